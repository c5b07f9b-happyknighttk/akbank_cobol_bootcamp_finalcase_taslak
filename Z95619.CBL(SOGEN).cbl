       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOGEN.
       AUTHOR. TOLGA KAYIS.
      *-----------------------------------------------------------------
      *Daily standing-order generator. Sweeps the standing-order file
      *and writes a T (transfer) record for every active order due on
      *the business date into the raw feed ahead of PREEDIT, so the
      *payments go through the normal edit and FINAL01C like any keyed
      *transfer.
      *The day's keyed raw feed (RAWIN, optional) is copied through to
      *RAWOUT with the generated T records placed in front of its
      *trailer, and the trailer's count and amount hash raised by what
      *was generated. The keyed batch still has to prove against its
      *own trailer: only the generated part is added to it. With no
      *keyed feed SOGEN writes its own H header and Z trailer. A keyed
      *feed that reaches end of file without a trailer is copied as it
      *stands and PREEDIT rejects the batch.
      *An order is due when its next due date has been reached (a
      *payment falling on a non-business day goes on the next run),
      *or when SOEXC left a retry pending after a 91/92 reject; both
      *can fall on the same day. The next due date then moves past the
      *business date. An order that ended with its last payment still
      *gets the retry of that payment, and nothing else.
      *Orders already generated for this business date
      *are generated again unchanged, so a rerun after a rejected
      *batch rebuilds the same feed.
      *SOGENLOG lists every generated transfer in feed order for SOEXC
      *to match against FINAL01C's output. Each generated T carries
      *its order reference in the last-name area: SO, then the order's
      *from-ID, from-currency and sequence number. FINAL01C prints it
      *on the result line so SOEXC can tell the order's transfer from
      *one keyed on the same account.
      *Parameter card on SOGNPARM: BUSINESS-DATE(8); a missing card
      *means today. It should match FINAL01C's run card date.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORD-FILE    ASSIGN TO SOFILE
                                ORGANIZATION IS INDEXED
                                ACCESS SEQUENTIAL
                                RECORD KEY SO-KEY
                                STATUS ST-STORD-FILE.
           SELECT PARM-FILE     ASSIGN TO SOGNPARM
                                STATUS ST-PARM-FILE.
           SELECT RAWIN-FILE    ASSIGN TO RAWIN
                                STATUS ST-RAWIN-FILE.
           SELECT RAWOUT-FILE   ASSIGN TO RAWOUT
                                STATUS ST-RAWOUT-FILE.
           SELECT GENLOG-FILE   ASSIGN TO SOGENLOG
                                STATUS ST-GENLOG-FILE.
           SELECT REPORT-FILE   ASSIGN TO SOGNRPT
                                STATUS ST-REPORT-FILE.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  STORD-FILE.
       01  SO-REC.
           03 SO-KEY.
              05 SO-FROM-ID           PIC S9(05) COMP-3.
              05 SO-FROM-CUR          PIC S9(03) COMP.
              05 SO-SEQ               PIC S9(03) COMP-3.
           03 SO-TO-ID                PIC S9(05) COMP-3.
           03 SO-TO-CUR               PIC S9(03) COMP.
           03 SO-AMOUNT               PIC S9(13) COMP-3.
           03 SO-FREQUENCY            PIC X(01).
              88 SO-WEEKLY                     VALUE 'W'.
              88 SO-MONTHLY                    VALUE 'M'.
              88 SO-ONCE                       VALUE 'O'.
           03 SO-DAY                  PIC 9(02).
           03 SO-START-DATE           PIC S9(08) COMP-3.
           03 SO-END-DATE             PIC S9(08) COMP-3.
           03 SO-NEXT-DUE             PIC S9(08) COMP-3.
           03 SO-STATUS               PIC X(01).
              88 SO-ACTIVE                     VALUE 'A'.
              88 SO-SUSPENDED                  VALUE 'S'.
              88 SO-CANCELLED                  VALUE 'C'.
              88 SO-ENDED                      VALUE 'E'.
           03 SO-FAIL-RULE            PIC X(01).
              88 SO-RULE-RETRY                 VALUE 'R'.
              88 SO-RULE-SKIP                  VALUE 'S'.
           03 SO-MAX-RETRY            PIC 9(01).
           03 SO-RETRY-COUNT          PIC 9(01).
           03 SO-RETRY-SW             PIC X(01).
              88 SO-RETRY-PENDING              VALUE 'Y'.
           03 SO-LAST-GEN-DATE        PIC S9(08) COMP-3.
           03 SO-LAST-GEN-CNT         PIC 9(01).
           03 SO-LAST-RC              PIC 9(02).
      *
       FD  PARM-FILE RECORDING MODE F.
       01  PARM-REC.
           03 PRM-BUS-DATE             PIC X(08).
           03 FILLER                   PIC X(72).
      *
       FD  RAWIN-FILE RECORDING MODE F.
       01  RAWIN-REC.
           03 RWI-RECORD-TYPE      PIC X(01).
           03 FILLER               PIC X(52).
       01  RAWIN-TRAILER REDEFINES RAWIN-REC.
           03 FILLER               PIC X(01).
           03 RWIT-COUNT           PIC X(09).
           03 RWIT-COUNT-N REDEFINES RWIT-COUNT
                                   PIC 9(09).
           03 RWIT-HASH            PIC S9(15)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           03 FILLER               PIC X(27).
      *
       FD  RAWOUT-FILE RECORDING MODE F.
       01  RAWOUT-REC              PIC X(53).
      *
       FD  GENLOG-FILE RECORDING MODE F.
       01  GENLOG-REC.
           03 GL-BUS-DATE          PIC 9(08).
           03 GL-FROM-ID           PIC 9(05).
           03 GL-FROM-CUR          PIC 9(03).
           03 GL-SEQ               PIC 9(03).
           03 GL-TO-ID             PIC 9(05).
           03 GL-TO-CUR            PIC 9(03).
           03 GL-AMOUNT            PIC 9(13).
           03 GL-GEN-TYPE          PIC X(05).
           03 FILLER               PIC X(05).
      *
       FD  REPORT-FILE RECORDING MODE F.
       01  RPT-REC                     PIC X(133).
      *--------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-WORKSHOP.
           03 WS-RUNLOG            PIC X(08) VALUE 'RUNLOG'.
           03 ST-STORD-FILE        PIC 9(02).
              88 SOFILE-SUCCESS              VALUE 00 97.
              88 SOFILE-EOF                  VALUE 10.
           03 ST-PARM-FILE         PIC 9(02).
              88 PARMFILE-SUCCESS            VALUE 00 97.
              88 PARMFILE-EOF                VALUE 10.
              88 PARMFILE-NOT-FOUND          VALUE 35.
           03 ST-RAWIN-FILE        PIC 9(02).
              88 RAWIN-SUCCESS               VALUE 00 97.
              88 RAWIN-EOF                   VALUE 10.
              88 RAWIN-NOT-FOUND             VALUE 35.
           03 ST-RAWOUT-FILE       PIC 9(02).
              88 RAWOUT-SUCCESS              VALUE 00 97.
           03 ST-GENLOG-FILE       PIC 9(02).
              88 GENLOG-SUCCESS              VALUE 00 97.
           03 ST-REPORT-FILE       PIC 9(02).
              88 RPTFILE-SUCCESS             VALUE 00 97.
           03 WS-RAWIN-OPEN-SW     PIC X(01) VALUE 'N'.
              88 WS-RAWIN-OPEN               VALUE 'Y'.
           03 WS-GENERATED-SW      PIC X(01) VALUE 'N'.
              88 WS-ORDERS-GENERATED         VALUE 'Y'.
           03 WS-TRAILER-SW        PIC X(01) VALUE 'N'.
              88 WS-TRAILER-DONE             VALUE 'Y'.
           03 WS-BUS-DATE          PIC 9(08) VALUE ZERO.
           03 WS-GEN-TYPE          PIC X(05).
           03 WS-GEN-IX            PIC 9(01).
           03 WS-DUE-CNT           PIC 9(01).
           03 WS-RETRY-CNT         PIC 9(01).
           03 WS-FEED-STATUS       PIC X(50) VALUE SPACES.
           03 WS-GEN-HASH          PIC S9(15) COMP-3 VALUE ZERO.
           03 WS-CNT-ORDERS        PIC 9(07) VALUE ZERO.
           03 WS-CNT-GENERATED     PIC 9(07) VALUE ZERO.
           03 WS-CNT-DUE           PIC 9(07) VALUE ZERO.
           03 WS-CNT-RETRY         PIC 9(07) VALUE ZERO.
           03 WS-CNT-RERUN         PIC 9(07) VALUE ZERO.
           03 WS-CNT-ENDED         PIC 9(07) VALUE ZERO.
           03 WS-CNT-COPIED        PIC 9(07) VALUE ZERO.
      *--------------------------------------
      *Raw feed record built for each generated payment; same layout
      *PREEDIT reads.
       01  WS-RAW-DETAIL.
           03 WRD-PROCESS-TYPE     PIC X(01).
           03 WRD-ID               PIC 9(05).
           03 WRD-CURRENCY         PIC 9(03).
           03 WRD-TO-ID            PIC 9(05).
           03 WRD-TO-CURRENCY      PIC 9(03).
           03 FILLER               PIC X(07).
           03 WRD-LNAME            PIC X(15).
           03 WRD-ORDER-REF REDEFINES WRD-LNAME.
              05 WRD-REF-TAG       PIC X(02).
              05 WRD-REF-FROM-ID   PIC 9(05).
              05 WRD-REF-FROM-CUR  PIC 9(03).
              05 WRD-REF-SEQ       PIC 9(03).
              05 FILLER            PIC X(02).
           03 WRD-AMOUNT           PIC S9(13)
                                    SIGN IS LEADING SEPARATE CHARACTER.
      *
       01  WS-RAW-HEADER.
           03 FILLER               PIC X(01) VALUE 'H'.
           03 WRH-DATE             PIC 9(08).
           03 FILLER               PIC X(44) VALUE SPACES.
      *
       01  WS-RAW-TRAILER.
           03 FILLER               PIC X(01) VALUE 'Z'.
           03 WRT-COUNT            PIC 9(09).
           03 WRT-HASH             PIC S9(15)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           03 FILLER               PIC X(27) VALUE SPACES.
      *--------------------------------------
      *Due-date arithmetic, as SOMNT keeps it.
       01  WS-DUE-AREA.
           03 WS-DUE-DATE          PIC 9(08).
           03 WS-DUE-PARTS REDEFINES WS-DUE-DATE.
              05 WS-DUE-YEAR       PIC 9(04).
              05 WS-DUE-MONTH      PIC 9(02).
              05 WS-DUE-DAY        PIC 9(02).
           03 WS-DAY-INT           PIC 9(07).
           03 WS-MONTH-DAYS        PIC 9(02).
      *--------------------------------------
       01  HEADER-1.
           03 FILLER         PIC X(30) VALUE
              'STANDING ORDER GENERATION RUN'.
           03 FILLER         PIC X(12) VALUE SPACES.
           03 FILLER         PIC X(19) VALUE 'Author: TOLGA KAYIS'.
           03 FILLER         PIC X(72) VALUE SPACES.
      *
       01  HEADER-2.
           03 FILLER         PIC X(14) VALUE 'BUSINESS DATE '.
           03 HDR-BUS-DATE   PIC 9(08).
           03 FILLER         PIC X(111) VALUE SPACES.
      *
       01  HEADER-3.
           03 FILLER         PIC X(13) VALUE 'ORDER KEY'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(09) VALUE 'TO KEY'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(15) VALUE '         AMOUNT'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(04) VALUE 'FREQ'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(06) VALUE 'TYPE'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(08) VALUE 'NEXT DUE'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(06) VALUE 'STATUS'.
           03 FILLER         PIC X(60) VALUE SPACES.
      *
       01  HEADER-4.
           03 FILLER         PIC X(73) VALUE ALL '-'.
           03 FILLER         PIC X(60) VALUE SPACES.
      *
       01  DET-LINE.
           03 DET-FROM-ID    PIC 9(05).
           03 FILLER         PIC X(01) VALUE '/'.
           03 DET-FROM-CUR   PIC 9(03).
           03 FILLER         PIC X(01) VALUE '/'.
           03 DET-SEQ        PIC 9(03).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-TO-ID      PIC 9(05).
           03 FILLER         PIC X(01) VALUE '/'.
           03 DET-TO-CUR     PIC 9(03).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-AMOUNT     PIC -(14)9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-FREQ       PIC X(04).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-TYPE       PIC X(06).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-NEXT-DUE   PIC 9(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-STATUS     PIC X(06).
           03 FILLER         PIC X(60) VALUE SPACES.
      *
       01  SUM-LINE.
           03 SUM-LABEL      PIC X(25).
           03 FILLER         PIC X(05) VALUE SPACES.
           03 SUM-COUNT      PIC Z,ZZZ,ZZ9.
           03 FILLER         PIC X(94) VALUE SPACES.
      *
       01  HASH-LINE.
           03 HASH-LABEL     PIC X(25).
           03 FILLER         PIC X(05) VALUE SPACES.
           03 HASH-VALUE     PIC -(14)9.
           03 FILLER         PIC X(88) VALUE SPACES.
      *
       01 WS-CURRENT-DATE-DATA.
           03 WS-CURRENT-DATE.
              05 WS-CURRENT-YEAR         PIC 9(04).
              05 WS-CURRENT-MONTH        PIC 9(02).
              05 WS-CURRENT-DAY          PIC 9(02).
      *--------------------------------------
       01  WS-LOG-AREA.
           03 WS-LOG-PROGRAM       PIC X(08) VALUE 'SOGEN'.
           03 WS-LOG-EVENT         PIC X(01).
           03 WS-LOG-CNT-READ      PIC 9(09) VALUE ZERO.
           03 WS-LOG-CNT-WRITTEN   PIC 9(09) VALUE ZERO.
           03 WS-LOG-RC            PIC 9(02) VALUE ZERO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H050-LOG-START
           PERFORM H100-OPEN-FILES
           PERFORM H150-READ-PARM
           PERFORM H170-WRITE-HEADERS
           PERFORM H200-BUILD-FEED
           PERFORM H950-PRINT-TOTALS
           PERFORM H999-PREPARE-EXIT.
       0000-END. EXIT.
      *
       H050-LOG-START.
           MOVE 'S' TO WS-LOG-EVENT
           CALL WS-RUNLOG USING WS-LOG-AREA.
       H050-END. EXIT.
      *
       H100-OPEN-FILES.
           OPEN I-O STORD-FILE
           IF NOT SOFILE-SUCCESS
              DISPLAY 'SOFILE DID NOT OPEN: ' ST-STORD-FILE
              MOVE ST-STORD-FILE TO RETURN-CODE
              PERFORM H195-ABORT-EXIT
           END-IF
           OPEN OUTPUT RAWOUT-FILE
           IF NOT RAWOUT-SUCCESS
              DISPLAY 'RAWOUT DID NOT OPEN PROPERLY: ' ST-RAWOUT-FILE
              MOVE ST-RAWOUT-FILE TO RETURN-CODE
              CLOSE STORD-FILE
              PERFORM H195-ABORT-EXIT
           END-IF
           OPEN OUTPUT GENLOG-FILE
           IF NOT GENLOG-SUCCESS
              DISPLAY 'SOGENLOG DID NOT OPEN PROPERLY: '
                 ST-GENLOG-FILE
              MOVE ST-GENLOG-FILE TO RETURN-CODE
              CLOSE STORD-FILE
              CLOSE RAWOUT-FILE
              PERFORM H195-ABORT-EXIT
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT RPTFILE-SUCCESS
              DISPLAY 'SOGNRPT DID NOT OPEN PROPERLY: ' ST-REPORT-FILE
              MOVE ST-REPORT-FILE TO RETURN-CODE
              CLOSE STORD-FILE
              CLOSE RAWOUT-FILE
              CLOSE GENLOG-FILE
              PERFORM H195-ABORT-EXIT
           END-IF
      *No keyed feed today is normal: the generated batch stands alone.
           OPEN INPUT RAWIN-FILE
           IF RAWIN-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT RAWIN-SUCCESS
                 DISPLAY 'RAWIN DID NOT OPEN PROPERLY: ' ST-RAWIN-FILE
                 MOVE ST-RAWIN-FILE TO RETURN-CODE
                 CLOSE STORD-FILE
                 CLOSE RAWOUT-FILE
                 CLOSE GENLOG-FILE
                 CLOSE REPORT-FILE
                 PERFORM H195-ABORT-EXIT
              END-IF
              SET WS-RAWIN-OPEN TO TRUE
           END-IF.
       H100-END. EXIT.
      *
       H195-ABORT-EXIT.
           STOP RUN.
       H195-END. EXIT.
      *
       H150-READ-PARM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-BUS-DATE
           OPEN INPUT PARM-FILE
           IF PARMFILE-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT PARMFILE-SUCCESS
                 DISPLAY 'SOGNPARM DID NOT OPEN PROPERLY: '
                    ST-PARM-FILE
                 MOVE ST-PARM-FILE TO RETURN-CODE
                 PERFORM H190-CLOSE-ALL
                 PERFORM H195-ABORT-EXIT
              END-IF
              READ PARM-FILE
              IF NOT PARMFILE-EOF
                 IF PRM-BUS-DATE IS NUMERIC
                    MOVE PRM-BUS-DATE TO WS-BUS-DATE
                 ELSE
                    IF PRM-BUS-DATE NOT = SPACES
                       DISPLAY 'SOGNPARM INVALID BUSINESS DATE: '
                          PRM-BUS-DATE
                       MOVE 16 TO RETURN-CODE
                       CLOSE PARM-FILE
                       PERFORM H190-CLOSE-ALL
                       PERFORM H195-ABORT-EXIT
                    END-IF
                 END-IF
              END-IF
              CLOSE PARM-FILE
           END-IF.
       H150-END. EXIT.
      *
       H170-WRITE-HEADERS.
           MOVE WS-BUS-DATE TO HDR-BUS-DATE
           WRITE RPT-REC FROM HEADER-1.
           WRITE RPT-REC FROM HEADER-2.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC AFTER ADVANCING 1 LINES.
           WRITE RPT-REC FROM HEADER-3.
           WRITE RPT-REC FROM HEADER-4.
       H170-END. EXIT.
      *
       H190-CLOSE-ALL.
           CLOSE STORD-FILE
           CLOSE RAWOUT-FILE
           CLOSE GENLOG-FILE
           CLOSE REPORT-FILE
           IF WS-RAWIN-OPEN
              CLOSE RAWIN-FILE
           END-IF.
       H190-END. EXIT.
      *
      *Copy the keyed feed through, generating the orders in front of
      *the first trailer; with no keyed records the generated batch
      *gets its own header and trailer.
       H200-BUILD-FEED.
           IF WS-RAWIN-OPEN
              READ RAWIN-FILE
           ELSE
              MOVE 10 TO ST-RAWIN-FILE
           END-IF
           IF RAWIN-EOF
              MOVE WS-BUS-DATE TO WRH-DATE
              WRITE RAWOUT-REC FROM WS-RAW-HEADER
              PERFORM H300-GENERATE-ORDERS
              MOVE WS-CNT-GENERATED TO WRT-COUNT
              MOVE WS-GEN-HASH      TO WRT-HASH
              WRITE RAWOUT-REC FROM WS-RAW-TRAILER
              SET WS-TRAILER-DONE TO TRUE
              MOVE 'NO KEYED FEED - GENERATED BATCH WRITTEN ALONE'
                 TO WS-FEED-STATUS
           ELSE
              PERFORM H220-COPY-RECORD UNTIL RAWIN-EOF
              IF NOT WS-ORDERS-GENERATED
                 PERFORM H300-GENERATE-ORDERS
              END-IF
              IF NOT WS-TRAILER-DONE
                 MOVE 'KEYED FEED HAS NO TRAILER - PREEDIT WILL REJECT'
                    TO WS-FEED-STATUS
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.
       H200-END. EXIT.
      *
       H220-COPY-RECORD.
           IF RWI-RECORD-TYPE = 'Z' AND NOT WS-TRAILER-DONE
              PERFORM H300-GENERATE-ORDERS
              PERFORM H250-ADJUST-TRAILER
              SET WS-TRAILER-DONE TO TRUE
           END-IF
           WRITE RAWOUT-REC FROM RAWIN-REC
           ADD 1 TO WS-CNT-COPIED
           READ RAWIN-FILE.
       H220-END. EXIT.
      *
      *The keyed trailer is raised by the generated count and amount;
      *an unreadable trailer is passed on untouched for PREEDIT to
      *reject, since adding to it would only hide the fault.
       H250-ADJUST-TRAILER.
           IF RWIT-COUNT IS NUMERIC AND RWIT-HASH IS NUMERIC
              ADD WS-CNT-GENERATED TO RWIT-COUNT-N
              ADD WS-GEN-HASH      TO RWIT-HASH
              MOVE 'KEYED FEED TRAILER RAISED BY GENERATED ORDERS'
                 TO WS-FEED-STATUS
           ELSE
              MOVE 'KEYED FEED TRAILER INVALID - PASSED UNCHANGED'
                 TO WS-FEED-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF.
       H250-END. EXIT.
      *
       H300-GENERATE-ORDERS.
           SET WS-ORDERS-GENERATED TO TRUE
           READ STORD-FILE NEXT RECORD
           PERFORM H320-PROCESS-ORDER UNTIL SOFILE-EOF.
       H300-END. EXIT.
      *
       H320-PROCESS-ORDER.
           ADD 1 TO WS-CNT-ORDERS
           MOVE ZERO TO WS-DUE-CNT
           MOVE ZERO TO WS-RETRY-CNT
           EVALUATE TRUE
              WHEN SO-LAST-GEN-DATE = WS-BUS-DATE
                 MOVE 'RERUN' TO WS-GEN-TYPE
                 PERFORM H400-WRITE-TRANSFER
                    VARYING WS-GEN-IX FROM 1 BY 1
                    UNTIL WS-GEN-IX > SO-LAST-GEN-CNT
                 ADD SO-LAST-GEN-CNT TO WS-CNT-RERUN
              WHEN SO-ACTIVE
                 PERFORM H340-SELECT-DUE
              WHEN SO-ENDED AND SO-RETRY-PENDING
                 PERFORM H360-SELECT-RETRY
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           READ STORD-FILE NEXT RECORD.
       H320-END. EXIT.
      *
       H340-SELECT-DUE.
           IF SO-RETRY-PENDING
              MOVE 1 TO WS-RETRY-CNT
              MOVE 'N' TO SO-RETRY-SW
           END-IF
           IF SO-NEXT-DUE > ZERO AND SO-NEXT-DUE <= WS-BUS-DATE
              MOVE 1 TO WS-DUE-CNT
              PERFORM H750-ADVANCE-DUE
                 UNTIL SO-NEXT-DUE > WS-BUS-DATE OR NOT SO-ACTIVE
              IF SO-ENDED
                 ADD 1 TO WS-CNT-ENDED
              END-IF
           END-IF
           PERFORM H380-WRITE-GENERATED.
       H340-END. EXIT.
      *
      *An ended order has no due date left; only its retry goes out.
       H360-SELECT-RETRY.
           MOVE 1 TO WS-RETRY-CNT
           MOVE 'N' TO SO-RETRY-SW
           PERFORM H380-WRITE-GENERATED.
       H360-END. EXIT.
      *
       H380-WRITE-GENERATED.
           IF WS-RETRY-CNT > 0
              MOVE 'RETRY' TO WS-GEN-TYPE
              PERFORM H400-WRITE-TRANSFER
              ADD 1 TO WS-CNT-RETRY
           END-IF
           IF WS-DUE-CNT > 0
              MOVE 'DUE' TO WS-GEN-TYPE
              PERFORM H400-WRITE-TRANSFER
              ADD 1 TO WS-CNT-DUE
           END-IF
           IF WS-DUE-CNT + WS-RETRY-CNT > 0
              MOVE WS-BUS-DATE TO SO-LAST-GEN-DATE
              COMPUTE SO-LAST-GEN-CNT = WS-DUE-CNT + WS-RETRY-CNT
              MOVE ZERO TO SO-LAST-RC
              REWRITE SO-REC
           END-IF.
       H380-END. EXIT.
      *
       H400-WRITE-TRANSFER.
           MOVE SPACES TO WS-RAW-DETAIL
           MOVE 'T'           TO WRD-PROCESS-TYPE
           MOVE SO-FROM-ID    TO WRD-ID
           MOVE SO-FROM-CUR   TO WRD-CURRENCY
           MOVE SO-TO-ID      TO WRD-TO-ID
           MOVE SO-TO-CUR     TO WRD-TO-CURRENCY
           MOVE SO-AMOUNT     TO WRD-AMOUNT
           MOVE 'SO'          TO WRD-REF-TAG
           MOVE SO-FROM-ID    TO WRD-REF-FROM-ID
           MOVE SO-FROM-CUR   TO WRD-REF-FROM-CUR
           MOVE SO-SEQ        TO WRD-REF-SEQ
           WRITE RAWOUT-REC FROM WS-RAW-DETAIL
           ADD 1 TO WS-CNT-GENERATED
           ADD SO-AMOUNT TO WS-GEN-HASH
           MOVE SPACES TO GENLOG-REC
           MOVE WS-BUS-DATE   TO GL-BUS-DATE
           MOVE SO-FROM-ID    TO GL-FROM-ID
           MOVE SO-FROM-CUR   TO GL-FROM-CUR
           MOVE SO-SEQ        TO GL-SEQ
           MOVE SO-TO-ID      TO GL-TO-ID
           MOVE SO-TO-CUR     TO GL-TO-CUR
           MOVE SO-AMOUNT     TO GL-AMOUNT
           MOVE WS-GEN-TYPE   TO GL-GEN-TYPE
           WRITE GENLOG-REC
           PERFORM H450-WRITE-DETAIL.
       H400-END. EXIT.
      *
       H450-WRITE-DETAIL.
           MOVE SPACES TO DET-LINE
           MOVE SO-FROM-ID    TO DET-FROM-ID
           MOVE SO-FROM-CUR   TO DET-FROM-CUR
           MOVE SO-SEQ        TO DET-SEQ
           MOVE SO-TO-ID      TO DET-TO-ID
           MOVE SO-TO-CUR     TO DET-TO-CUR
           MOVE SO-AMOUNT     TO DET-AMOUNT
           EVALUATE TRUE
              WHEN SO-WEEKLY
                 MOVE 'WKLY' TO DET-FREQ
              WHEN SO-MONTHLY
                 MOVE 'MTHL' TO DET-FREQ
              WHEN OTHER
                 MOVE 'ONCE' TO DET-FREQ
           END-EVALUATE
           MOVE WS-GEN-TYPE   TO DET-TYPE
           MOVE SO-NEXT-DUE   TO DET-NEXT-DUE
           EVALUATE TRUE
              WHEN SO-ACTIVE
                 MOVE 'ACTIVE' TO DET-STATUS
              WHEN SO-ENDED
                 MOVE 'ENDED'  TO DET-STATUS
              WHEN OTHER
                 MOVE SO-STATUS TO DET-STATUS
           END-EVALUATE
           WRITE RPT-REC FROM DET-LINE.
       H450-END. EXIT.
      *
      *One step forward by the order's frequency. A once-only order
      *has no next date, and an order whose next date passes its end
      *date is ended.
       H750-ADVANCE-DUE.
           EVALUATE TRUE
              WHEN SO-WEEKLY
                 COMPUTE WS-DAY-INT =
                    FUNCTION INTEGER-OF-DATE(SO-NEXT-DUE) + 7
                 COMPUTE SO-NEXT-DUE =
                    FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
              WHEN SO-MONTHLY
                 MOVE SO-NEXT-DUE TO WS-DUE-DATE
                 IF WS-DUE-MONTH = 12
                    MOVE 1 TO WS-DUE-MONTH
                    ADD 1 TO WS-DUE-YEAR
                 ELSE
                    ADD 1 TO WS-DUE-MONTH
                 END-IF
                 PERFORM H780-MONTH-DAYS
                 IF SO-DAY > WS-MONTH-DAYS
                    MOVE WS-MONTH-DAYS TO WS-DUE-DAY
                 ELSE
                    MOVE SO-DAY TO WS-DUE-DAY
                 END-IF
                 MOVE WS-DUE-DATE TO SO-NEXT-DUE
              WHEN OTHER
                 MOVE ZERO TO SO-NEXT-DUE
           END-EVALUATE
           IF SO-NEXT-DUE = ZERO
              OR (SO-END-DATE > 0 AND SO-NEXT-DUE > SO-END-DATE)
              SET SO-ENDED TO TRUE
              MOVE ZERO TO SO-NEXT-DUE
           END-IF.
       H750-END. EXIT.
      *
       H780-MONTH-DAYS.
           EVALUATE WS-DUE-MONTH
              WHEN 4 WHEN 6 WHEN 9 WHEN 11
                 MOVE 30 TO WS-MONTH-DAYS
              WHEN 2
                 IF FUNCTION MOD(WS-DUE-YEAR, 4) = 0
                    AND (FUNCTION MOD(WS-DUE-YEAR, 100) NOT = 0
                       OR FUNCTION MOD(WS-DUE-YEAR, 400) = 0)
                    MOVE 29 TO WS-MONTH-DAYS
                 ELSE
                    MOVE 28 TO WS-MONTH-DAYS
                 END-IF
              WHEN OTHER
                 MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE.
       H780-END. EXIT.
      *
       H950-PRINT-TOTALS.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINES.
           IF WS-CNT-GENERATED = 0
              MOVE 'NO STANDING ORDERS DUE TODAY' TO RPT-REC
              WRITE RPT-REC
              MOVE SPACES TO RPT-REC
              WRITE RPT-REC AFTER ADVANCING 1 LINES
           END-IF
           MOVE 'ORDERS READ'            TO SUM-LABEL
           MOVE WS-CNT-ORDERS            TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'DUE PAYMENTS'           TO SUM-LABEL
           MOVE WS-CNT-DUE               TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'RETRIED PAYMENTS'       TO SUM-LABEL
           MOVE WS-CNT-RETRY             TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'RERUN PAYMENTS'         TO SUM-LABEL
           MOVE WS-CNT-RERUN             TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'TRANSFERS GENERATED'    TO SUM-LABEL
           MOVE WS-CNT-GENERATED         TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'AMOUNT GENERATED'       TO HASH-LABEL
           MOVE WS-GEN-HASH              TO HASH-VALUE
           WRITE RPT-REC FROM HASH-LINE.
           MOVE 'ORDERS ENDED THIS RUN'  TO SUM-LABEL
           MOVE WS-CNT-ENDED             TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'KEYED RECORDS COPIED'   TO SUM-LABEL
           MOVE WS-CNT-COPIED            TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINES.
           MOVE WS-FEED-STATUS TO RPT-REC
           WRITE RPT-REC.
       H950-END. EXIT.
      *
       H990-LOG-END.
           MOVE 'E' TO WS-LOG-EVENT
           MOVE WS-CNT-ORDERS    TO WS-LOG-CNT-READ
           MOVE WS-CNT-GENERATED TO WS-LOG-CNT-WRITTEN
           MOVE RETURN-CODE      TO WS-LOG-RC
           CALL WS-RUNLOG USING WS-LOG-AREA.
       H990-END. EXIT.
      *
       H999-PREPARE-EXIT.
           PERFORM H190-CLOSE-ALL
           PERFORM H990-LOG-END
           STOP RUN.
       H999-END. EXIT.
      *-----------------------------------------------------------------
