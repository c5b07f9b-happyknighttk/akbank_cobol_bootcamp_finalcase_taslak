       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOEXC.
       AUTHOR. TOLGA KAYIS.
      *-----------------------------------------------------------------
      *Standing-order exceptions. Runs after FINAL01C on the day SOGEN
      *generated the payments. Every transfer on SOGENLOG is matched
      *against FINAL01C's detail report (OUTPFILE, detail section on)
      *by the order reference SOGEN puts on every generated T and
      *FINAL01C prints at the end of its result line:
      *  RC 00 'TRANSFER OK TO iiiii/ccc' - posted; the order's retry
      *     count is cleared.
      *  RC 00 'REDIRECTED FROM ...' or 'TO-KEY REDIRECTED TO ...'
      *                                   - posted to the customer that
      *     survived a merge of the order's from- or to-ID; handled as
      *     posted and listed so the order can be re-keyed.
      *  RC 91 or 92                      - rejected; listed against
      *     the order and the order's failure rule applied on SOFILE:
      *     rule R with retries left queues a retry for SOGEN's next
      *     run, otherwise (rule S, or retries used up) the payment is
      *     skipped and the order waits for its next due date. An
      *     order that ended with this payment still gets its retries;
      *     once they are used up the payment is simply not made.
      *  no result line                   - listed as unmatched (the
      *     transfer was rejected before posting, e.g. on INVFILE, or
      *     the detail section was off).
      *Lines without an order reference are keyed transfers and are
      *passed over, even on an account that also pays an order. When
      *an order was generated twice in a day (due and retry) the
      *results are taken in feed order. Only one retry is queued
      *per order per day, and an order SOGEN has generated again since
      *is left alone, so running SOEXC twice changes nothing.
      *RC 4 when payments were rejected, RC 8 when any generated
      *transfer has no result on OUTPFILE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORD-FILE    ASSIGN TO SOFILE
                                ORGANIZATION IS INDEXED
                                ACCESS RANDOM
                                RECORD KEY SO-KEY
                                STATUS ST-STORD-FILE.
           SELECT GENLOG-FILE   ASSIGN TO SOGENLOG
                                STATUS ST-GENLOG-FILE.
           SELECT OUTPUT-FILE   ASSIGN TO OUTPFILE
                                STATUS ST-OUTPUT-FILE.
           SELECT REPORT-FILE   ASSIGN TO SOEXRPT
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
      *FINAL01C detail line; headers and totals lines are told apart
      *by the blank in column 2 and a numeric key.
       FD  OUTPUT-FILE RECORDING MODE F.
       01  OUT-REC.
           03 OREC-PROCESS-TYPE    PIC X(01).
           03 OREC-SEP             PIC X(01).
           03 OREC-ID              PIC X(05).
           03 FILLER               PIC X(01).
           03 OREC-CURRENCY        PIC X(03).
           03 FILLER               PIC X(02).
           03 OREC-RETURN-CODE     PIC X(02).
           03 FILLER               PIC X(02).
           03 OREC-EXPLANATION.
              05 OREC-EXP-TEXT     PIC X(15).
                 88 OREC-TRANSFER-OK         VALUE 'TRANSFER OK TO '.
                 88 OREC-REDIRECTED          VALUE 'REDIRECTED FROM'
                                                   'TO-KEY REDIRECT'.
              05 OREC-EXP-TO-ID    PIC X(05).
              05 FILLER            PIC X(01).
              05 OREC-EXP-TO-CUR   PIC X(03).
              05 FILLER            PIC X(06).
           03 FILLER               PIC X(85).
           03 OREC-REFERENCE.
              05 OREC-REF-TAG      PIC X(02).
              05 OREC-REF-FROM-ID  PIC X(05).
              05 OREC-REF-FROM-CUR PIC X(03).
              05 OREC-REF-SEQ      PIC X(03).
              05 FILLER            PIC X(02).
      *
       FD  REPORT-FILE RECORDING MODE F.
       01  RPT-REC                     PIC X(133).
      *--------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-WORKSHOP.
           03 WS-RUNLOG            PIC X(08) VALUE 'RUNLOG'.
           03 ST-STORD-FILE        PIC 9(02).
              88 SOFILE-SUCCESS              VALUE 00 97.
              88 SOFILE-NOT-FOUND            VALUE 23.
           03 ST-GENLOG-FILE       PIC 9(02).
              88 GENLOG-SUCCESS              VALUE 00 97.
              88 GENLOG-EOF                  VALUE 10.
           03 ST-OUTPUT-FILE       PIC 9(02).
              88 OUTPFILE-SUCCESS            VALUE 00 97.
              88 OUTPFILE-EOF                VALUE 10.
           03 ST-REPORT-FILE       PIC 9(02).
              88 RPTFILE-SUCCESS             VALUE 00 97.
           03 WS-OUT-RC            PIC 9(02).
           03 WS-OUT-ID            PIC 9(05).
           03 WS-OUT-CUR           PIC 9(03).
           03 WS-OUT-SEQ           PIC 9(03).
           03 WS-ACTION            PIC X(30).
           03 WS-BUS-DATE          PIC 9(08) VALUE ZERO.
           03 WS-CNT-GENERATED     PIC 9(07) VALUE ZERO.
           03 WS-CNT-LINES         PIC 9(07) VALUE ZERO.
           03 WS-CNT-POSTED        PIC 9(07) VALUE ZERO.
           03 WS-CNT-REDIRECTED    PIC 9(07) VALUE ZERO.
           03 WS-CNT-REJECTED      PIC 9(07) VALUE ZERO.
           03 WS-CNT-RETRY         PIC 9(07) VALUE ZERO.
           03 WS-CNT-SKIPPED       PIC 9(07) VALUE ZERO.
           03 WS-CNT-UNMATCHED     PIC 9(07) VALUE ZERO.
      *--------------------------------------
      *Generated transfers, in SOGENLOG order.
       01  WS-GEN-TABLE.
           03 WS-GT-MAX            PIC 9(05) COMP VALUE 5000.
           03 WS-GT-COUNT          PIC 9(05) COMP VALUE ZERO.
           03 WS-GT-IX             PIC 9(05) COMP.
           03 WS-GT-SRCH-IX        PIC 9(05) COMP.
           03 WS-GT-ENTRY OCCURS 5000 TIMES.
              05 WS-GT-FROM-ID     PIC 9(05).
              05 WS-GT-FROM-CUR    PIC 9(03).
              05 WS-GT-SEQ         PIC 9(03).
              05 WS-GT-TO-ID       PIC 9(05).
              05 WS-GT-TO-CUR      PIC 9(03).
              05 WS-GT-AMOUNT      PIC 9(13).
              05 WS-GT-GEN-TYPE    PIC X(05).
              05 WS-GT-RESULT      PIC X(01).
                 88 WS-GT-OPEN               VALUE ' '.
                 88 WS-GT-POSTED             VALUE 'P' 'D'.
                 88 WS-GT-REDIRECTED         VALUE 'D'.
                 88 WS-GT-REJECTED           VALUE 'R'.
              05 WS-GT-RC          PIC 9(02).
              05 WS-GT-EXPLANATION PIC X(30).
      *--------------------------------------
       01  HEADER-1.
           03 FILLER         PIC X(30) VALUE
              'STANDING ORDER EXCEPTIONS'.
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
           03 FILLER         PIC X(05) VALUE 'TYPE'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(02) VALUE 'RC'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(30) VALUE 'RESULT'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(30) VALUE 'ACTION'.
           03 FILLER         PIC X(17) VALUE SPACES.
      *
       01  HEADER-4.
           03 FILLER         PIC X(116) VALUE ALL '-'.
           03 FILLER         PIC X(17) VALUE SPACES.
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
           03 DET-AMOUNT     PIC Z(14)9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-TYPE       PIC X(05).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-RC         PIC X(02).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-RESULT     PIC X(30).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-ACTION     PIC X(30).
           03 FILLER         PIC X(17) VALUE SPACES.
      *
       01  SUM-LINE.
           03 SUM-LABEL      PIC X(25).
           03 FILLER         PIC X(05) VALUE SPACES.
           03 SUM-COUNT      PIC Z,ZZZ,ZZ9.
           03 FILLER         PIC X(94) VALUE SPACES.
      *--------------------------------------
       01  WS-LOG-AREA.
           03 WS-LOG-PROGRAM       PIC X(08) VALUE 'SOEXC'.
           03 WS-LOG-EVENT         PIC X(01).
           03 WS-LOG-CNT-READ      PIC 9(09) VALUE ZERO.
           03 WS-LOG-CNT-WRITTEN   PIC 9(09) VALUE ZERO.
           03 WS-LOG-RC            PIC 9(02) VALUE ZERO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H050-LOG-START
           PERFORM H100-OPEN-FILES
           PERFORM H150-LOAD-GENLOG
           PERFORM H170-WRITE-HEADERS
           READ OUTPUT-FILE
           PERFORM H200-MATCH-RESULT UNTIL OUTPFILE-EOF
           PERFORM H400-APPLY-RESULT
              VARYING WS-GT-IX FROM 1 BY 1
              UNTIL WS-GT-IX > WS-GT-COUNT
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
           OPEN INPUT GENLOG-FILE
           IF NOT GENLOG-SUCCESS
              DISPLAY 'SOGENLOG DID NOT OPEN PROPERLY: '
                 ST-GENLOG-FILE
              MOVE ST-GENLOG-FILE TO RETURN-CODE
              PERFORM H195-ABORT-EXIT
           END-IF
           OPEN INPUT OUTPUT-FILE
           IF NOT OUTPFILE-SUCCESS
              DISPLAY 'OUTPFILE DID NOT OPEN PROPERLY: ' ST-OUTPUT-FILE
              MOVE ST-OUTPUT-FILE TO RETURN-CODE
              CLOSE GENLOG-FILE
              PERFORM H195-ABORT-EXIT
           END-IF
           OPEN I-O STORD-FILE
           IF NOT SOFILE-SUCCESS
              DISPLAY 'SOFILE DID NOT OPEN: ' ST-STORD-FILE
              MOVE ST-STORD-FILE TO RETURN-CODE
              CLOSE GENLOG-FILE
              CLOSE OUTPUT-FILE
              PERFORM H195-ABORT-EXIT
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT RPTFILE-SUCCESS
              DISPLAY 'SOEXRPT DID NOT OPEN PROPERLY: ' ST-REPORT-FILE
              MOVE ST-REPORT-FILE TO RETURN-CODE
              CLOSE GENLOG-FILE
              CLOSE OUTPUT-FILE
              CLOSE STORD-FILE
              PERFORM H195-ABORT-EXIT
           END-IF.
       H100-END. EXIT.
      *
       H195-ABORT-EXIT.
           STOP RUN.
       H195-END. EXIT.
      *
       H150-LOAD-GENLOG.
           READ GENLOG-FILE
           PERFORM UNTIL GENLOG-EOF
              IF WS-GT-COUNT >= WS-GT-MAX
                 DISPLAY 'SOEXC GENERATION TABLE FULL AT ' WS-GT-COUNT
                 MOVE 16 TO RETURN-CODE
                 CLOSE GENLOG-FILE
                 CLOSE OUTPUT-FILE
                 CLOSE STORD-FILE
                 CLOSE REPORT-FILE
                 PERFORM H195-ABORT-EXIT
              END-IF
              ADD 1 TO WS-GT-COUNT
              MOVE WS-GT-COUNT     TO WS-GT-IX
              MOVE GL-BUS-DATE     TO WS-BUS-DATE
              MOVE GL-FROM-ID      TO WS-GT-FROM-ID(WS-GT-IX)
              MOVE GL-FROM-CUR     TO WS-GT-FROM-CUR(WS-GT-IX)
              MOVE GL-SEQ          TO WS-GT-SEQ(WS-GT-IX)
              MOVE GL-TO-ID        TO WS-GT-TO-ID(WS-GT-IX)
              MOVE GL-TO-CUR       TO WS-GT-TO-CUR(WS-GT-IX)
              MOVE GL-AMOUNT       TO WS-GT-AMOUNT(WS-GT-IX)
              MOVE GL-GEN-TYPE     TO WS-GT-GEN-TYPE(WS-GT-IX)
              MOVE SPACE           TO WS-GT-RESULT(WS-GT-IX)
              MOVE ZERO            TO WS-GT-RC(WS-GT-IX)
              MOVE SPACES          TO WS-GT-EXPLANATION(WS-GT-IX)
              ADD 1 TO WS-CNT-GENERATED
              READ GENLOG-FILE
           END-PERFORM
           CLOSE GENLOG-FILE.
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
      *Take each T detail line's result onto the first open generated
      *transfer with the line's order reference. The reference, not
      *the printed key, names the order: a merge can change the key
      *the payment posted under.
       H200-MATCH-RESULT.
           IF OREC-PROCESS-TYPE = 'T' AND OREC-SEP = SPACE
              AND OREC-ID IS NUMERIC AND OREC-CURRENCY IS NUMERIC
              AND OREC-RETURN-CODE IS NUMERIC
              ADD 1 TO WS-CNT-LINES
              MOVE 0 TO WS-GT-IX
              IF OREC-REF-TAG = 'SO'
                 AND OREC-REF-FROM-ID IS NUMERIC
                 AND OREC-REF-FROM-CUR IS NUMERIC
                 AND OREC-REF-SEQ IS NUMERIC
                 MOVE OREC-REF-FROM-ID  TO WS-OUT-ID
                 MOVE OREC-REF-FROM-CUR TO WS-OUT-CUR
                 MOVE OREC-REF-SEQ      TO WS-OUT-SEQ
                 MOVE OREC-RETURN-CODE  TO WS-OUT-RC
                 IF (WS-OUT-RC = 00
                       AND (OREC-TRANSFER-OK OR OREC-REDIRECTED))
                    OR WS-OUT-RC = 91 OR WS-OUT-RC = 92
                    PERFORM VARYING WS-GT-SRCH-IX FROM 1 BY 1
                            UNTIL WS-GT-SRCH-IX > WS-GT-COUNT
                               OR WS-GT-IX > 0
                       IF WS-GT-OPEN(WS-GT-SRCH-IX)
                          AND WS-GT-FROM-ID(WS-GT-SRCH-IX) = WS-OUT-ID
                          AND WS-GT-FROM-CUR(WS-GT-SRCH-IX) = WS-OUT-CUR
                          AND WS-GT-SEQ(WS-GT-SRCH-IX) = WS-OUT-SEQ
                          MOVE WS-GT-SRCH-IX TO WS-GT-IX
                       END-IF
                    END-PERFORM
                 END-IF
              END-IF
              IF WS-GT-IX > 0
                 EVALUATE TRUE
                    WHEN WS-OUT-RC = 91 OR WS-OUT-RC = 92
                       SET WS-GT-REJECTED(WS-GT-IX) TO TRUE
                    WHEN OREC-REDIRECTED
                       SET WS-GT-REDIRECTED(WS-GT-IX) TO TRUE
                    WHEN OTHER
                       SET WS-GT-POSTED(WS-GT-IX) TO TRUE
                 END-EVALUATE
                 MOVE WS-OUT-RC        TO WS-GT-RC(WS-GT-IX)
                 MOVE OREC-EXPLANATION TO WS-GT-EXPLANATION(WS-GT-IX)
              END-IF
           END-IF
           READ OUTPUT-FILE.
       H200-END. EXIT.
      *
       H400-APPLY-RESULT.
           EVALUATE TRUE
              WHEN WS-GT-POSTED(WS-GT-IX)
                 ADD 1 TO WS-CNT-POSTED
                 PERFORM H450-READ-ORDER
                 IF SOFILE-SUCCESS
                    AND SO-LAST-GEN-DATE = WS-BUS-DATE
                    AND NOT SO-RETRY-PENDING
                    MOVE ZERO TO SO-RETRY-COUNT
                    MOVE ZERO TO SO-LAST-RC
                    REWRITE SO-REC
                 END-IF
                 IF WS-GT-REDIRECTED(WS-GT-IX)
                    ADD 1 TO WS-CNT-REDIRECTED
                    MOVE 'POSTED - RE-KEY MERGED ORDER' TO WS-ACTION
                    PERFORM H600-WRITE-DETAIL
                 END-IF
              WHEN WS-GT-REJECTED(WS-GT-IX)
                 ADD 1 TO WS-CNT-REJECTED
                 PERFORM H500-APPLY-RULE
                 PERFORM H600-WRITE-DETAIL
              WHEN OTHER
                 ADD 1 TO WS-CNT-UNMATCHED
                 MOVE 'NO RESULT ON OUTPFILE'
                    TO WS-GT-EXPLANATION(WS-GT-IX)
                 MOVE 'CHECK INVFILE / RCYFILE' TO WS-ACTION
                 PERFORM H600-WRITE-DETAIL
           END-EVALUATE.
       H400-END. EXIT.
      *
       H450-READ-ORDER.
           MOVE WS-GT-FROM-ID(WS-GT-IX)  TO SO-FROM-ID
           MOVE WS-GT-FROM-CUR(WS-GT-IX) TO SO-FROM-CUR
           MOVE WS-GT-SEQ(WS-GT-IX)      TO SO-SEQ
           READ STORD-FILE KEY IS SO-KEY.
       H450-END. EXIT.
      *
       H500-APPLY-RULE.
           PERFORM H450-READ-ORDER
           EVALUATE TRUE
              WHEN NOT SOFILE-SUCCESS
                 MOVE 'ORDER NO LONGER ON SOFILE' TO WS-ACTION
              WHEN SO-LAST-GEN-DATE NOT = WS-BUS-DATE
                 MOVE 'ORDER GENERATED AGAIN SINCE' TO WS-ACTION
              WHEN SO-RETRY-PENDING
                 MOVE 'RETRY ALREADY QUEUED' TO WS-ACTION
              WHEN (SO-ACTIVE OR SO-ENDED) AND SO-RULE-RETRY
                 AND SO-RETRY-COUNT < SO-MAX-RETRY
                 MOVE 'Y' TO SO-RETRY-SW
                 ADD 1 TO SO-RETRY-COUNT
                 MOVE WS-GT-RC(WS-GT-IX) TO SO-LAST-RC
                 REWRITE SO-REC
                 ADD 1 TO WS-CNT-RETRY
                 MOVE SPACES TO WS-ACTION
                 STRING 'RETRY NEXT RUN (' SO-RETRY-COUNT ' OF '
                    SO-MAX-RETRY ')'
                    DELIMITED BY SIZE INTO WS-ACTION
                 END-STRING
              WHEN OTHER
                 MOVE 'N' TO SO-RETRY-SW
                 MOVE ZERO TO SO-RETRY-COUNT
                 MOVE WS-GT-RC(WS-GT-IX) TO SO-LAST-RC
                 REWRITE SO-REC
                 ADD 1 TO WS-CNT-SKIPPED
                 EVALUATE TRUE
                    WHEN SO-RULE-RETRY AND (SO-ACTIVE OR SO-ENDED)
                       MOVE 'SKIPPED - RETRIES USED UP' TO WS-ACTION
                    WHEN SO-ENDED
                       MOVE 'NOT PAID - ORDER HAS ENDED' TO WS-ACTION
                    WHEN OTHER
                       MOVE 'SKIPPED TO NEXT DUE DATE' TO WS-ACTION
                 END-EVALUATE
           END-EVALUATE.
       H500-END. EXIT.
      *
       H600-WRITE-DETAIL.
           MOVE WS-GT-FROM-ID(WS-GT-IX)     TO DET-FROM-ID
           MOVE WS-GT-FROM-CUR(WS-GT-IX)    TO DET-FROM-CUR
           MOVE WS-GT-SEQ(WS-GT-IX)         TO DET-SEQ
           MOVE WS-GT-TO-ID(WS-GT-IX)       TO DET-TO-ID
           MOVE WS-GT-TO-CUR(WS-GT-IX)      TO DET-TO-CUR
           MOVE WS-GT-AMOUNT(WS-GT-IX)      TO DET-AMOUNT
           MOVE WS-GT-GEN-TYPE(WS-GT-IX)    TO DET-TYPE
           IF WS-GT-OPEN(WS-GT-IX)
              MOVE SPACES TO DET-RC
           ELSE
              MOVE WS-GT-RC(WS-GT-IX) TO DET-RC
           END-IF
           MOVE WS-GT-EXPLANATION(WS-GT-IX) TO DET-RESULT
           MOVE WS-ACTION                   TO DET-ACTION
           WRITE RPT-REC FROM DET-LINE.
       H600-END. EXIT.
      *
       H950-PRINT-TOTALS.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINES.
           IF WS-CNT-REJECTED + WS-CNT-UNMATCHED = 0
              MOVE 'NO STANDING ORDER EXCEPTIONS' TO RPT-REC
              WRITE RPT-REC
              MOVE SPACES TO RPT-REC
              WRITE RPT-REC AFTER ADVANCING 1 LINES
           END-IF
           MOVE 'TRANSFERS GENERATED'    TO SUM-LABEL
           MOVE WS-CNT-GENERATED         TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'T RESULT LINES READ'    TO SUM-LABEL
           MOVE WS-CNT-LINES             TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'POSTED'                 TO SUM-LABEL
           MOVE WS-CNT-POSTED            TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE '  TO A MERGED CUSTOMER'  TO SUM-LABEL
           MOVE WS-CNT-REDIRECTED        TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'REJECTED'               TO SUM-LABEL
           MOVE WS-CNT-REJECTED          TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE '  RETRY QUEUED'         TO SUM-LABEL
           MOVE WS-CNT-RETRY             TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE '  SKIPPED'              TO SUM-LABEL
           MOVE WS-CNT-SKIPPED           TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'NO RESULT'              TO SUM-LABEL
           MOVE WS-CNT-UNMATCHED         TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           IF WS-CNT-UNMATCHED > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-CNT-REJECTED > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
       H950-END. EXIT.
      *
       H990-LOG-END.
           MOVE 'E' TO WS-LOG-EVENT
           MOVE WS-CNT-GENERATED TO WS-LOG-CNT-READ
           COMPUTE WS-LOG-CNT-WRITTEN =
              WS-CNT-REJECTED + WS-CNT-UNMATCHED
           MOVE RETURN-CODE      TO WS-LOG-RC
           CALL WS-RUNLOG USING WS-LOG-AREA.
       H990-END. EXIT.
      *
       H999-PREPARE-EXIT.
           CLOSE OUTPUT-FILE
           CLOSE STORD-FILE
           CLOSE REPORT-FILE
           PERFORM H990-LOG-END
           STOP RUN.
       H999-END. EXIT.
      *-----------------------------------------------------------------
