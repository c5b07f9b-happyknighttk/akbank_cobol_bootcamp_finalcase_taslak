       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLSRPT.
       AUTHOR. TOLGA KAYIS.
      *-----------------------------------------------------------------
      *Monthly account closures for the branch managers. Reads the
      *closed-account history PBEGIDX writes on every D and lists the
      *accounts closed in the chosen month: closure date, balance held
      *when the closure was asked for, the account any balance was
      *paid out to (and the amount credited there, in its currency)
      *and the last activity date before closure. A recap by closing
      *currency follows.
      *Parameter card on CLSPARM: MONTH(6) as YYYYMM; a missing card
      *or blank field means the month before the run date, so the
      *report can run on the first working day with no card.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSED-FILE   ASSIGN TO CLOSFILE
                                ORGANIZATION IS INDEXED
                                ACCESS SEQUENTIAL
                                RECORD KEY CLS-KEY
                                STATUS ST-CLOSED-FILE.
           SELECT PARM-FILE     ASSIGN TO CLSPARM
                                STATUS ST-PARM-FILE.
           SELECT REPORT-FILE   ASSIGN TO CLSRPT
                                STATUS ST-REPORT-FILE.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CLOSED-FILE.
       01  CLOSED-REC.
           03 CLS-KEY.
              05 CLS-ID                PIC S9(05) COMP-3.
              05 CLS-CURRENCY          PIC S9(03) COMP.
              05 CLS-TIMESTAMP         PIC X(16).
           03 CLS-CLOSE-DATE           PIC S9(08) COMP-3.
           03 CLS-FNAME                PIC X(15).
           03 CLS-LNAME                PIC X(15).
           03 CLS-BDAY                 PIC S9(07) COMP-3.
           03 CLS-FINAL-BALANCE        PIC S9(15) COMP-3.
           03 CLS-PAYOUT-ID            PIC S9(05) COMP-3.
           03 CLS-PAYOUT-CUR           PIC S9(03) COMP.
           03 CLS-PAYOUT-AMOUNT        PIC S9(13) COMP-3.
           03 CLS-LAST-ACT             PIC S9(08) COMP-3.
      *
       FD  PARM-FILE RECORDING MODE F.
       01  PARM-REC.
           03 PRM-MONTH                PIC X(06).
      *
       FD  REPORT-FILE RECORDING MODE F.
       01  RPT-REC                     PIC X(133).
      *--------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-WORKSHOP.
           03 WS-RUNLOG            PIC X(08) VALUE 'RUNLOG'.
           03 ST-CLOSED-FILE       PIC 9(02).
              88 CLSFILE-SUCCESS             VALUE 00 97.
              88 CLSFILE-EOF                 VALUE 10.
           03 ST-PARM-FILE         PIC 9(02).
              88 PARMFILE-SUCCESS            VALUE 00 97.
              88 PARMFILE-EOF                VALUE 10.
              88 PARMFILE-NOT-FOUND          VALUE 35.
           03 ST-REPORT-FILE       PIC 9(02).
              88 RPTFILE-SUCCESS             VALUE 00 97.
           03 WS-REPORT-MONTH      PIC 9(06) VALUE ZERO.
           03 WS-REPORT-MONTH-R REDEFINES WS-REPORT-MONTH.
              05 WS-RPT-YEAR       PIC 9(04).
              05 WS-RPT-MONTH      PIC 9(02).
           03 WS-CLOSE-MONTH       PIC 9(06).
           03 WS-CNT-READ          PIC 9(07) VALUE ZERO.
           03 WS-CNT-LISTED        PIC 9(07) VALUE ZERO.
           03 WS-CNT-PAID-OUT      PIC 9(07) VALUE ZERO.
           03 WS-CNT-ZERO-BAL      PIC 9(07) VALUE ZERO.
      *--------------------------------------
       01  WS-CURRENCY-TOTALS.
           03 WS-CT-MAX            PIC 9(03) COMP VALUE 50.
           03 WS-CT-COUNT          PIC 9(03) COMP VALUE ZERO.
           03 WS-CUR-IX            PIC 9(03) COMP.
           03 WS-CSRCH-IX          PIC 9(03) COMP.
           03 WS-CT-ENTRY OCCURS 50 TIMES.
              05 WS-CT-CUR         PIC S9(03) COMP.
              05 WS-CT-CLOSED      PIC 9(07).
              05 WS-CT-PAID-OUT    PIC 9(07).
              05 WS-CT-BALANCE     PIC S9(15) COMP-3.
      *--------------------------------------
       01  HEADER-1.
           03 FILLER         PIC X(30) VALUE
              'MONTHLY ACCOUNT CLOSURES'.
           03 FILLER         PIC X(12) VALUE SPACES.
           03 FILLER         PIC X(19) VALUE 'Author: TOLGA KAYIS'.
           03 FILLER         PIC X(72) VALUE SPACES.
      *
       01  HEADER-2.
           03 FILLER         PIC X(06) VALUE 'MONTH '.
           03 HDR-MONTH      PIC 9(06).
           03 FILLER         PIC X(121) VALUE SPACES.
      *
       01  HEADER-3.
           03 FILLER         PIC X(05) VALUE 'ID'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(03) VALUE 'CUR'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(15) VALUE 'FIRST NAME'.
           03 FILLER         PIC X(01) VALUE SPACES.
           03 FILLER         PIC X(15) VALUE 'LAST NAME'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(08) VALUE 'CLOSED'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(08) VALUE 'LAST ACT'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(15) VALUE '  FINAL BALANCE'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(09) VALUE 'PAID TO'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(15) VALUE '  AMOUNT PAID'.
           03 FILLER         PIC X(25) VALUE SPACES.
      *
       01  HEADER-4.
           03 FILLER         PIC X(108) VALUE ALL '-'.
           03 FILLER         PIC X(25) VALUE SPACES.
      *
       01  DET-LINE.
           03 DET-ID         PIC 9(05).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-CUR        PIC 9(03).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-FNAME      PIC X(15).
           03 FILLER         PIC X(01) VALUE SPACES.
           03 DET-LNAME      PIC X(15).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-CLOSE-DATE PIC 9(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-LAST-ACT   PIC 9(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-BALANCE    PIC -(14)9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-PAYOUT-KEY.
              05 DET-PAYOUT-ID  PIC 9(05).
              05 DET-PAYOUT-SEP PIC X(01).
              05 DET-PAYOUT-CUR PIC 9(03).
           03 DET-PAYOUT-NONE REDEFINES DET-PAYOUT-KEY PIC X(09).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-PAYOUT-AMT PIC -(14)9.
           03 FILLER         PIC X(25) VALUE SPACES.
      *
       01  CUR-LINE.
           03 FILLER         PIC X(09) VALUE 'CURRENCY '.
           03 CRL-CUR        PIC 9(03).
           03 FILLER         PIC X(10) VALUE '  CLOSED  '.
           03 CRL-CLOSED     PIC Z,ZZZ,ZZ9.
           03 FILLER         PIC X(12) VALUE '  PAID OUT  '.
           03 CRL-PAID-OUT   PIC Z,ZZZ,ZZ9.
           03 FILLER         PIC X(17) VALUE '  FINAL BALANCES '.
           03 CRL-BALANCE    PIC -(14)9.
           03 FILLER         PIC X(49) VALUE SPACES.
      *
       01  SUM-LINE.
           03 SUM-LABEL      PIC X(25).
           03 FILLER         PIC X(05) VALUE SPACES.
           03 SUM-COUNT      PIC Z,ZZZ,ZZ9.
           03 FILLER         PIC X(94) VALUE SPACES.
      *
       01 WS-CURRENT-DATE-DATA.
           03 WS-CURRENT-DATE.
              05 WS-CURRENT-YEAR         PIC 9(04).
              05 WS-CURRENT-MONTH        PIC 9(02).
              05 WS-CURRENT-DAY          PIC 9(02).
      *--------------------------------------
       01  WS-LOG-AREA.
           03 WS-LOG-PROGRAM       PIC X(08) VALUE 'CLSRPT'.
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
           PERFORM H200-PROCESS UNTIL CLSFILE-EOF
           PERFORM H900-PRINT-SUMMARY
           PERFORM H999-PREPARE-EXIT.
       0000-END. EXIT.
      *
       H050-LOG-START.
           MOVE 'S' TO WS-LOG-EVENT
           CALL WS-RUNLOG USING WS-LOG-AREA.
       H050-END. EXIT.
      *
       H100-OPEN-FILES.
           OPEN INPUT CLOSED-FILE
           IF NOT CLSFILE-SUCCESS
              DISPLAY 'CLOSFILE DID NOT OPEN PROPERLY: '
                 ST-CLOSED-FILE
              MOVE ST-CLOSED-FILE TO RETURN-CODE
              PERFORM H195-ABORT-EXIT
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT RPTFILE-SUCCESS
              DISPLAY 'CLSRPT DID NOT OPEN PROPERLY: ' ST-REPORT-FILE
              MOVE ST-REPORT-FILE TO RETURN-CODE
              CLOSE CLOSED-FILE
              PERFORM H195-ABORT-EXIT
           END-IF.
       H100-END. EXIT.
      *
       H195-ABORT-EXIT.
           STOP RUN.
       H195-END. EXIT.
      *
       H150-READ-PARM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-YEAR  TO WS-RPT-YEAR
           MOVE WS-CURRENT-MONTH TO WS-RPT-MONTH
           IF WS-RPT-MONTH = 1
              MOVE 12 TO WS-RPT-MONTH
              SUBTRACT 1 FROM WS-RPT-YEAR
           ELSE
              SUBTRACT 1 FROM WS-RPT-MONTH
           END-IF
           OPEN INPUT PARM-FILE
           IF PARMFILE-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT PARMFILE-SUCCESS
                 DISPLAY 'CLSPARM DID NOT OPEN PROPERLY: '
                    ST-PARM-FILE
                 MOVE ST-PARM-FILE TO RETURN-CODE
                 CLOSE CLOSED-FILE
                 CLOSE REPORT-FILE
                 PERFORM H195-ABORT-EXIT
              END-IF
              READ PARM-FILE
              IF NOT PARMFILE-EOF
                 IF PRM-MONTH IS NUMERIC
                    MOVE PRM-MONTH TO WS-REPORT-MONTH
                 END-IF
              END-IF
              CLOSE PARM-FILE
           END-IF.
       H150-END. EXIT.
      *
       H170-WRITE-HEADERS.
           MOVE WS-REPORT-MONTH TO HDR-MONTH
           WRITE RPT-REC FROM HEADER-1.
           WRITE RPT-REC FROM HEADER-2.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC AFTER ADVANCING 1 LINES.
           WRITE RPT-REC FROM HEADER-3.
           WRITE RPT-REC FROM HEADER-4.
       H170-END. EXIT.
      *
       H200-PROCESS.
           READ CLOSED-FILE
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1 TO WS-CNT-READ
                 COMPUTE WS-CLOSE-MONTH = CLS-CLOSE-DATE / 100
                 IF WS-CLOSE-MONTH = WS-REPORT-MONTH
                    PERFORM H250-LIST-CLOSURE
                 END-IF
           END-READ.
       H200-END. EXIT.
      *
       H250-LIST-CLOSURE.
           MOVE SPACES TO DET-LINE
           MOVE CLS-ID            TO DET-ID
           MOVE CLS-CURRENCY      TO DET-CUR
           MOVE CLS-FNAME         TO DET-FNAME
           MOVE CLS-LNAME         TO DET-LNAME
           MOVE CLS-CLOSE-DATE    TO DET-CLOSE-DATE
           MOVE CLS-LAST-ACT      TO DET-LAST-ACT
           MOVE CLS-FINAL-BALANCE TO DET-BALANCE
           IF CLS-PAYOUT-ID > ZERO
              MOVE CLS-PAYOUT-ID     TO DET-PAYOUT-ID
              MOVE '/'               TO DET-PAYOUT-SEP
              MOVE CLS-PAYOUT-CUR    TO DET-PAYOUT-CUR
              MOVE CLS-PAYOUT-AMOUNT TO DET-PAYOUT-AMT
              ADD 1 TO WS-CNT-PAID-OUT
           ELSE
              MOVE 'NONE'            TO DET-PAYOUT-NONE
              ADD 1 TO WS-CNT-ZERO-BAL
           END-IF
           WRITE RPT-REC FROM DET-LINE
           ADD 1 TO WS-CNT-LISTED
           PERFORM H300-ROLL-CURRENCY.
       H250-END. EXIT.
      *
       H300-ROLL-CURRENCY.
           MOVE 0 TO WS-CUR-IX
           PERFORM VARYING WS-CSRCH-IX FROM 1 BY 1
                   UNTIL WS-CSRCH-IX > WS-CT-COUNT
                      OR WS-CUR-IX > 0
              IF WS-CT-CUR(WS-CSRCH-IX) = CLS-CURRENCY
                 MOVE WS-CSRCH-IX TO WS-CUR-IX
              END-IF
           END-PERFORM
           IF WS-CUR-IX = 0
              IF WS-CT-COUNT >= WS-CT-MAX
                 DISPLAY 'CLSRPT CURRENCY TABLE FULL AT ' WS-CT-COUNT
                 MOVE 16 TO RETURN-CODE
                 CLOSE CLOSED-FILE
                 CLOSE REPORT-FILE
                 PERFORM H195-ABORT-EXIT
              END-IF
              ADD 1 TO WS-CT-COUNT
              MOVE WS-CT-COUNT TO WS-CUR-IX
              MOVE CLS-CURRENCY TO WS-CT-CUR(WS-CUR-IX)
              MOVE ZERO TO WS-CT-CLOSED(WS-CUR-IX)
              MOVE ZERO TO WS-CT-PAID-OUT(WS-CUR-IX)
              MOVE ZERO TO WS-CT-BALANCE(WS-CUR-IX)
           END-IF
           ADD 1 TO WS-CT-CLOSED(WS-CUR-IX)
           IF CLS-PAYOUT-ID > ZERO
              ADD 1 TO WS-CT-PAID-OUT(WS-CUR-IX)
           END-IF
           ADD CLS-FINAL-BALANCE TO WS-CT-BALANCE(WS-CUR-IX).
       H300-END. EXIT.
      *
       H900-PRINT-SUMMARY.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINES.
           MOVE 'CLOSURES BY CURRENCY' TO RPT-REC
           WRITE RPT-REC.
           MOVE ALL '-' TO RPT-REC(1:20)
           WRITE RPT-REC.
           PERFORM VARYING WS-CUR-IX FROM 1 BY 1
                   UNTIL WS-CUR-IX > WS-CT-COUNT
              MOVE WS-CT-CUR(WS-CUR-IX)      TO CRL-CUR
              MOVE WS-CT-CLOSED(WS-CUR-IX)   TO CRL-CLOSED
              MOVE WS-CT-PAID-OUT(WS-CUR-IX) TO CRL-PAID-OUT
              MOVE WS-CT-BALANCE(WS-CUR-IX)  TO CRL-BALANCE
              WRITE RPT-REC FROM CUR-LINE
           END-PERFORM
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINES.
           MOVE 'CLOSED RECORDS READ'    TO SUM-LABEL
           MOVE WS-CNT-READ              TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'CLOSURES IN MONTH'      TO SUM-LABEL
           MOVE WS-CNT-LISTED            TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'CLOSED WITH PAYOUT'     TO SUM-LABEL
           MOVE WS-CNT-PAID-OUT          TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'CLOSED AT ZERO BALANCE' TO SUM-LABEL
           MOVE WS-CNT-ZERO-BAL          TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
       H900-END. EXIT.
      *
       H990-LOG-END.
           MOVE 'E' TO WS-LOG-EVENT
           MOVE WS-CNT-READ    TO WS-LOG-CNT-READ
           MOVE WS-CNT-LISTED  TO WS-LOG-CNT-WRITTEN
           MOVE RETURN-CODE    TO WS-LOG-RC
           CALL WS-RUNLOG USING WS-LOG-AREA.
       H990-END. EXIT.
      *
       H999-PREPARE-EXIT.
           CLOSE CLOSED-FILE
           CLOSE REPORT-FILE
           PERFORM H990-LOG-END
           STOP RUN.
       H999-END. EXIT.
      *-----------------------------------------------------------------
