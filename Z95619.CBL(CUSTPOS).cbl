       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPOS.
       AUTHOR. TOLGA KAYIS.
      *-----------------------------------------------------------------
      *Customer consolidated position. Sweeps the customer master in
      *key order and, for each customer ID, prints every currency
      *account's balance, the total converted to a base currency and
      *the customer's age from IDX-BDAY. Conversion uses the RATE-FILE
      *pair from the account currency to the base currency maintained
      *by RATMNT; a pair is used only when it is active, its effective
      *date has been reached and its rate is above zero. Base-currency
      *accounts count one for one.
      *A balance that cannot be converted is flagged with * on the
      *customer line, left out of the converted total (the customer is
      *marked INCOMPLETE) and listed in its own section with the
      *reason. The report ends with the top-N customers by converted
      *total and a per-currency exposure summary.
      *Parameter card on CPSPARM: BASE-CUR(3) TOP-N(3) AS-OF-DATE(8).
      *A missing card or blank field means base 840, top 10 and as of
      *today; TOP-N is capped at 50.
      *Return code 4 when any balance could not be converted.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEX-FILE    ASSIGN TO IDXFILE
                                ORGANIZATION IS INDEXED
                                ACCESS SEQUENTIAL
                                RECORD KEY IDX-KEY
                                STATUS ST-INDEX-FILE.
           SELECT RATE-FILE     ASSIGN TO RATEFILE
                                ORGANIZATION IS INDEXED
                                ACCESS RANDOM
                                RECORD KEY RAT-KEY
                                STATUS ST-RATE-FILE.
           SELECT PARM-FILE     ASSIGN TO CPSPARM
                                STATUS ST-PARM-FILE.
           SELECT WORK-FILE     ASSIGN TO CPSWORK
                                STATUS ST-WORK-FILE.
           SELECT REPORT-FILE   ASSIGN TO CPSRPT
                                STATUS ST-REPORT-FILE.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  INDEX-FILE.
       01  IDX-REC.
           03 IDX-KEY.
              05 IDX-ID              PIC S9(05) COMP-3.
              05 IDX-CURRENCY        PIC S9(03) COMP.
           03 IDX-FNAME              PIC X(15).
           03 IDX-LNAME              PIC X(15).
           03 IDX-BDAY               PIC S9(07) COMP-3.
           03 IDX-BALANCE            PIC S9(15) COMP-3.
           03 IDX-LAST-ACT           PIC S9(08) COMP-3.
      *
       FD  RATE-FILE.
       01  RATE-REC.
           03 RAT-KEY.
              05 RAT-FROM-CUR         PIC S9(03) COMP.
              05 RAT-TO-CUR           PIC S9(03) COMP.
           03 RAT-RATE                PIC S9(03)V9(06) COMP-3.
           03 RAT-STATUS              PIC X(01).
              88 RAT-ACTIVE                    VALUE 'A'.
              88 RAT-DEACTIVATED               VALUE 'D'.
           03 RAT-EFF-DATE            PIC S9(08) COMP-3.
      *
       FD  PARM-FILE RECORDING MODE F.
       01  PARM-REC.
           03 PRM-BASE-CUR             PIC X(03).
           03 PRM-TOP-N                PIC X(03).
           03 PRM-AS-OF-DATE           PIC X(08).
      *
      *One record per balance that could not be converted, read back
      *at the end of the sweep for the separate listing.
       FD  WORK-FILE RECORDING MODE F.
       01  WORK-REC.
           03 WRK-ID                   PIC 9(05).
           03 WRK-CURRENCY             PIC 9(03).
           03 WRK-FNAME                PIC X(15).
           03 WRK-LNAME                PIC X(15).
           03 WRK-BALANCE              PIC S9(15) COMP-3.
           03 WRK-REASON               PIC X(30).
      *
       FD  REPORT-FILE RECORDING MODE F.
       01  RPT-REC                     PIC X(160).
      *--------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-WORKSHOP.
           03 WS-RUNLOG            PIC X(08) VALUE 'RUNLOG'.
           03 ST-INDEX-FILE        PIC 9(02).
              88 IDXFILE-SUCCESS             VALUE 00 97.
              88 IDXFILE-EOF                 VALUE 10.
           03 ST-RATE-FILE         PIC 9(02).
              88 RATEFILE-SUCCESS            VALUE 00 97.
           03 ST-PARM-FILE         PIC 9(02).
              88 PARMFILE-SUCCESS            VALUE 00 97.
              88 PARMFILE-EOF                VALUE 10.
              88 PARMFILE-NOT-FOUND          VALUE 35.
           03 ST-WORK-FILE         PIC 9(02).
              88 WRKFILE-SUCCESS             VALUE 00 97.
              88 WRKFILE-EOF                 VALUE 10.
           03 ST-REPORT-FILE       PIC 9(02).
              88 RPTFILE-SUCCESS             VALUE 00 97.
           03 WS-BASE-CUR          PIC 9(03) VALUE 840.
           03 WS-TOP-N             PIC 9(03) VALUE 10.
           03 WS-AS-OF-DATE        PIC 9(08) VALUE ZERO.
           03 WS-AS-OF-PARTS REDEFINES WS-AS-OF-DATE.
              05 WS-AS-OF-YEAR     PIC 9(04).
              05 WS-AS-OF-MONTH    PIC 9(02).
              05 WS-AS-OF-DAY      PIC 9(02).
           03 WS-RATE              PIC S9(03)V9(06) COMP-3.
           03 WS-CONV-AMOUNT       PIC S9(15) COMP-3.
           03 WS-CONV-SW           PIC X(01).
              88 WS-CONV-OK                  VALUE 'Y'.
           03 WS-CONV-REASON       PIC X(30).
           03 WS-HAVE-CUST-SW      PIC X(01) VALUE 'N'.
              88 WS-HAVE-CUST                VALUE 'Y'.
           03 WS-BDAY-CENTURY      PIC 9(01).
           03 WS-BDAY-YY           PIC 9(02).
           03 WS-BDAY-CCYY         PIC 9(04).
           03 WS-BDAY-MM           PIC 9(02).
           03 WS-BDAY-DD           PIC 9(02).
           03 WS-AGE-CALC          PIC S9(03).
           03 WS-SLOT-IX           PIC 9(03) COMP.
           03 WS-GRAND-CONVERTED   PIC S9(15) COMP-3 VALUE ZERO.
           03 WS-CNT-READ          PIC 9(07) VALUE ZERO.
           03 WS-CNT-CUSTOMERS     PIC 9(07) VALUE ZERO.
           03 WS-CNT-CONVERTED     PIC 9(07) VALUE ZERO.
           03 WS-CNT-NOT-CONV      PIC 9(07) VALUE ZERO.
           03 WS-CNT-INCOMPLETE    PIC 9(07) VALUE ZERO.
      *--------------------------------------
      *The customer being accumulated, one entry per currency account.
       01  WS-CUSTOMER.
           03 WS-CU-ID             PIC S9(05) COMP-3.
           03 WS-CU-FNAME          PIC X(15).
           03 WS-CU-LNAME          PIC X(15).
           03 WS-CU-BDAY           PIC S9(07) COMP-3.
           03 WS-CU-AGE            PIC 9(03).
           03 WS-CU-TOTAL          PIC S9(15) COMP-3.
           03 WS-CU-INCOMPLETE-SW  PIC X(01).
              88 WS-CU-INCOMPLETE            VALUE 'Y'.
           03 WS-CA-MAX            PIC 9(03) COMP VALUE 50.
           03 WS-CA-COUNT          PIC 9(03) COMP VALUE ZERO.
           03 WS-ACC-IX            PIC 9(03) COMP.
           03 WS-CA-ENTRY OCCURS 50 TIMES.
              05 WS-CA-CUR         PIC S9(03) COMP.
              05 WS-CA-BALANCE     PIC S9(15) COMP-3.
              05 WS-CA-CONV-SW     PIC X(01).
                 88 WS-CA-CONVERTED          VALUE 'Y'.
      *--------------------------------------
      *Top-N customers by converted total, highest first.
       01  WS-TOP-TABLE.
           03 WS-TOP-MAX           PIC 9(03) COMP VALUE 50.
           03 WS-TOP-COUNT         PIC 9(03) COMP VALUE ZERO.
           03 WS-TOP-POS           PIC 9(03) COMP.
           03 WS-TOP-IX            PIC 9(03) COMP.
           03 WS-TSRCH-IX          PIC 9(03) COMP.
           03 WS-TP-ENTRY OCCURS 50 TIMES.
              05 WS-TP-ID          PIC S9(05) COMP-3.
              05 WS-TP-FNAME       PIC X(15).
              05 WS-TP-LNAME       PIC X(15).
              05 WS-TP-AGE         PIC 9(03).
              05 WS-TP-TOTAL       PIC S9(15) COMP-3.
              05 WS-TP-INCOMPLETE  PIC X(01).
      *--------------------------------------
       01  WS-CURRENCY-TOTALS.
           03 WS-CT-MAX            PIC 9(03) COMP VALUE 50.
           03 WS-CT-COUNT          PIC 9(03) COMP VALUE ZERO.
           03 WS-CUR-IX            PIC 9(03) COMP.
           03 WS-CSRCH-IX          PIC 9(03) COMP.
           03 WS-CT-ENTRY OCCURS 50 TIMES.
              05 WS-CT-CUR         PIC S9(03) COMP.
              05 WS-CT-ACCOUNTS    PIC 9(07).
              05 WS-CT-BALANCE     PIC S9(15) COMP-3.
              05 WS-CT-RATE        PIC S9(03)V9(06) COMP-3.
              05 WS-CT-CONVERTED   PIC S9(15) COMP-3.
              05 WS-CT-NC-COUNT    PIC 9(07).
              05 WS-CT-NC-BALANCE  PIC S9(15) COMP-3.
      *--------------------------------------
       01  HEADER-1.
           03 FILLER         PIC X(30) VALUE
              'CUSTOMER CONSOLIDATED POSITION'.
           03 FILLER         PIC X(12) VALUE SPACES.
           03 FILLER         PIC X(19) VALUE 'Author: TOLGA KAYIS'.
           03 FILLER         PIC X(99) VALUE SPACES.
      *
       01  HEADER-2.
           03 FILLER         PIC X(14) VALUE 'BASE CURRENCY '.
           03 HDR-BASE-CUR   PIC 9(03).
           03 FILLER         PIC X(08) VALUE '  AS OF '.
           03 HDR-AS-OF      PIC 9(08).
           03 FILLER         PIC X(06) VALUE '  TOP '.
           03 HDR-TOP-N      PIC ZZ9.
           03 FILLER         PIC X(118) VALUE SPACES.
      *
       01  HEADER-3.
           03 FILLER         PIC X(05) VALUE 'ID'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(15) VALUE 'FIRST NAME'.
           03 FILLER         PIC X(01) VALUE SPACES.
           03 FILLER         PIC X(15) VALUE 'LAST NAME'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(03) VALUE 'AGE'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(88) VALUE
              'CUR BALANCE (* NOT CONVERTED), FOUR ACCOUNTS PER LINE'.
           03 FILLER         PIC X(15) VALUE ' BASE TOTAL'.
           03 FILLER         PIC X(12) VALUE SPACES.
      *
       01  HEADER-4.
           03 FILLER         PIC X(160) VALUE ALL '-'.
      *
       01  DET-LINE.
           03 DET-ID         PIC 9(05).
           03 DET-ID-X REDEFINES DET-ID
                             PIC X(05).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-FNAME      PIC X(15).
           03 FILLER         PIC X(01) VALUE SPACES.
           03 DET-LNAME      PIC X(15).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-AGE        PIC ZZ9.
           03 DET-AGE-X REDEFINES DET-AGE
                             PIC X(03).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-SLOT OCCURS 4 TIMES.
              05 DET-SL-CUR  PIC 9(03).
              05 DET-SL-CUR-X REDEFINES DET-SL-CUR
                             PIC X(03).
              05 FILLER      PIC X(01).
              05 DET-SL-BAL  PIC -(14)9.
              05 DET-SL-BAL-X REDEFINES DET-SL-BAL
                             PIC X(15).
              05 DET-SL-FLAG PIC X(01).
              05 FILLER      PIC X(02).
           03 DET-TOTAL      PIC -(14)9.
           03 DET-TOTAL-X REDEFINES DET-TOTAL
                             PIC X(15).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-NOTE       PIC X(10).
      *
       01  HEADER-5.
           03 FILLER         PIC X(40) VALUE
              'BALANCES NOT CONVERTED TO BASE CURRENCY'.
           03 FILLER         PIC X(120) VALUE SPACES.
      *
       01  HEADER-6.
           03 FILLER         PIC X(05) VALUE 'ID'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(03) VALUE 'CUR'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(15) VALUE 'FIRST NAME'.
           03 FILLER         PIC X(01) VALUE SPACES.
           03 FILLER         PIC X(15) VALUE 'LAST NAME'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(15) VALUE '        BALANCE'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(30) VALUE 'REASON'.
           03 FILLER         PIC X(68) VALUE SPACES.
      *
       01  NCV-LINE.
           03 NCV-ID         PIC 9(05).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 NCV-CUR        PIC 9(03).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 NCV-FNAME      PIC X(15).
           03 FILLER         PIC X(01) VALUE SPACES.
           03 NCV-LNAME      PIC X(15).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 NCV-BALANCE    PIC -(14)9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 NCV-REASON     PIC X(30).
           03 FILLER         PIC X(68) VALUE SPACES.
      *
       01  HEADER-7.
           03 FILLER         PIC X(22) VALUE 'TOP CUSTOMERS BY BASE '.
           03 FILLER         PIC X(14) VALUE 'CURRENCY TOTAL'.
           03 FILLER         PIC X(124) VALUE SPACES.
      *
       01  HEADER-8.
           03 FILLER         PIC X(04) VALUE 'RANK'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(05) VALUE 'ID'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(15) VALUE 'FIRST NAME'.
           03 FILLER         PIC X(01) VALUE SPACES.
           03 FILLER         PIC X(15) VALUE 'LAST NAME'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(03) VALUE 'AGE'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(15) VALUE '     BASE TOTAL'.
           03 FILLER         PIC X(94) VALUE SPACES.
      *
       01  TOP-LINE.
           03 TOP-RANK       PIC ZZZ9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 TOP-ID         PIC 9(05).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 TOP-FNAME      PIC X(15).
           03 FILLER         PIC X(01) VALUE SPACES.
           03 TOP-LNAME      PIC X(15).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 TOP-AGE        PIC ZZ9.
           03 TOP-AGE-X REDEFINES TOP-AGE
                             PIC X(03).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 TOP-TOTAL      PIC -(14)9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 TOP-NOTE       PIC X(10).
           03 FILLER         PIC X(82) VALUE SPACES.
      *
       01  HEADER-9.
           03 FILLER         PIC X(26) VALUE 'PER-CURRENCY EXPOSURE'.
           03 FILLER         PIC X(134) VALUE SPACES.
      *
       01  HEADER-10.
           03 FILLER         PIC X(03) VALUE 'CUR'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(09) VALUE ' ACCOUNTS'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(15) VALUE '        BALANCE'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(10) VALUE '      RATE'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(15) VALUE '      IN BASE'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(09) VALUE ' NOT CONV'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(15) VALUE '  NOT CONVERTED'.
           03 FILLER         PIC X(72) VALUE SPACES.
      *
       01  CUR-LINE.
           03 CUL-CUR        PIC 9(03).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 CUL-ACCOUNTS   PIC Z,ZZZ,ZZ9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 CUL-BALANCE    PIC -(14)9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 CUL-RATE       PIC ZZ9.999999.
           03 CUL-RATE-X REDEFINES CUL-RATE
                             PIC X(10).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 CUL-CONVERTED  PIC -(14)9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 CUL-NC-COUNT   PIC Z,ZZZ,ZZ9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 CUL-NC-BALANCE PIC -(14)9.
           03 FILLER         PIC X(72) VALUE SPACES.
      *
       01  GRAND-LINE.
           03 FILLER         PIC X(25) VALUE 'TOTAL IN BASE CURRENCY'.
           03 FILLER         PIC X(05) VALUE SPACES.
           03 GRD-TOTAL      PIC -(14)9.
           03 FILLER         PIC X(115) VALUE SPACES.
      *
       01  SUM-LINE.
           03 SUM-LABEL      PIC X(25).
           03 FILLER         PIC X(05) VALUE SPACES.
           03 SUM-COUNT      PIC Z,ZZZ,ZZ9.
           03 FILLER         PIC X(121) VALUE SPACES.
      *
       01 WS-CURRENT-DATE-DATA.
           03 WS-CURRENT-DATE.
              05 WS-CURRENT-YEAR         PIC 9(04).
              05 WS-CURRENT-MONTH        PIC 9(02).
              05 WS-CURRENT-DAY          PIC 9(02).
      *--------------------------------------
       01  WS-LOG-AREA.
           03 WS-LOG-PROGRAM       PIC X(08) VALUE 'CUSTPOS'.
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
           PERFORM H200-PROCESS UNTIL IDXFILE-EOF
           PERFORM H700-PRINT-NOT-CONVERTED
           PERFORM H800-PRINT-TOP-N
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
           OPEN INPUT INDEX-FILE
           IF NOT IDXFILE-SUCCESS
              DISPLAY 'IDXFILE DID NOT OPEN PROPERLY: ' ST-INDEX-FILE
              MOVE ST-INDEX-FILE TO RETURN-CODE
              PERFORM H195-ABORT-EXIT
           END-IF
           OPEN INPUT RATE-FILE
           IF NOT RATEFILE-SUCCESS
              DISPLAY 'RATEFILE DID NOT OPEN PROPERLY: ' ST-RATE-FILE
              MOVE ST-RATE-FILE TO RETURN-CODE
              CLOSE INDEX-FILE
              PERFORM H195-ABORT-EXIT
           END-IF
           OPEN OUTPUT WORK-FILE
           IF NOT WRKFILE-SUCCESS
              DISPLAY 'CPSWORK DID NOT OPEN PROPERLY: ' ST-WORK-FILE
              MOVE ST-WORK-FILE TO RETURN-CODE
              CLOSE INDEX-FILE
              CLOSE RATE-FILE
              PERFORM H195-ABORT-EXIT
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT RPTFILE-SUCCESS
              DISPLAY 'CPSRPT DID NOT OPEN PROPERLY: ' ST-REPORT-FILE
              MOVE ST-REPORT-FILE TO RETURN-CODE
              CLOSE INDEX-FILE
              CLOSE RATE-FILE
              CLOSE WORK-FILE
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
           MOVE WS-CURRENT-DATE TO WS-AS-OF-DATE
           OPEN INPUT PARM-FILE
           IF PARMFILE-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT PARMFILE-SUCCESS
                 DISPLAY 'CPSPARM DID NOT OPEN PROPERLY: '
                    ST-PARM-FILE
                 MOVE ST-PARM-FILE TO RETURN-CODE
                 CLOSE INDEX-FILE
                 CLOSE RATE-FILE
                 CLOSE WORK-FILE
                 CLOSE REPORT-FILE
                 PERFORM H195-ABORT-EXIT
              END-IF
              READ PARM-FILE
              IF NOT PARMFILE-EOF
                 IF PRM-BASE-CUR IS NUMERIC
                    MOVE PRM-BASE-CUR TO WS-BASE-CUR
                 END-IF
                 IF PRM-TOP-N IS NUMERIC
                    MOVE PRM-TOP-N TO WS-TOP-N
                 END-IF
                 IF PRM-AS-OF-DATE IS NUMERIC
                    MOVE PRM-AS-OF-DATE TO WS-AS-OF-DATE
                 END-IF
              END-IF
              CLOSE PARM-FILE
           END-IF
           IF WS-TOP-N = ZERO
              MOVE 10 TO WS-TOP-N
           END-IF
           IF WS-TOP-N > WS-TOP-MAX
              MOVE WS-TOP-MAX TO WS-TOP-N
           END-IF.
       H150-END. EXIT.
      *
       H170-WRITE-HEADERS.
           MOVE WS-BASE-CUR   TO HDR-BASE-CUR
           MOVE WS-AS-OF-DATE TO HDR-AS-OF
           MOVE WS-TOP-N      TO HDR-TOP-N
           WRITE RPT-REC FROM HEADER-1.
           WRITE RPT-REC FROM HEADER-2.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC AFTER ADVANCING 1 LINES.
           WRITE RPT-REC FROM HEADER-3.
           WRITE RPT-REC FROM HEADER-4.
       H170-END. EXIT.
      *
      *The master is in ID/currency order, so a change of ID closes
      *the customer in hand.
       H200-PROCESS.
           READ INDEX-FILE
              AT END
                 IF WS-HAVE-CUST
                    PERFORM H400-END-CUSTOMER
                 END-IF
              NOT AT END
                 ADD 1 TO WS-CNT-READ
                 IF WS-HAVE-CUST AND IDX-ID NOT = WS-CU-ID
                    PERFORM H400-END-CUSTOMER
                 END-IF
                 IF NOT WS-HAVE-CUST
                    PERFORM H250-START-CUSTOMER
                 END-IF
                 PERFORM H300-ADD-ACCOUNT
           END-READ.
       H200-END. EXIT.
      *
       H250-START-CUSTOMER.
           MOVE IDX-ID    TO WS-CU-ID
           MOVE IDX-FNAME TO WS-CU-FNAME
           MOVE IDX-LNAME TO WS-CU-LNAME
           MOVE ZERO      TO WS-CU-BDAY
           MOVE ZERO      TO WS-CU-TOTAL
           MOVE 'N'       TO WS-CU-INCOMPLETE-SW
           MOVE ZERO      TO WS-CA-COUNT
           SET WS-HAVE-CUST TO TRUE.
       H250-END. EXIT.
      *
       H300-ADD-ACCOUNT.
           IF WS-CU-BDAY = ZERO
              MOVE IDX-BDAY TO WS-CU-BDAY
           END-IF
           IF WS-CA-COUNT >= WS-CA-MAX
              DISPLAY 'CUSTPOS ACCOUNT TABLE FULL FOR ID ' IDX-ID
              MOVE 16 TO RETURN-CODE
              CLOSE INDEX-FILE
              CLOSE RATE-FILE
              CLOSE WORK-FILE
              CLOSE REPORT-FILE
              PERFORM H195-ABORT-EXIT
           END-IF
           PERFORM H350-CONVERT
           ADD 1 TO WS-CA-COUNT
           MOVE WS-CA-COUNT  TO WS-ACC-IX
           MOVE IDX-CURRENCY TO WS-CA-CUR(WS-ACC-IX)
           MOVE IDX-BALANCE  TO WS-CA-BALANCE(WS-ACC-IX)
           MOVE WS-CONV-SW   TO WS-CA-CONV-SW(WS-ACC-IX)
           IF WS-CONV-OK
              ADD WS-CONV-AMOUNT TO WS-CU-TOTAL
              ADD WS-CONV-AMOUNT TO WS-GRAND-CONVERTED
              ADD 1 TO WS-CNT-CONVERTED
           ELSE
              SET WS-CU-INCOMPLETE TO TRUE
              ADD 1 TO WS-CNT-NOT-CONV
              MOVE IDX-ID         TO WRK-ID
              MOVE IDX-CURRENCY   TO WRK-CURRENCY
              MOVE IDX-FNAME      TO WRK-FNAME
              MOVE IDX-LNAME      TO WRK-LNAME
              MOVE IDX-BALANCE    TO WRK-BALANCE
              MOVE WS-CONV-REASON TO WRK-REASON
              WRITE WORK-REC
           END-IF
           PERFORM H600-ROLL-CURRENCY.
       H300-END. EXIT.
      *
      *Same rule PBEGIDX applies to a cross-currency transfer: the
      *pair must be active, effective by the as-of date and above zero.
       H350-CONVERT.
           MOVE 'N'    TO WS-CONV-SW
           MOVE SPACES TO WS-CONV-REASON
           MOVE ZERO   TO WS-CONV-AMOUNT
           IF IDX-CURRENCY = WS-BASE-CUR
              SET WS-CONV-OK TO TRUE
              MOVE 1 TO WS-RATE
              MOVE IDX-BALANCE TO WS-CONV-AMOUNT
           ELSE
              MOVE IDX-CURRENCY TO RAT-FROM-CUR
              MOVE WS-BASE-CUR  TO RAT-TO-CUR
              READ RATE-FILE KEY IS RAT-KEY
                 INVALID KEY
                    MOVE 'NO RATE PAIR ON FILE' TO WS-CONV-REASON
                 NOT INVALID KEY
                    EVALUATE TRUE
                       WHEN NOT RAT-ACTIVE
                          MOVE 'RATE PAIR DEACTIVATED'
                             TO WS-CONV-REASON
                       WHEN WS-AS-OF-DATE < RAT-EFF-DATE
                          MOVE 'RATE NOT YET EFFECTIVE'
                             TO WS-CONV-REASON
                       WHEN RAT-RATE NOT > ZERO
                          MOVE 'RATE IS ZERO' TO WS-CONV-REASON
                       WHEN OTHER
                          SET WS-CONV-OK TO TRUE
                          MOVE RAT-RATE TO WS-RATE
                          COMPUTE WS-CONV-AMOUNT ROUNDED
                             = IDX-BALANCE * RAT-RATE
                    END-EVALUATE
              END-READ
           END-IF.
       H350-END. EXIT.
      *
       H400-END-CUSTOMER.
           PERFORM H450-CALC-AGE
           PERFORM H500-PRINT-CUSTOMER
           PERFORM H550-RANK-CUSTOMER
           ADD 1 TO WS-CNT-CUSTOMERS
           IF WS-CU-INCOMPLETE
              ADD 1 TO WS-CNT-INCOMPLETE
           END-IF
           MOVE 'N' TO WS-HAVE-CUST-SW.
       H400-END. EXIT.
      *
      *IDX-BDAY is CYYMMDD (century 0 = 19xx, 1 = 20xx); age is taken
      *at the as-of date. A zero birth date prints N/K.
       H450-CALC-AGE.
           MOVE ZERO TO WS-CU-AGE
           IF WS-CU-BDAY NOT = ZERO
              COMPUTE WS-BDAY-CENTURY = WS-CU-BDAY / 1000000
              COMPUTE WS-BDAY-YY =
                 FUNCTION MOD(WS-CU-BDAY, 1000000) / 10000
              COMPUTE WS-BDAY-MM = FUNCTION MOD(WS-CU-BDAY, 10000) / 100
              COMPUTE WS-BDAY-DD = FUNCTION MOD(WS-CU-BDAY, 100)
              COMPUTE WS-BDAY-CCYY = 1900 + (WS-BDAY-CENTURY * 100)
                                          + WS-BDAY-YY
              COMPUTE WS-AGE-CALC = WS-AS-OF-YEAR - WS-BDAY-CCYY
              IF WS-AS-OF-MONTH < WS-BDAY-MM
                 SUBTRACT 1 FROM WS-AGE-CALC
              ELSE
                 IF WS-AS-OF-MONTH = WS-BDAY-MM AND
                    WS-AS-OF-DAY < WS-BDAY-DD
                    SUBTRACT 1 FROM WS-AGE-CALC
                 END-IF
              END-IF
              IF WS-AGE-CALC > ZERO
                 MOVE WS-AGE-CALC TO WS-CU-AGE
              END-IF
           END-IF.
       H450-END. EXIT.
      *
      *Four accounts to a line; a customer with more currencies runs
      *on to continuation lines carrying the accounts only. The total
      *is printed on the last line.
       H500-PRINT-CUSTOMER.
           PERFORM H510-CLEAR-DETAIL
           MOVE WS-CU-ID    TO DET-ID
           MOVE WS-CU-FNAME TO DET-FNAME
           MOVE WS-CU-LNAME TO DET-LNAME
           IF WS-CU-BDAY = ZERO
              MOVE 'N/K'     TO DET-AGE-X
           ELSE
              MOVE WS-CU-AGE TO DET-AGE
           END-IF
           MOVE 0 TO WS-SLOT-IX
           PERFORM VARYING WS-ACC-IX FROM 1 BY 1
                   UNTIL WS-ACC-IX > WS-CA-COUNT
              IF WS-SLOT-IX = 4
                 WRITE RPT-REC FROM DET-LINE
                 PERFORM H510-CLEAR-DETAIL
                 MOVE 0 TO WS-SLOT-IX
              END-IF
              ADD 1 TO WS-SLOT-IX
              MOVE WS-CA-CUR(WS-ACC-IX)     TO DET-SL-CUR(WS-SLOT-IX)
              MOVE WS-CA-BALANCE(WS-ACC-IX) TO DET-SL-BAL(WS-SLOT-IX)
              IF NOT WS-CA-CONVERTED(WS-ACC-IX)
                 MOVE '*' TO DET-SL-FLAG(WS-SLOT-IX)
              END-IF
           END-PERFORM
           MOVE WS-CU-TOTAL TO DET-TOTAL
           IF WS-CU-INCOMPLETE
              MOVE 'INCOMPLETE' TO DET-NOTE
           END-IF
           WRITE RPT-REC FROM DET-LINE.
       H500-END. EXIT.
      *
       H510-CLEAR-DETAIL.
           MOVE SPACES TO DET-LINE
           MOVE SPACES TO DET-ID-X
           MOVE SPACES TO DET-AGE-X
           MOVE SPACES TO DET-TOTAL-X
           PERFORM VARYING WS-SLOT-IX FROM 1 BY 1
                   UNTIL WS-SLOT-IX > 4
              MOVE SPACES TO DET-SL-CUR-X(WS-SLOT-IX)
              MOVE SPACES TO DET-SL-BAL-X(WS-SLOT-IX)
           END-PERFORM.
       H510-END. EXIT.
      *
      *Keeps the top-N table in descending order of converted total;
      *on a tie the customer already held (lower ID) stays ahead.
       H550-RANK-CUSTOMER.
           MOVE 0 TO WS-TOP-POS
           PERFORM VARYING WS-TSRCH-IX FROM 1 BY 1
                   UNTIL WS-TSRCH-IX > WS-TOP-COUNT
                      OR WS-TOP-POS > 0
              IF WS-CU-TOTAL > WS-TP-TOTAL(WS-TSRCH-IX)
                 MOVE WS-TSRCH-IX TO WS-TOP-POS
              END-IF
           END-PERFORM
           IF WS-TOP-POS = 0 AND WS-TOP-COUNT < WS-TOP-N
              COMPUTE WS-TOP-POS = WS-TOP-COUNT + 1
           END-IF
           IF WS-TOP-POS > 0
              IF WS-TOP-COUNT < WS-TOP-N
                 ADD 1 TO WS-TOP-COUNT
              END-IF
              PERFORM VARYING WS-TOP-IX FROM WS-TOP-COUNT BY -1
                      UNTIL WS-TOP-IX <= WS-TOP-POS
                 MOVE WS-TP-ENTRY(WS-TOP-IX - 1)
                    TO WS-TP-ENTRY(WS-TOP-IX)
              END-PERFORM
              MOVE WS-CU-ID            TO WS-TP-ID(WS-TOP-POS)
              MOVE WS-CU-FNAME         TO WS-TP-FNAME(WS-TOP-POS)
              MOVE WS-CU-LNAME         TO WS-TP-LNAME(WS-TOP-POS)
              MOVE WS-CU-TOTAL         TO WS-TP-TOTAL(WS-TOP-POS)
              MOVE WS-CU-INCOMPLETE-SW TO WS-TP-INCOMPLETE(WS-TOP-POS)
              IF WS-CU-BDAY = ZERO
                 MOVE 999 TO WS-TP-AGE(WS-TOP-POS)
              ELSE
                 MOVE WS-CU-AGE TO WS-TP-AGE(WS-TOP-POS)
              END-IF
           END-IF.
       H550-END. EXIT.
      *
       H600-ROLL-CURRENCY.
           MOVE 0 TO WS-CUR-IX
           PERFORM VARYING WS-CSRCH-IX FROM 1 BY 1
                   UNTIL WS-CSRCH-IX > WS-CT-COUNT
                      OR WS-CUR-IX > 0
              IF WS-CT-CUR(WS-CSRCH-IX) = IDX-CURRENCY
                 MOVE WS-CSRCH-IX TO WS-CUR-IX
              END-IF
           END-PERFORM
           IF WS-CUR-IX = 0
              IF WS-CT-COUNT >= WS-CT-MAX
                 DISPLAY 'CUSTPOS CURRENCY TABLE FULL AT ' WS-CT-COUNT
                 MOVE 16 TO RETURN-CODE
                 CLOSE INDEX-FILE
                 CLOSE RATE-FILE
                 CLOSE WORK-FILE
                 CLOSE REPORT-FILE
                 PERFORM H195-ABORT-EXIT
              END-IF
              ADD 1 TO WS-CT-COUNT
              MOVE WS-CT-COUNT TO WS-CUR-IX
              MOVE IDX-CURRENCY TO WS-CT-CUR(WS-CUR-IX)
              MOVE ZERO TO WS-CT-ACCOUNTS(WS-CUR-IX)
              MOVE ZERO TO WS-CT-BALANCE(WS-CUR-IX)
              MOVE ZERO TO WS-CT-RATE(WS-CUR-IX)
              MOVE ZERO TO WS-CT-CONVERTED(WS-CUR-IX)
              MOVE ZERO TO WS-CT-NC-COUNT(WS-CUR-IX)
              MOVE ZERO TO WS-CT-NC-BALANCE(WS-CUR-IX)
           END-IF
           ADD 1 TO WS-CT-ACCOUNTS(WS-CUR-IX)
           ADD IDX-BALANCE TO WS-CT-BALANCE(WS-CUR-IX)
           IF WS-CONV-OK
              MOVE WS-RATE TO WS-CT-RATE(WS-CUR-IX)
              ADD WS-CONV-AMOUNT TO WS-CT-CONVERTED(WS-CUR-IX)
           ELSE
              ADD 1 TO WS-CT-NC-COUNT(WS-CUR-IX)
              ADD IDX-BALANCE TO WS-CT-NC-BALANCE(WS-CUR-IX)
           END-IF.
       H600-END. EXIT.
      *
       H700-PRINT-NOT-CONVERTED.
           CLOSE WORK-FILE
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINES.
           WRITE RPT-REC FROM HEADER-5.
           IF WS-CNT-NOT-CONV = 0
              MOVE 'EVERY BALANCE CONVERTED' TO RPT-REC
              WRITE RPT-REC
           ELSE
              WRITE RPT-REC FROM HEADER-6
              WRITE RPT-REC FROM HEADER-4
              OPEN INPUT WORK-FILE
              IF NOT WRKFILE-SUCCESS
                 DISPLAY 'CPSWORK DID NOT REOPEN PROPERLY: '
                    ST-WORK-FILE
                 MOVE ST-WORK-FILE TO RETURN-CODE
                 CLOSE INDEX-FILE
                 CLOSE RATE-FILE
                 CLOSE REPORT-FILE
                 PERFORM H195-ABORT-EXIT
              END-IF
              PERFORM H710-LIST-NOT-CONVERTED UNTIL WRKFILE-EOF
              CLOSE WORK-FILE
           END-IF.
       H700-END. EXIT.
      *
       H710-LIST-NOT-CONVERTED.
           READ WORK-FILE
              AT END
                 CONTINUE
              NOT AT END
                 MOVE WRK-ID       TO NCV-ID
                 MOVE WRK-CURRENCY TO NCV-CUR
                 MOVE WRK-FNAME    TO NCV-FNAME
                 MOVE WRK-LNAME    TO NCV-LNAME
                 MOVE WRK-BALANCE  TO NCV-BALANCE
                 MOVE WRK-REASON   TO NCV-REASON
                 WRITE RPT-REC FROM NCV-LINE
           END-READ.
       H710-END. EXIT.
      *
       H800-PRINT-TOP-N.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINES.
           WRITE RPT-REC FROM HEADER-7.
           WRITE RPT-REC FROM HEADER-8.
           WRITE RPT-REC FROM HEADER-4.
           PERFORM VARYING WS-TOP-IX FROM 1 BY 1
                   UNTIL WS-TOP-IX > WS-TOP-COUNT
              MOVE SPACES TO TOP-LINE
              MOVE WS-TOP-IX             TO TOP-RANK
              MOVE WS-TP-ID(WS-TOP-IX)    TO TOP-ID
              MOVE WS-TP-FNAME(WS-TOP-IX) TO TOP-FNAME
              MOVE WS-TP-LNAME(WS-TOP-IX) TO TOP-LNAME
              IF WS-TP-AGE(WS-TOP-IX) = 999
                 MOVE 'N/K' TO TOP-AGE-X
              ELSE
                 MOVE WS-TP-AGE(WS-TOP-IX) TO TOP-AGE
              END-IF
              MOVE WS-TP-TOTAL(WS-TOP-IX) TO TOP-TOTAL
              IF WS-TP-INCOMPLETE(WS-TOP-IX) = 'Y'
                 MOVE 'INCOMPLETE' TO TOP-NOTE
              END-IF
              WRITE RPT-REC FROM TOP-LINE
           END-PERFORM.
       H800-END. EXIT.
      *
       H900-PRINT-SUMMARY.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINES.
           WRITE RPT-REC FROM HEADER-9.
           WRITE RPT-REC FROM HEADER-10.
           WRITE RPT-REC FROM HEADER-4.
           PERFORM VARYING WS-CUR-IX FROM 1 BY 1
                   UNTIL WS-CUR-IX > WS-CT-COUNT
              MOVE WS-CT-CUR(WS-CUR-IX)        TO CUL-CUR
              MOVE WS-CT-ACCOUNTS(WS-CUR-IX)   TO CUL-ACCOUNTS
              MOVE WS-CT-BALANCE(WS-CUR-IX)    TO CUL-BALANCE
              IF WS-CT-RATE(WS-CUR-IX) = ZERO
                 MOVE '    N/A'                TO CUL-RATE-X
              ELSE
                 MOVE WS-CT-RATE(WS-CUR-IX)    TO CUL-RATE
              END-IF
              MOVE WS-CT-CONVERTED(WS-CUR-IX)  TO CUL-CONVERTED
              MOVE WS-CT-NC-COUNT(WS-CUR-IX)   TO CUL-NC-COUNT
              MOVE WS-CT-NC-BALANCE(WS-CUR-IX) TO CUL-NC-BALANCE
              WRITE RPT-REC FROM CUR-LINE
           END-PERFORM
           MOVE WS-GRAND-CONVERTED TO GRD-TOTAL
           WRITE RPT-REC FROM GRAND-LINE.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINES.
           MOVE 'MASTER RECORDS READ'    TO SUM-LABEL
           MOVE WS-CNT-READ              TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'CUSTOMERS'              TO SUM-LABEL
           MOVE WS-CNT-CUSTOMERS         TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'BALANCES CONVERTED'     TO SUM-LABEL
           MOVE WS-CNT-CONVERTED         TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'BALANCES NOT CONVERTED' TO SUM-LABEL
           MOVE WS-CNT-NOT-CONV          TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'CUSTOMERS INCOMPLETE'   TO SUM-LABEL
           MOVE WS-CNT-INCOMPLETE        TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
       H900-END. EXIT.
      *
       H990-LOG-END.
           MOVE 'E' TO WS-LOG-EVENT
           MOVE WS-CNT-READ      TO WS-LOG-CNT-READ
           MOVE WS-CNT-CUSTOMERS TO WS-LOG-CNT-WRITTEN
           MOVE RETURN-CODE      TO WS-LOG-RC
           CALL WS-RUNLOG USING WS-LOG-AREA.
       H990-END. EXIT.
      *
       H999-PREPARE-EXIT.
           CLOSE INDEX-FILE
           CLOSE RATE-FILE
           CLOSE REPORT-FILE
           IF WS-CNT-NOT-CONV > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM H990-LOG-END
           STOP RUN.
       H999-END. EXIT.
      *-----------------------------------------------------------------
