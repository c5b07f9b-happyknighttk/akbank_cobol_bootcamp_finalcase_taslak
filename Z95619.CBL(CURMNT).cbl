      *from CURTRAN to CURRENCY-FILE and prints an old/new values
      *report for every card.
      *Card layout: OP(1) CODE(3) NAME(20) RATE(7 as 999V9999)
      *EFF-DATE(8 as YYYYMMDD) THRESHOLD(13) AUTH-AMOUNT(13).
      *  A = add a code (active; rate, eff-date, large-transaction
      *      threshold and authorisation amount optional)
      *  C = change name, rate, threshold and/or authorisation amount
      *      (blank fields keep old values)
      *  X = deactivate with effective date; the code stays on file so
      *      history still resolves for display, and PBEGIDX rejects
      *      new postings with return code 93 from the effective date.
      *The threshold is the per-currency amount at or above which
      *PBEGIDX writes a B or T posting to the suspect-activity file
      *for compliance review; zero means no monitoring for the code.
      *The authorisation amount is the per-currency amount at or above
      *which PBEGIDX holds a B adjustment on the pending-approval file
      *for a second person to release through ADJAPR; zero means B
      *adjustments in the code always post straight away.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              88 CUR-DEACTIVATED               VALUE 'D'.
           03 CUR-EFF-DATE            PIC S9(08) COMP-3.
           03 CUR-LRG-THRESHOLD       PIC S9(13) COMP-3.
           03 CUR-AUTH-AMOUNT         PIC S9(13) COMP-3.
      *
       FD  TRAN-FILE RECORDING MODE F.
       01  TRAN-REC.
                                       PIC 9(03)V9(04).
           03 TRN-EFF-DATE             PIC X(08).
           03 TRN-THRESHOLD            PIC X(13).
           03 TRN-AUTH-AMOUNT          PIC X(13).
      *
       FD  REPORT-FILE RECORDING MODE F.
       01  RPT-REC                     PIC X(190).
      *--------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-WORKSHOP.
           03 WS-OLD-STATUS        PIC X(01).
           03 WS-OLD-EFF-DATE      PIC S9(08) COMP-3.
           03 WS-OLD-THRESHOLD     PIC S9(13) COMP-3.
           03 WS-OLD-AUTH-AMOUNT   PIC S9(13) COMP-3.
      *--------------------------------------
       01  HEADER-1.
           03 FILLER         PIC X(30) VALUE
              'CURRENCY TABLE MAINTENANCE RUN'.
           03 FILLER         PIC X(12) VALUE SPACES.
           03 FILLER         PIC X(19) VALUE 'Author: TOLGA KAYIS'.
           03 FILLER         PIC X(129) VALUE SPACES.
      *
       01  HEADER-2.
           03 FILLER         PIC X(02) VALUE 'OP'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(13) VALUE '   NEW THRESH'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(13) VALUE '     OLD AUTH'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(13) VALUE '     NEW AUTH'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(20) VALUE 'RESULT'.
           03 FILLER         PIC X(09) VALUE SPACES.
      *
       01  HEADER-3.
           03 FILLER         PIC X(171) VALUE ALL '-'.
           03 FILLER         PIC X(09) VALUE SPACES.
      *
       01  DET-LINE.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-NEW-THR    PIC Z(12)9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-OLD-AUTH   PIC Z(12)9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-NEW-AUTH   PIC Z(12)9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-RESULT     PIC X(20).
           03 FILLER         PIC X(18) VALUE SPACES.
      *
           MOVE SPACES TO WS-OLD-STATUS
           MOVE ZERO   TO WS-OLD-EFF-DATE
           MOVE ZERO   TO WS-OLD-THRESHOLD
           MOVE ZERO   TO WS-OLD-AUTH-AMOUNT
           PERFORM H220-VALIDATE-CARD
           IF WS-RESULT = SPACES
              PERFORM H250-LOOKUP
              WHEN TRN-THRESHOLD NOT = SPACES
                 AND TRN-THRESHOLD IS NOT NUMERIC
                 MOVE 'INVALID THRESHOLD'  TO WS-RESULT
              WHEN TRN-AUTH-AMOUNT NOT = SPACES
                 AND TRN-AUTH-AMOUNT IS NOT NUMERIC
                 MOVE 'INVALID AUTH AMOUNT' TO WS-RESULT
              WHEN TRN-OP = 'A' AND TRN-NAME = SPACES
                 MOVE 'NAME REQUIRED'      TO WS-RESULT
              WHEN TRN-OP = 'C' AND TRN-NAME = SPACES
                 AND TRN-RATE = SPACES AND TRN-THRESHOLD = SPACES
                 AND TRN-AUTH-AMOUNT = SPACES
                 MOVE 'NOTHING TO CHANGE'  TO WS-RESULT
              WHEN TRN-OP = 'X' AND TRN-EFF-DATE = SPACES
                 MOVE 'EFF DATE REQUIRED'  TO WS-RESULT
                 MOVE CUR-STATUS   TO WS-OLD-STATUS
                 MOVE CUR-EFF-DATE TO WS-OLD-EFF-DATE
                 MOVE CUR-LRG-THRESHOLD TO WS-OLD-THRESHOLD
                 MOVE CUR-AUTH-AMOUNT   TO WS-OLD-AUTH-AMOUNT
           END-READ.
       H250-END. EXIT.
      *
              ELSE
                 MOVE TRN-THRESHOLD TO CUR-LRG-THRESHOLD
              END-IF
              IF TRN-AUTH-AMOUNT = SPACES
                 MOVE ZERO TO CUR-AUTH-AMOUNT
              ELSE
                 MOVE TRN-AUTH-AMOUNT TO CUR-AUTH-AMOUNT
              END-IF
              WRITE CUR-REC
              MOVE 'APPLIED' TO WS-RESULT
           END-IF.
              IF TRN-THRESHOLD NOT = SPACES
                 MOVE TRN-THRESHOLD TO CUR-LRG-THRESHOLD
              END-IF
              IF TRN-AUTH-AMOUNT NOT = SPACES
                 MOVE TRN-AUTH-AMOUNT TO CUR-AUTH-AMOUNT
              END-IF
              REWRITE CUR-REC
              MOVE 'APPLIED' TO WS-RESULT
           END-IF.
           MOVE WS-OLD-RATE   TO DET-OLD-RATE
           MOVE WS-OLD-STATUS TO DET-OLD-STA
           MOVE WS-OLD-THRESHOLD TO DET-OLD-THR
           MOVE WS-OLD-AUTH-AMOUNT TO DET-OLD-AUTH
           IF WS-RESULT = 'APPLIED'
              MOVE CUR-NAME     TO DET-NEW-NAME
              MOVE CUR-INT-RATE TO DET-NEW-RATE
              MOVE CUR-STATUS   TO DET-NEW-STA
              MOVE CUR-EFF-DATE TO DET-EFF-DATE
              MOVE CUR-LRG-THRESHOLD TO DET-NEW-THR
              MOVE CUR-AUTH-AMOUNT   TO DET-NEW-AUTH
           ELSE
              MOVE WS-OLD-NAME   TO DET-NEW-NAME
              MOVE WS-OLD-RATE   TO DET-NEW-RATE
              MOVE WS-OLD-STATUS TO DET-NEW-STA
              MOVE WS-OLD-EFF-DATE TO DET-EFF-DATE
              MOVE WS-OLD-THRESHOLD TO DET-NEW-THR
              MOVE WS-OLD-AUTH-AMOUNT TO DET-NEW-AUTH
           END-IF
           MOVE WS-RESULT TO DET-RESULT
           WRITE RPT-REC FROM DET-LINE.
