       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOMNT.
       AUTHOR. TOLGA KAYIS.
      *-----------------------------------------------------------------
      *Standing-order maintenance. Applies transaction cards from
      *SOTRAN to the standing-order file and prints an old/new values
      *report for every card. An order is keyed by the paying account
      *(from ID and currency) plus a sequence number, so one account
      *can carry several orders (rent, savings, ...).
      *Card layout: OP(1) FROM-ID(5) FROM-CUR(3) SEQ(3) TO-ID(5)
      *TO-CUR(3) AMOUNT(13) FREQ(1) DAY(2) START-DATE(8) END-DATE(8)
      *FAIL-RULE(1) MAX-RETRY(1).
      *  A = add an order (active). To-key, amount, frequency and
      *      start date are required; both accounts must be on the
      *      master. End date blank means open-ended. Fail rule R
      *      retries a 91/92 reject on the next run up to MAX-RETRY
      *      times (default 3); S (the default) skips to the next due
      *      date.
      *  C = change to-key, amount, day, end date, fail rule and/or
      *      max retry (blank fields keep old values)
      *  S = suspend; SOGEN generates nothing while suspended
      *  R = resume a suspended order; the next due date is rolled
      *      forward to today, missed payments are not made up
      *  X = cancel; the order stays on file for reference only.
      *Frequency: W = weekly from the start date, M = monthly on the
      *day of month given in DAY (default the start date's day; a
      *short month pays on its last day), O = once on the start date.
      *SOGEN picks up orders whose next due date has been reached;
      *SOEXC applies the fail rule to FINAL01C rejects.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORD-FILE    ASSIGN TO SOFILE
                                ORGANIZATION IS INDEXED
                                ACCESS RANDOM
                                RECORD KEY SO-KEY
                                STATUS ST-STORD-FILE.
           SELECT INDEX-FILE    ASSIGN TO IDXFILE
                                ORGANIZATION IS INDEXED
                                ACCESS RANDOM
                                RECORD KEY IDX-KEY
                                STATUS ST-INDEX-FILE.
           SELECT TRAN-FILE     ASSIGN TO SOTRAN
                                STATUS ST-TRAN-FILE.
           SELECT REPORT-FILE   ASSIGN TO SOMRPT
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
       FD  TRAN-FILE RECORDING MODE F.
       01  TRAN-REC.
           03 TRN-OP                   PIC X(01).
           03 TRN-FROM-ID              PIC X(05).
           03 TRN-FROM-CUR             PIC X(03).
           03 TRN-SEQ                  PIC X(03).
           03 TRN-TO-ID                PIC X(05).
           03 TRN-TO-CUR               PIC X(03).
           03 TRN-AMOUNT               PIC X(13).
           03 TRN-AMOUNT-N REDEFINES TRN-AMOUNT
                                       PIC 9(13).
           03 TRN-FREQUENCY            PIC X(01).
           03 TRN-DAY                  PIC X(02).
           03 TRN-DAY-N REDEFINES TRN-DAY
                                       PIC 9(02).
           03 TRN-START-DATE           PIC X(08).
           03 TRN-END-DATE             PIC X(08).
           03 TRN-FAIL-RULE            PIC X(01).
           03 TRN-MAX-RETRY            PIC X(01).
      *
       FD  REPORT-FILE RECORDING MODE F.
       01  RPT-REC                     PIC X(160).
      *--------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-WORKSHOP.
           03 WS-RUNLOG            PIC X(08) VALUE 'RUNLOG'.
           03 ST-STORD-FILE        PIC 9(02).
              88 SOFILE-SUCCESS              VALUE 00 97.
           03 ST-INDEX-FILE        PIC 9(02).
              88 IDXFILE-SUCCESS             VALUE 00 97.
           03 ST-TRAN-FILE         PIC 9(02).
              88 TRANFILE-SUCCESS            VALUE 00 97.
              88 TRANFILE-EOF                VALUE 10.
           03 ST-REPORT-FILE       PIC 9(02).
              88 RPTFILE-SUCCESS             VALUE 00 97.
           03 WS-FOUND-SW          PIC X(01).
              88 WS-SO-FOUND                 VALUE 'Y'.
           03 WS-ACCT-SW           PIC X(01).
              88 WS-ACCT-FOUND               VALUE 'Y'.
           03 WS-RESULT            PIC X(20).
           03 WS-DATE-OK-SW        PIC X(01).
              88 WS-DATE-OK                  VALUE 'Y'.
           03 WS-START-OK-SW       PIC X(01).
              88 WS-START-DATE-OK            VALUE 'Y'.
           03 WS-END-OK-SW         PIC X(01).
              88 WS-END-DATE-OK              VALUE 'Y'.
           03 WS-CNT-READ          PIC 9(07) VALUE ZERO.
           03 WS-CNT-APPLIED       PIC 9(07) VALUE ZERO.
           03 WS-CNT-REJECTED      PIC 9(07) VALUE ZERO.
      *--------------------------------------
       01  WS-OLD-VALUES.
           03 WS-OLD-TO-ID         PIC 9(05).
           03 WS-OLD-TO-CUR        PIC 9(03).
           03 WS-OLD-AMOUNT        PIC S9(13) COMP-3.
           03 WS-OLD-FREQUENCY     PIC X(01).
           03 WS-OLD-STATUS        PIC X(01).
           03 WS-OLD-NEXT-DUE      PIC S9(08) COMP-3.
           03 WS-OLD-END-DATE      PIC S9(08) COMP-3.
      *--------------------------------------
      *Due-date arithmetic shared by add, change and resume.
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
              'STANDING ORDER MAINTENANCE RUN'.
           03 FILLER         PIC X(12) VALUE SPACES.
           03 FILLER         PIC X(19) VALUE 'Author: TOLGA KAYIS'.
           03 FILLER         PIC X(99) VALUE SPACES.
      *
       01  HEADER-2.
           03 FILLER         PIC X(02) VALUE 'OP'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(13) VALUE 'ORDER KEY'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(09) VALUE 'OLD TO'.
           03 FILLER         PIC X(01) VALUE SPACES.
           03 FILLER         PIC X(13) VALUE '   OLD AMOUNT'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(04) VALUE 'F S'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(09) VALUE 'NEW TO'.
           03 FILLER         PIC X(01) VALUE SPACES.
           03 FILLER         PIC X(13) VALUE '   NEW AMOUNT'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(04) VALUE 'F S'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(08) VALUE 'NEXT DUE'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(08) VALUE 'END DATE'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(20) VALUE 'RESULT'.
           03 FILLER         PIC X(39) VALUE SPACES.
      *
       01  HEADER-3.
           03 FILLER         PIC X(121) VALUE ALL '-'.
           03 FILLER         PIC X(39) VALUE SPACES.
      *
       01  DET-LINE.
           03 DET-OP         PIC X(01).
           03 FILLER         PIC X(03) VALUE SPACES.
           03 DET-FROM-ID    PIC X(05).
           03 FILLER         PIC X(01) VALUE '/'.
           03 DET-FROM-CUR   PIC X(03).
           03 FILLER         PIC X(01) VALUE '/'.
           03 DET-SEQ        PIC X(03).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-OLD-TO-ID  PIC 9(05).
           03 FILLER         PIC X(01) VALUE '/'.
           03 DET-OLD-TO-CUR PIC 9(03).
           03 FILLER         PIC X(01) VALUE SPACES.
           03 DET-OLD-AMOUNT PIC Z(12)9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-OLD-FREQ   PIC X(01).
           03 FILLER         PIC X(01) VALUE SPACES.
           03 DET-OLD-STA    PIC X(01).
           03 FILLER         PIC X(03) VALUE SPACES.
           03 DET-NEW-TO-ID  PIC 9(05).
           03 FILLER         PIC X(01) VALUE '/'.
           03 DET-NEW-TO-CUR PIC 9(03).
           03 FILLER         PIC X(01) VALUE SPACES.
           03 DET-NEW-AMOUNT PIC Z(12)9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-NEW-FREQ   PIC X(01).
           03 FILLER         PIC X(01) VALUE SPACES.
           03 DET-NEW-STA    PIC X(01).
           03 FILLER         PIC X(03) VALUE SPACES.
           03 DET-NEXT-DUE   PIC 9(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-END-DATE   PIC 9(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-RESULT     PIC X(20).
           03 FILLER         PIC X(39) VALUE SPACES.
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
       01 WS-TODAY               PIC 9(08).
      *--------------------------------------
       01  WS-LOG-AREA.
           03 WS-LOG-PROGRAM       PIC X(08) VALUE 'SOMNT'.
           03 WS-LOG-EVENT         PIC X(01).
           03 WS-LOG-CNT-READ      PIC 9(09) VALUE ZERO.
           03 WS-LOG-CNT-WRITTEN   PIC 9(09) VALUE ZERO.
           03 WS-LOG-RC            PIC 9(02) VALUE ZERO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H050-LOG-START
           PERFORM H100-OPEN-FILES
           PERFORM H150-WRITE-HEADERS
           PERFORM H200-PROCESS UNTIL TRANFILE-EOF
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
           OPEN INPUT TRAN-FILE
           IF NOT TRANFILE-SUCCESS
              DISPLAY 'SOTRAN DID NOT OPEN PROPERLY: ' ST-TRAN-FILE
              MOVE ST-TRAN-FILE TO RETURN-CODE
              PERFORM H195-ABORT-EXIT
           END-IF
           OPEN I-O STORD-FILE
           IF NOT SOFILE-SUCCESS
              DISPLAY 'SOFILE DID NOT OPEN: ' ST-STORD-FILE
              MOVE ST-STORD-FILE TO RETURN-CODE
              CLOSE TRAN-FILE
              PERFORM H195-ABORT-EXIT
           END-IF
           OPEN INPUT INDEX-FILE
           IF NOT IDXFILE-SUCCESS
              DISPLAY 'IDXFILE DID NOT OPEN PROPERLY: ' ST-INDEX-FILE
              MOVE ST-INDEX-FILE TO RETURN-CODE
              CLOSE TRAN-FILE
              CLOSE STORD-FILE
              PERFORM H195-ABORT-EXIT
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT RPTFILE-SUCCESS
              DISPLAY 'SOMRPT DID NOT OPEN PROPERLY: ' ST-REPORT-FILE
              MOVE ST-REPORT-FILE TO RETURN-CODE
              CLOSE TRAN-FILE
              CLOSE STORD-FILE
              CLOSE INDEX-FILE
              PERFORM H195-ABORT-EXIT
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-TODAY
           READ TRAN-FILE.
       H100-END. EXIT.
      *
       H195-ABORT-EXIT.
           STOP RUN.
       H195-END. EXIT.
      *
       H150-WRITE-HEADERS.
           WRITE RPT-REC FROM HEADER-1.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC AFTER ADVANCING 1 LINES.
           WRITE RPT-REC FROM HEADER-2.
           WRITE RPT-REC FROM HEADER-3.
       H150-END. EXIT.
      *
       H200-PROCESS.
           ADD 1 TO WS-CNT-READ
           MOVE SPACES TO WS-RESULT
           MOVE ZERO   TO WS-OLD-TO-ID
           MOVE ZERO   TO WS-OLD-TO-CUR
           MOVE ZERO   TO WS-OLD-AMOUNT
           MOVE SPACES TO WS-OLD-FREQUENCY
           MOVE SPACES TO WS-OLD-STATUS
           MOVE ZERO   TO WS-OLD-NEXT-DUE
           MOVE ZERO   TO WS-OLD-END-DATE
           PERFORM H220-VALIDATE-CARD
           IF WS-RESULT = SPACES
              PERFORM H250-LOOKUP
              EVALUATE TRN-OP
                 WHEN 'A'
                    PERFORM H300-ADD-ORDER
                 WHEN 'C'
                    PERFORM H400-CHANGE-ORDER
                 WHEN 'S'
                    PERFORM H450-SUSPEND-ORDER
                 WHEN 'R'
                    PERFORM H500-RESUME-ORDER
                 WHEN 'X'
                    PERFORM H550-CANCEL-ORDER
              END-EVALUATE
           END-IF
           PERFORM H600-WRITE-DETAIL
           IF WS-RESULT = 'APPLIED'
              ADD 1 TO WS-CNT-APPLIED
           ELSE
              ADD 1 TO WS-CNT-REJECTED
           END-IF
           READ TRAN-FILE.
       H200-END. EXIT.
      *
       H220-VALIDATE-CARD.
           MOVE 'Y' TO WS-START-OK-SW
           MOVE 'Y' TO WS-END-OK-SW
           IF TRN-START-DATE IS NUMERIC
              MOVE TRN-START-DATE TO WS-DUE-DATE
              PERFORM H230-CHECK-DATE
              MOVE WS-DATE-OK-SW TO WS-START-OK-SW
           END-IF
           IF TRN-END-DATE IS NUMERIC
              MOVE TRN-END-DATE TO WS-DUE-DATE
              PERFORM H230-CHECK-DATE
              MOVE WS-DATE-OK-SW TO WS-END-OK-SW
           END-IF
           EVALUATE TRUE
              WHEN TRN-OP NOT = 'A' AND NOT = 'C' AND NOT = 'S'
                 AND NOT = 'R' AND NOT = 'X'
                 MOVE 'INVALID OPERATION'  TO WS-RESULT
              WHEN TRN-FROM-ID IS NOT NUMERIC
                 OR TRN-FROM-CUR IS NOT NUMERIC
                 MOVE 'INVALID FROM KEY'   TO WS-RESULT
              WHEN TRN-SEQ IS NOT NUMERIC
                 MOVE 'INVALID SEQUENCE'   TO WS-RESULT
              WHEN (TRN-TO-ID NOT = SPACES OR TRN-TO-CUR NOT = SPACES)
                 AND (TRN-TO-ID IS NOT NUMERIC
                    OR TRN-TO-CUR IS NOT NUMERIC)
                 MOVE 'INVALID TO KEY'     TO WS-RESULT
              WHEN TRN-TO-ID = TRN-FROM-ID
                 AND TRN-TO-CUR = TRN-FROM-CUR
                 MOVE 'FROM EQUALS TO'     TO WS-RESULT
              WHEN TRN-AMOUNT NOT = SPACES
                 AND (TRN-AMOUNT IS NOT NUMERIC
                    OR TRN-AMOUNT-N = ZERO)
                 MOVE 'INVALID AMOUNT'     TO WS-RESULT
              WHEN TRN-FREQUENCY NOT = SPACE AND NOT = 'W'
                 AND NOT = 'M' AND NOT = 'O'
                 MOVE 'INVALID FREQUENCY'  TO WS-RESULT
              WHEN TRN-DAY NOT = SPACES
                 AND (TRN-DAY IS NOT NUMERIC
                    OR TRN-DAY-N < 1 OR TRN-DAY-N > 31)
                 MOVE 'INVALID DAY'        TO WS-RESULT
              WHEN TRN-START-DATE NOT = SPACES
                 AND (TRN-START-DATE IS NOT NUMERIC
                    OR NOT WS-START-DATE-OK)
                 MOVE 'INVALID START DATE' TO WS-RESULT
              WHEN TRN-END-DATE NOT = SPACES
                 AND (TRN-END-DATE IS NOT NUMERIC
                    OR NOT WS-END-DATE-OK)
                 MOVE 'INVALID END DATE'   TO WS-RESULT
              WHEN TRN-FAIL-RULE NOT = SPACE AND NOT = 'R'
                 AND NOT = 'S'
                 MOVE 'INVALID FAIL RULE'  TO WS-RESULT
              WHEN TRN-MAX-RETRY NOT = SPACE
                 AND TRN-MAX-RETRY IS NOT NUMERIC
                 MOVE 'INVALID MAX RETRY'  TO WS-RESULT
              WHEN TRN-OP = 'A' AND TRN-TO-ID = SPACES
                 MOVE 'TO KEY REQUIRED'    TO WS-RESULT
              WHEN TRN-OP = 'A' AND TRN-AMOUNT = SPACES
                 MOVE 'AMOUNT REQUIRED'    TO WS-RESULT
              WHEN TRN-OP = 'A' AND TRN-FREQUENCY = SPACE
                 MOVE 'FREQUENCY REQUIRED' TO WS-RESULT
              WHEN TRN-OP = 'A' AND TRN-START-DATE = SPACES
                 MOVE 'START DATE REQUIRED' TO WS-RESULT
              WHEN TRN-OP = 'A' AND TRN-FREQUENCY = 'O'
                 AND TRN-START-DATE < WS-TODAY
                 MOVE 'START DATE IN PAST' TO WS-RESULT
              WHEN TRN-OP = 'A' AND TRN-END-DATE NOT = SPACES
                 AND TRN-END-DATE < TRN-START-DATE
                 MOVE 'END BEFORE START'   TO WS-RESULT
              WHEN TRN-OP = 'C' AND TRN-TO-ID = SPACES
                 AND TRN-AMOUNT = SPACES AND TRN-DAY = SPACES
                 AND TRN-END-DATE = SPACES AND TRN-FAIL-RULE = SPACE
                 AND TRN-MAX-RETRY = SPACE
                 MOVE 'NOTHING TO CHANGE'  TO WS-RESULT
           END-EVALUATE.
       H220-END. EXIT.
      *
      *A card date must be a real calendar date (month 01-12, day
      *within the month) that the weekly date arithmetic can take.
       H230-CHECK-DATE.
           MOVE 'Y' TO WS-DATE-OK-SW
           IF WS-DUE-YEAR < 1601
              OR WS-DUE-MONTH < 1 OR WS-DUE-MONTH > 12
              MOVE 'N' TO WS-DATE-OK-SW
           ELSE
              PERFORM H780-MONTH-DAYS
              IF WS-DUE-DAY < 1 OR WS-DUE-DAY > WS-MONTH-DAYS
                 MOVE 'N' TO WS-DATE-OK-SW
              END-IF
           END-IF.
       H230-END. EXIT.
      *
       H250-LOOKUP.
           MOVE 'N' TO WS-FOUND-SW
           MOVE TRN-FROM-ID  TO SO-FROM-ID
           MOVE TRN-FROM-CUR TO SO-FROM-CUR
           MOVE TRN-SEQ      TO SO-SEQ
           READ STORD-FILE KEY IS SO-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-SO-FOUND TO TRUE
                 MOVE SO-TO-ID       TO WS-OLD-TO-ID
                 MOVE SO-TO-CUR      TO WS-OLD-TO-CUR
                 MOVE SO-AMOUNT      TO WS-OLD-AMOUNT
                 MOVE SO-FREQUENCY   TO WS-OLD-FREQUENCY
                 MOVE SO-STATUS      TO WS-OLD-STATUS
                 MOVE SO-NEXT-DUE    TO WS-OLD-NEXT-DUE
                 MOVE SO-END-DATE    TO WS-OLD-END-DATE
           END-READ.
       H250-END. EXIT.
      *
       H260-CHECK-ACCOUNT.
           MOVE 'N' TO WS-ACCT-SW
           READ INDEX-FILE KEY IS IDX-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-ACCT-FOUND TO TRUE
           END-READ.
       H260-END. EXIT.
      *
       H300-ADD-ORDER.
           IF WS-SO-FOUND
              MOVE 'ALREADY ON FILE' TO WS-RESULT
           ELSE
              MOVE TRN-FROM-ID  TO IDX-ID
              MOVE TRN-FROM-CUR TO IDX-CURRENCY
              PERFORM H260-CHECK-ACCOUNT
              IF NOT WS-ACCT-FOUND
                 MOVE 'FROM ACCT NOT FOUND' TO WS-RESULT
              ELSE
                 MOVE TRN-TO-ID  TO IDX-ID
                 MOVE TRN-TO-CUR TO IDX-CURRENCY
                 PERFORM H260-CHECK-ACCOUNT
                 IF NOT WS-ACCT-FOUND
                    MOVE 'TO ACCT NOT FOUND' TO WS-RESULT
                 ELSE
                    PERFORM H320-BUILD-ORDER
                    WRITE SO-REC
                    MOVE 'APPLIED' TO WS-RESULT
                 END-IF
              END-IF
           END-IF.
       H300-END. EXIT.
      *
       H320-BUILD-ORDER.
           MOVE TRN-FROM-ID    TO SO-FROM-ID
           MOVE TRN-FROM-CUR   TO SO-FROM-CUR
           MOVE TRN-SEQ        TO SO-SEQ
           MOVE TRN-TO-ID      TO SO-TO-ID
           MOVE TRN-TO-CUR     TO SO-TO-CUR
           MOVE TRN-AMOUNT-N   TO SO-AMOUNT
           MOVE TRN-FREQUENCY  TO SO-FREQUENCY
           MOVE TRN-START-DATE TO SO-START-DATE
           IF TRN-DAY = SPACES
              MOVE TRN-START-DATE(7:2) TO SO-DAY
           ELSE
              MOVE TRN-DAY-N TO SO-DAY
           END-IF
           IF TRN-END-DATE = SPACES
              MOVE ZERO TO SO-END-DATE
           ELSE
              MOVE TRN-END-DATE TO SO-END-DATE
           END-IF
           IF TRN-FAIL-RULE = SPACE
              SET SO-RULE-SKIP TO TRUE
           ELSE
              MOVE TRN-FAIL-RULE TO SO-FAIL-RULE
           END-IF
           IF TRN-MAX-RETRY = SPACE
              MOVE 3 TO SO-MAX-RETRY
           ELSE
              MOVE TRN-MAX-RETRY TO SO-MAX-RETRY
           END-IF
           SET SO-ACTIVE TO TRUE
           MOVE ZERO  TO SO-RETRY-COUNT
           MOVE 'N'   TO SO-RETRY-SW
           MOVE ZERO  TO SO-LAST-GEN-DATE
           MOVE ZERO  TO SO-LAST-GEN-CNT
           MOVE ZERO  TO SO-LAST-RC
           PERFORM H700-FIRST-DUE
           PERFORM H750-ADVANCE-DUE
              UNTIL SO-NEXT-DUE >= WS-TODAY OR NOT SO-ACTIVE.
       H320-END. EXIT.
      *
       H400-CHANGE-ORDER.
           IF NOT WS-SO-FOUND
              MOVE 'NOT ON FILE' TO WS-RESULT
           ELSE
              IF SO-CANCELLED OR SO-ENDED
                 MOVE 'ORDER CLOSED' TO WS-RESULT
              ELSE
                 IF TRN-TO-ID NOT = SPACES
                    MOVE TRN-TO-ID  TO IDX-ID
                    MOVE TRN-TO-CUR TO IDX-CURRENCY
                    PERFORM H260-CHECK-ACCOUNT
                 ELSE
                    SET WS-ACCT-FOUND TO TRUE
                 END-IF
                 IF NOT WS-ACCT-FOUND
                    MOVE 'TO ACCT NOT FOUND' TO WS-RESULT
                 ELSE
                    PERFORM H420-APPLY-CHANGES
                    REWRITE SO-REC
                    MOVE 'APPLIED' TO WS-RESULT
                 END-IF
              END-IF
           END-IF.
       H400-END. EXIT.
      *
       H420-APPLY-CHANGES.
           IF TRN-TO-ID NOT = SPACES
              MOVE TRN-TO-ID  TO SO-TO-ID
              MOVE TRN-TO-CUR TO SO-TO-CUR
           END-IF
           IF TRN-AMOUNT NOT = SPACES
              MOVE TRN-AMOUNT-N TO SO-AMOUNT
           END-IF
           IF TRN-FAIL-RULE NOT = SPACE
              MOVE TRN-FAIL-RULE TO SO-FAIL-RULE
           END-IF
           IF TRN-MAX-RETRY NOT = SPACE
              MOVE TRN-MAX-RETRY TO SO-MAX-RETRY
           END-IF
      *A new day of month re-anchors a monthly order from today, or
      *from its start date when the order has not started yet.
           IF TRN-DAY NOT = SPACES
              MOVE TRN-DAY-N TO SO-DAY
              IF SO-MONTHLY
                 IF SO-START-DATE > WS-TODAY
                    PERFORM H700-FIRST-DUE
                 ELSE
                    MOVE WS-TODAY TO WS-DUE-DATE
                    PERFORM H720-MONTH-DUE
                    IF SO-NEXT-DUE < WS-TODAY
                       PERFORM H750-ADVANCE-DUE
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF TRN-END-DATE NOT = SPACES
              MOVE TRN-END-DATE TO SO-END-DATE
              IF SO-END-DATE > 0 AND SO-NEXT-DUE > SO-END-DATE
                 SET SO-ENDED TO TRUE
                 MOVE ZERO TO SO-NEXT-DUE
              END-IF
           END-IF.
       H420-END. EXIT.
      *
       H450-SUSPEND-ORDER.
           IF NOT WS-SO-FOUND
              MOVE 'NOT ON FILE' TO WS-RESULT
           ELSE
              IF NOT SO-ACTIVE
                 MOVE 'ORDER NOT ACTIVE' TO WS-RESULT
              ELSE
                 SET SO-SUSPENDED TO TRUE
                 REWRITE SO-REC
                 MOVE 'APPLIED' TO WS-RESULT
              END-IF
           END-IF.
       H450-END. EXIT.
      *
       H500-RESUME-ORDER.
           IF NOT WS-SO-FOUND
              MOVE 'NOT ON FILE' TO WS-RESULT
           ELSE
              IF NOT SO-SUSPENDED
                 MOVE 'ORDER NOT SUSPENDED' TO WS-RESULT
              ELSE
                 SET SO-ACTIVE TO TRUE
                 MOVE 'N'  TO SO-RETRY-SW
                 MOVE ZERO TO SO-RETRY-COUNT
                 PERFORM H750-ADVANCE-DUE
                    UNTIL SO-NEXT-DUE >= WS-TODAY OR NOT SO-ACTIVE
                 REWRITE SO-REC
                 MOVE 'APPLIED' TO WS-RESULT
              END-IF
           END-IF.
       H500-END. EXIT.
      *
       H550-CANCEL-ORDER.
           IF NOT WS-SO-FOUND
              MOVE 'NOT ON FILE' TO WS-RESULT
           ELSE
              IF SO-CANCELLED OR SO-ENDED
                 MOVE 'ORDER CLOSED' TO WS-RESULT
              ELSE
                 SET SO-CANCELLED TO TRUE
                 MOVE 'N'  TO SO-RETRY-SW
                 MOVE ZERO TO SO-NEXT-DUE
                 REWRITE SO-REC
                 MOVE 'APPLIED' TO WS-RESULT
              END-IF
           END-IF.
       H550-END. EXIT.
      *
       H600-WRITE-DETAIL.
           MOVE SPACES TO DET-LINE
           MOVE TRN-OP           TO DET-OP
           MOVE TRN-FROM-ID      TO DET-FROM-ID
           MOVE TRN-FROM-CUR     TO DET-FROM-CUR
           MOVE TRN-SEQ          TO DET-SEQ
           MOVE WS-OLD-TO-ID     TO DET-OLD-TO-ID
           MOVE WS-OLD-TO-CUR    TO DET-OLD-TO-CUR
           MOVE WS-OLD-AMOUNT    TO DET-OLD-AMOUNT
           MOVE WS-OLD-FREQUENCY TO DET-OLD-FREQ
           MOVE WS-OLD-STATUS    TO DET-OLD-STA
           IF WS-RESULT = 'APPLIED'
              MOVE SO-TO-ID      TO DET-NEW-TO-ID
              MOVE SO-TO-CUR     TO DET-NEW-TO-CUR
              MOVE SO-AMOUNT     TO DET-NEW-AMOUNT
              MOVE SO-FREQUENCY  TO DET-NEW-FREQ
              MOVE SO-STATUS     TO DET-NEW-STA
              MOVE SO-NEXT-DUE   TO DET-NEXT-DUE
              MOVE SO-END-DATE   TO DET-END-DATE
           ELSE
              MOVE WS-OLD-TO-ID     TO DET-NEW-TO-ID
              MOVE WS-OLD-TO-CUR    TO DET-NEW-TO-CUR
              MOVE WS-OLD-AMOUNT    TO DET-NEW-AMOUNT
              MOVE WS-OLD-FREQUENCY TO DET-NEW-FREQ
              MOVE WS-OLD-STATUS    TO DET-NEW-STA
              MOVE WS-OLD-NEXT-DUE  TO DET-NEXT-DUE
              MOVE WS-OLD-END-DATE  TO DET-END-DATE
           END-IF
           MOVE WS-RESULT TO DET-RESULT
           WRITE RPT-REC FROM DET-LINE.
       H600-END. EXIT.
      *
      *First payment date on or after the start date: the start date
      *itself for weekly and once-only orders, the order's day of
      *month for monthly ones.
       H700-FIRST-DUE.
           MOVE SO-START-DATE TO SO-NEXT-DUE
           IF SO-MONTHLY
              MOVE SO-START-DATE TO WS-DUE-DATE
              PERFORM H720-MONTH-DUE
              IF SO-NEXT-DUE < SO-START-DATE
                 PERFORM H750-ADVANCE-DUE
              END-IF
           END-IF
           IF SO-END-DATE > 0 AND SO-NEXT-DUE > SO-END-DATE
              SET SO-ENDED TO TRUE
              MOVE ZERO TO SO-NEXT-DUE
           END-IF.
       H700-END. EXIT.
      *
      *Sets the due date to the order's day within the month held in
      *WS-DUE-DATE, or the month's last day when the month is short.
       H720-MONTH-DUE.
           PERFORM H780-MONTH-DAYS
           IF SO-DAY > WS-MONTH-DAYS
              MOVE WS-MONTH-DAYS TO WS-DUE-DAY
           ELSE
              MOVE SO-DAY TO WS-DUE-DAY
           END-IF
           MOVE WS-DUE-DATE TO SO-NEXT-DUE.
       H720-END. EXIT.
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
                 PERFORM H720-MONTH-DUE
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
      *Calendar month length with leap years: a year divisible by 4
      *leaps unless divisible by 100 and not by 400.
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
           MOVE 'CARDS READ'             TO SUM-LABEL
           MOVE WS-CNT-READ              TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'CARDS APPLIED'          TO SUM-LABEL
           MOVE WS-CNT-APPLIED           TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'CARDS REJECTED'         TO SUM-LABEL
           MOVE WS-CNT-REJECTED          TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
       H950-END. EXIT.
      *
       H990-LOG-END.
           MOVE 'E' TO WS-LOG-EVENT
           MOVE WS-CNT-READ    TO WS-LOG-CNT-READ
           MOVE WS-CNT-APPLIED TO WS-LOG-CNT-WRITTEN
           MOVE RETURN-CODE    TO WS-LOG-RC
           CALL WS-RUNLOG USING WS-LOG-AREA.
       H990-END. EXIT.
      *
       H999-PREPARE-EXIT.
           CLOSE TRAN-FILE
           CLOSE STORD-FILE
           CLOSE INDEX-FILE
           CLOSE REPORT-FILE
           IF WS-CNT-REJECTED > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM H990-LOG-END
           STOP RUN.
       H999-END. EXIT.
      *-----------------------------------------------------------------
