       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJAPR.
       AUTHOR. TOLGA KAYIS.
      *-----------------------------------------------------------------
      *Adjustment approval run (maker-checker). PBEGIDX holds every B
      *adjustment at or above its currency's authorisation amount on
      *PENDFILE instead of posting it (FINAL01C return code 99). This
      *run releases or refuses those items:
      *  1. items still pending after the expiry period are expired,
      *     written to INVFILE and listed;
      *  2. approval cards from APRTRAN are applied;
      *  3. every item left pending is listed for the checkers.
      *Card layout: OP(1) ID(5) CURRENCY(3) HELD-REF(16) CHECKER(8)
      *REASON(22).
      *  A = approve: the item posts through PBEGIDX with the normal
      *      audit image; a posting reject (limit, deactivated code,
      *      account gone) closes the item and goes to INVFILE
      *      (an item held on a customer since retired by a merge
      *      posts to the surviving customer's account)
      *  D = decline: the item goes to INVFILE with the card's reason
      *      (default DECLINED BY CHECKER)
      *HELD-REF is the 16-digit time the item was held, as listed in
      *the pending section of this report. A card must carry a
      *checker ID, and it must not be the ID of the operator who keyed
      *the B record; an item held with no submitter ID can only be
      *declined.
      *Parameter card on APRPARM: PROC-DATE(8) EXPIRY-DAYS(3); a
      *missing card or blank field means today and 5 days.
      *Decided items stay on PENDFILE with their outcome for reference.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEND-FILE     ASSIGN TO PENDFILE
                                ORGANIZATION IS INDEXED
                                ACCESS DYNAMIC
                                RECORD KEY PND-KEY
                                STATUS ST-PEND-FILE.
           SELECT TRAN-FILE     ASSIGN TO APRTRAN
                                STATUS ST-TRAN-FILE.
           SELECT INVALID-FILE  ASSIGN TO INVFILE
                                STATUS ST-INVALID-FILE.
           SELECT PARM-FILE     ASSIGN TO APRPARM
                                STATUS ST-PARM-FILE.
           SELECT REPORT-FILE   ASSIGN TO APRRPT
                                STATUS ST-REPORT-FILE.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  PEND-FILE.
       01  PEND-REC.
           03 PND-KEY.
              05 PND-ID                PIC S9(05) COMP-3.
              05 PND-CURRENCY          PIC S9(03) COMP.
              05 PND-TIMESTAMP         PIC X(16).
           03 PND-AMOUNT               PIC S9(13) COMP-3.
           03 PND-MAKER-ID             PIC X(08).
           03 PND-FNAME                PIC X(15).
           03 PND-LNAME                PIC X(15).
           03 PND-HELD-DATE            PIC S9(08) COMP-3.
           03 PND-STATUS               PIC X(01).
              88 PND-PENDING                   VALUE 'P'.
              88 PND-APPROVED                  VALUE 'A'.
              88 PND-DECLINED                  VALUE 'D'.
              88 PND-EXPIRED                   VALUE 'E'.
              88 PND-REJECTED                  VALUE 'R'.
           03 PND-CHECKER-ID           PIC X(08).
           03 PND-DECIDED-DATE         PIC S9(08) COMP-3.
           03 PND-REASON               PIC X(22).
      *
       FD  TRAN-FILE RECORDING MODE F.
       01  TRAN-REC.
           03 TRN-OP                   PIC X(01).
           03 TRN-ID                   PIC X(05).
           03 TRN-CURRENCY             PIC X(03).
           03 TRN-HELD-REF             PIC X(16).
           03 TRN-CHECKER-ID           PIC X(08).
           03 TRN-REASON               PIC X(22).
      *
       FD  INVALID-FILE RECORDING MODE F.
       01  INV-REC.
           03 INVREC-PROCTP        PIC X(01).
           03 FILLER               PIC X(02).
           03 INVREC-ID            PIC 9(05).
           03 FILLER               PIC X(02).
           03 INVREC-CURRENCY      PIC 9(03).
           03 FILLER               PIC X(02).
           03 INVREC-REASON        PIC X(22).
           03 FILLER               PIC X(27).
      *
       FD  PARM-FILE RECORDING MODE F.
       01  PARM-REC.
           03 PRM-PROC-DATE            PIC X(08).
           03 PRM-EXPIRY-DAYS          PIC X(03).
      *
       FD  REPORT-FILE RECORDING MODE F.
       01  RPT-REC                     PIC X(133).
      *--------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-WORKSHOP.
           03 WS-PBEGIDX           PIC X(08) VALUE 'PBEGIDX'.
           03 WS-RUNLOG            PIC X(08) VALUE 'RUNLOG'.
           03 ST-PEND-FILE         PIC 9(02).
              88 PNDFILE-SUCCESS             VALUE 00 97.
           03 ST-TRAN-FILE         PIC 9(02).
              88 TRANFILE-SUCCESS            VALUE 00 97.
              88 TRANFILE-EOF                VALUE 10.
           03 ST-INVALID-FILE      PIC 9(02).
              88 INVFILE-SUCCESS             VALUE 00 97.
           03 ST-PARM-FILE         PIC 9(02).
              88 PARMFILE-SUCCESS            VALUE 00 97.
              88 PARMFILE-EOF                VALUE 10.
              88 PARMFILE-NOT-FOUND          VALUE 35.
           03 ST-REPORT-FILE       PIC 9(02).
              88 RPTFILE-SUCCESS             VALUE 00 97.
           03 WS-FOUND-SW          PIC X(01).
              88 WS-PND-FOUND                VALUE 'Y'.
           03 WS-PEND-EOF-SW       PIC X(01).
              88 WS-PEND-EOF                 VALUE 'Y'.
           03 WS-APPLIED-SW        PIC X(01).
              88 WS-CARD-APPLIED             VALUE 'Y'.
           03 WS-RESULT            PIC X(20).
           03 WS-BUS-DATE          PIC 9(08) VALUE ZERO.
           03 WS-EXPIRY-DAYS       PIC 9(03) VALUE 5.
           03 WS-HELD-DAYS         PIC S9(07) VALUE ZERO.
           03 WS-DISP-ID           PIC 9(05).
           03 WS-DISP-CUR          PIC 9(03).
           03 WS-CNT-READ          PIC 9(07) VALUE ZERO.
           03 WS-CNT-APPROVED      PIC 9(07) VALUE ZERO.
           03 WS-CNT-POST-REJECT   PIC 9(07) VALUE ZERO.
           03 WS-CNT-DECLINED      PIC 9(07) VALUE ZERO.
           03 WS-CNT-REJECTED      PIC 9(07) VALUE ZERO.
           03 WS-CNT-EXPIRED       PIC 9(07) VALUE ZERO.
           03 WS-CNT-PENDING       PIC 9(07) VALUE ZERO.
           03 WS-CNT-INVALID       PIC 9(07) VALUE ZERO.
      *--------------------------------------
       01  HEADER-1.
           03 FILLER         PIC X(30) VALUE
              'ADJUSTMENT APPROVAL RUN'.
           03 FILLER         PIC X(12) VALUE SPACES.
           03 FILLER         PIC X(19) VALUE 'Author: TOLGA KAYIS'.
           03 FILLER         PIC X(72) VALUE SPACES.
      *
       01  HEADER-2.
           03 FILLER         PIC X(14) VALUE 'BUSINESS DATE '.
           03 HDR-BUS-DATE   PIC 9(08).
           03 FILLER         PIC X(04) VALUE SPACES.
           03 FILLER         PIC X(12) VALUE 'EXPIRY DAYS '.
           03 HDR-EXPIRY     PIC ZZ9.
           03 FILLER         PIC X(92) VALUE SPACES.
      *
       01  HEADER-3.
           03 FILLER         PIC X(02) VALUE 'OP'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(09) VALUE 'ACCOUNT'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(16) VALUE 'HELD REFERENCE'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(14) VALUE '        AMOUNT'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(08) VALUE 'MAKER'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(08) VALUE 'CHECKER'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(08) VALUE 'HELD ON'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(04) VALUE 'DAYS'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(20) VALUE 'RESULT'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(22) VALUE 'REASON'.
           03 FILLER         PIC X(04) VALUE SPACES.
      *
       01  HEADER-4.
           03 FILLER         PIC X(129) VALUE ALL '-'.
           03 FILLER         PIC X(04) VALUE SPACES.
      *
       01  SECT-LINE.
           03 SECT-LABEL     PIC X(40).
           03 FILLER         PIC X(93) VALUE SPACES.
      *
       01  DET-LINE.
           03 DET-OP         PIC X(01).
           03 FILLER         PIC X(03) VALUE SPACES.
           03 DET-ID         PIC X(05).
           03 FILLER         PIC X(01) VALUE '/'.
           03 DET-CUR        PIC X(03).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-HELD-REF   PIC X(16).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-AMOUNT     PIC -(13)9.
           03 DET-AMOUNT-X REDEFINES DET-AMOUNT
                             PIC X(14).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-MAKER      PIC X(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-CHECKER    PIC X(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-HELD-DATE  PIC 9(08).
           03 DET-HELD-DATE-X REDEFINES DET-HELD-DATE
                             PIC X(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-DAYS       PIC ZZZ9.
           03 DET-DAYS-X REDEFINES DET-DAYS
                             PIC X(04).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-RESULT     PIC X(20).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-REASON     PIC X(22).
           03 FILLER         PIC X(04) VALUE SPACES.
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
       01 WS-SUB-AREA.
           03 WS-SUB-FUNCTION      PIC 9(02).
              88 WS-FUNC-OPEN                VALUE 1.
              88 WS-FUNC-READ                VALUE 2.
              88 WS-FUNC-UPDATE              VALUE 3.
              88 WS-FUNC-WRITE               VALUE 4.
              88 WS-FUNC-DELETE              VALUE 5.
              88 WS-FUNC-BALANCE             VALUE 6.
              88 WS-FUNC-BROWSE-START        VALUE 7.
              88 WS-FUNC-BROWSE-NEXT         VALUE 8.
              88 WS-FUNC-CLOSE               VALUE 9.
              88 WS-FUNC-TRANSFER            VALUE 10.
              88 WS-FUNC-SET-BDAY            VALUE 11.
              88 WS-FUNC-SET-LIMIT           VALUE 12.
              88 WS-FUNC-REVERSAL            VALUE 13.
              88 WS-FUNC-MERGE               VALUE 14.
              88 WS-FUNC-AFTER-IMAGE         VALUE 15.
           03 WS-SUB-ID            PIC 9(05).
           03 WS-SUB-CUR           PIC 9(03).
           03 WS-SUB-TO-ID         PIC 9(05).
           03 WS-SUB-TO-CUR        PIC 9(03).
           03 WS-SUB-RC            PIC 9(02).
              88 WS-RC-INVALID-CURRENCY      VALUE 90.
              88 WS-RC-BROWSE-END            VALUE 10.
              88 WS-RC-INSUFFICIENT-FUNDS    VALUE 91.
              88 WS-RC-TRANSFER-NOT-FOUND    VALUE 92.
              88 WS-RC-CURRENCY-DEACT        VALUE 93.
              88 WS-RC-NO-RATE               VALUE 94.
              88 WS-RC-INVALID-BDAY          VALUE 95.
              88 WS-RC-OVERDRAFT-LIMIT       VALUE 96.
              88 WS-RC-NO-ORIGINAL           VALUE 97.
              88 WS-RC-ALREADY-REVERSED      VALUE 98.
              88 WS-RC-HELD-FOR-APPROVAL     VALUE 99.
              88 WS-RC-MERGE-REJECTED        VALUE 88.
              88 WS-RC-ID-RETIRED            VALUE 89.
              88 WS-RC-BALANCE-NOT-ZERO      VALUE 87.
              88 WS-RC-HOLD-FAILED           VALUE 85.
              88 WS-RC-NO-MAKER              VALUE 86.
           03 WS-SUB-AMOUNT        PIC S9(13) COMP-3.
           03 WS-SUB-RESTART-FLAG  PIC X(01).
              88 WS-SUB-IS-RESTART           VALUE 'Y'.
           03 WS-SUB-PROC-DATE     PIC 9(08).
           03 WS-SUB-VALIDATE-FLAG PIC X(01).
              88 WS-SUB-VALIDATE-ONLY        VALUE 'Y'.
           03 WS-SUB-BDAY          PIC 9(07).
           03 WS-SUB-REV-TS        PIC X(16).
           03 WS-SUB-MAKER-ID      PIC X(08).
           03 WS-SUB-APPROVED-FLAG PIC X(01).
              88 WS-SUB-IS-APPROVED          VALUE 'Y'.
           03 WS-SUBDATA.
              05 WS-EXPLANATION    PIC X(30).
              05 WS-FROM-FNAME     PIC X(15).
              05 WS-FROM-LNAME     PIC X(15).
              05 WS-TO-FNAME       PIC X(15).
              05 WS-TO-LNAME       PIC X(15).
              05 WS-BALANCE-OUT    PIC -(14)9.
              05 WS-BDAY-OUT       PIC 9(07).
              05 WS-AGE-OUT        PIC 9(03).
      *Subprogram linkage section
      *--------------------------------------
       01  WS-LOG-AREA.
           03 WS-LOG-PROGRAM       PIC X(08) VALUE 'ADJAPR'.
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
           PERFORM H160-OPEN-POSTING
           PERFORM H170-WRITE-HEADERS
           PERFORM H300-EXPIRE-ITEMS
           MOVE 'APPROVAL CARDS' TO SECT-LABEL
           PERFORM H180-WRITE-SECTION
           PERFORM H200-PROCESS UNTIL TRANFILE-EOF
           PERFORM H700-LIST-PENDING
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
              DISPLAY 'APRTRAN DID NOT OPEN PROPERLY: ' ST-TRAN-FILE
              MOVE ST-TRAN-FILE TO RETURN-CODE
              PERFORM H195-ABORT-EXIT
           END-IF
           OPEN I-O PEND-FILE
           IF NOT PNDFILE-SUCCESS
              DISPLAY 'PENDFILE DID NOT OPEN: ' ST-PEND-FILE
              MOVE ST-PEND-FILE TO RETURN-CODE
              CLOSE TRAN-FILE
              PERFORM H195-ABORT-EXIT
           END-IF
      *Declines and expiries join the day's rejects from FINAL01C.
           OPEN EXTEND INVALID-FILE
           IF NOT INVFILE-SUCCESS
              DISPLAY 'INVFILE DID NOT OPEN PROPERLY: ' ST-INVALID-FILE
              MOVE ST-INVALID-FILE TO RETURN-CODE
              CLOSE TRAN-FILE
              CLOSE PEND-FILE
              PERFORM H195-ABORT-EXIT
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT RPTFILE-SUCCESS
              DISPLAY 'APRRPT DID NOT OPEN PROPERLY: ' ST-REPORT-FILE
              MOVE ST-REPORT-FILE TO RETURN-CODE
              CLOSE TRAN-FILE
              CLOSE PEND-FILE
              CLOSE INVALID-FILE
              PERFORM H195-ABORT-EXIT
           END-IF
           READ TRAN-FILE.
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
                 DISPLAY 'APRPARM DID NOT OPEN PROPERLY: '
                    ST-PARM-FILE
                 MOVE ST-PARM-FILE TO RETURN-CODE
                 CLOSE TRAN-FILE
                 CLOSE PEND-FILE
                 CLOSE INVALID-FILE
                 CLOSE REPORT-FILE
                 PERFORM H195-ABORT-EXIT
              END-IF
              READ PARM-FILE
              IF NOT PARMFILE-EOF
                 IF PRM-PROC-DATE IS NUMERIC
                    MOVE PRM-PROC-DATE TO WS-BUS-DATE
                 END-IF
                 IF PRM-EXPIRY-DAYS IS NUMERIC
                    MOVE PRM-EXPIRY-DAYS TO WS-EXPIRY-DAYS
                 END-IF
              END-IF
              CLOSE PARM-FILE
           END-IF.
       H150-END. EXIT.
      *
      *Released items post as a restart would: the day's audit trail
      *and suspect file are extended, never replaced. The approved
      *flag stops PBEGIDX holding them a second time.
       H160-OPEN-POSTING.
           MOVE SPACES TO WS-SUB-AREA
           MOVE 'Y' TO WS-SUB-RESTART-FLAG
           MOVE WS-BUS-DATE TO WS-SUB-PROC-DATE
           MOVE 'N' TO WS-SUB-VALIDATE-FLAG
           MOVE 'Y' TO WS-SUB-APPROVED-FLAG
           SET WS-FUNC-OPEN TO TRUE
           CALL WS-PBEGIDX USING WS-SUB-AREA.
       H160-END. EXIT.
      *
       H170-WRITE-HEADERS.
           MOVE WS-BUS-DATE    TO HDR-BUS-DATE
           MOVE WS-EXPIRY-DAYS TO HDR-EXPIRY
           WRITE RPT-REC FROM HEADER-1.
           WRITE RPT-REC FROM HEADER-2.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC AFTER ADVANCING 1 LINES.
           WRITE RPT-REC FROM HEADER-3.
           WRITE RPT-REC FROM HEADER-4.
       H170-END. EXIT.
      *
       H180-WRITE-SECTION.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINES.
           WRITE RPT-REC FROM SECT-LINE.
       H180-END. EXIT.
      *
       H200-PROCESS.
           ADD 1 TO WS-CNT-READ
           MOVE SPACES TO WS-RESULT
           MOVE 'N' TO WS-FOUND-SW
           MOVE 'N' TO WS-APPLIED-SW
           PERFORM H220-VALIDATE-CARD
           IF WS-RESULT = SPACES
              PERFORM H250-LOOKUP
              EVALUATE TRUE
                 WHEN NOT WS-PND-FOUND
                    MOVE 'NOT ON FILE'          TO WS-RESULT
                 WHEN NOT PND-PENDING
                    MOVE 'ITEM NOT PENDING'     TO WS-RESULT
                 WHEN TRN-OP = 'A'
                    AND (PND-MAKER-ID = SPACES OR LOW-VALUES)
                    MOVE 'NO SUBMITTER ON ITEM' TO WS-RESULT
                 WHEN TRN-CHECKER-ID = PND-MAKER-ID
                    MOVE 'CHECKER IS SUBMITTER' TO WS-RESULT
                 WHEN TRN-OP = 'A'
                    PERFORM H400-APPROVE-ITEM
                 WHEN OTHER
                    PERFORM H500-DECLINE-ITEM
              END-EVALUATE
           END-IF
           PERFORM H600-WRITE-DETAIL
           IF NOT WS-CARD-APPLIED
              ADD 1 TO WS-CNT-REJECTED
           END-IF
           READ TRAN-FILE.
       H200-END. EXIT.
      *
       H220-VALIDATE-CARD.
           EVALUATE TRUE
              WHEN TRN-OP NOT = 'A' AND NOT = 'D'
                 MOVE 'INVALID OPERATION'    TO WS-RESULT
              WHEN TRN-ID IS NOT NUMERIC
                 OR TRN-CURRENCY IS NOT NUMERIC
                 MOVE 'INVALID ACCOUNT KEY'  TO WS-RESULT
              WHEN TRN-HELD-REF IS NOT NUMERIC
                 MOVE 'INVALID HELD REF'     TO WS-RESULT
              WHEN TRN-CHECKER-ID = SPACES
                 MOVE 'CHECKER ID REQUIRED'  TO WS-RESULT
           END-EVALUATE.
       H220-END. EXIT.
      *
       H250-LOOKUP.
           MOVE TRN-ID       TO PND-ID
           MOVE TRN-CURRENCY TO PND-CURRENCY
           MOVE TRN-HELD-REF TO PND-TIMESTAMP
           READ PEND-FILE KEY IS PND-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-PND-FOUND TO TRUE
           END-READ.
       H250-END. EXIT.
      *
      *Expiry sweep: an item still pending more than the expiry period
      *after it was held is closed and sent to INVFILE.
       H300-EXPIRE-ITEMS.
           MOVE 'EXPIRED ITEMS' TO SECT-LABEL
           PERFORM H180-WRITE-SECTION
           PERFORM H350-START-BROWSE
           PERFORM H310-EXPIRE-NEXT UNTIL WS-PEND-EOF.
       H300-END. EXIT.
      *
       H310-EXPIRE-NEXT.
           READ PEND-FILE NEXT RECORD
              AT END
                 SET WS-PEND-EOF TO TRUE
              NOT AT END
                 IF PND-PENDING
                    PERFORM H360-HELD-DAYS
                    IF WS-HELD-DAYS > WS-EXPIRY-DAYS
                       PERFORM H320-EXPIRE-ITEM
                    END-IF
                 END-IF
           END-READ.
       H310-END. EXIT.
      *
       H320-EXPIRE-ITEM.
           SET PND-EXPIRED TO TRUE
           MOVE WS-BUS-DATE        TO PND-DECIDED-DATE
           MOVE 'APPROVAL EXPIRED' TO PND-REASON
           REWRITE PEND-REC
           PERFORM H650-WRITE-INVALID
           MOVE 'EXPIRED' TO WS-RESULT
           MOVE 'E' TO DET-OP
           PERFORM H610-ITEM-DETAIL
           ADD 1 TO WS-CNT-EXPIRED.
       H320-END. EXIT.
      *
       H350-START-BROWSE.
           MOVE 'N' TO WS-PEND-EOF-SW
           MOVE ZERO       TO PND-ID
           MOVE ZERO       TO PND-CURRENCY
           MOVE LOW-VALUES TO PND-TIMESTAMP
           START PEND-FILE KEY IS NOT LESS THAN PND-KEY
              INVALID KEY
                 SET WS-PEND-EOF TO TRUE
           END-START.
       H350-END. EXIT.
      *
       H360-HELD-DAYS.
           COMPUTE WS-HELD-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
              - FUNCTION INTEGER-OF-DATE(PND-HELD-DATE)
           IF WS-HELD-DAYS < 0
              MOVE 0 TO WS-HELD-DAYS
           END-IF.
       H360-END. EXIT.
      *
      *The released item goes through the same balance posting as a
      *B record, so the overdraft limit and currency status apply as
      *of today; a reject there closes the item.
       H400-APPROVE-ITEM.
           MOVE SPACES TO WS-SUB-AREA
           SET WS-FUNC-BALANCE TO TRUE
           MOVE PND-ID         TO WS-SUB-ID
           MOVE PND-CURRENCY   TO WS-SUB-CUR
           MOVE PND-AMOUNT     TO WS-SUB-AMOUNT
           MOVE PND-MAKER-ID   TO WS-SUB-MAKER-ID
           MOVE 'Y'            TO WS-SUB-RESTART-FLAG
           MOVE WS-BUS-DATE    TO WS-SUB-PROC-DATE
           MOVE 'N'            TO WS-SUB-VALIDATE-FLAG
           MOVE 'Y'            TO WS-SUB-APPROVED-FLAG
           CALL WS-PBEGIDX USING WS-SUB-AREA
           MOVE TRN-CHECKER-ID TO PND-CHECKER-ID
           MOVE WS-BUS-DATE    TO PND-DECIDED-DATE
           IF WS-SUB-RC = ZERO
              SET PND-APPROVED TO TRUE
              MOVE SPACES TO PND-REASON
              MOVE 'APPROVED - POSTED' TO WS-RESULT
              ADD 1 TO WS-CNT-APPROVED
           ELSE
              SET PND-REJECTED TO TRUE
              EVALUATE TRUE
                 WHEN WS-RC-CURRENCY-DEACT
                    MOVE 'CURRENCY DEACTIVATED' TO PND-REASON
                 WHEN WS-RC-OVERDRAFT-LIMIT
                    MOVE 'OVERDRAFT LIMIT BREACH' TO PND-REASON
                 WHEN WS-RC-INVALID-CURRENCY
                    MOVE 'INVALID CURRENCY CODE' TO PND-REASON
                 WHEN OTHER
                    MOVE 'RECORD NOT FOUND' TO PND-REASON
              END-EVALUATE
              PERFORM H650-WRITE-INVALID
              MOVE 'POSTING REJECTED' TO WS-RESULT
              ADD 1 TO WS-CNT-POST-REJECT
           END-IF
           REWRITE PEND-REC
           SET WS-CARD-APPLIED TO TRUE.
       H400-END. EXIT.
      *
       H500-DECLINE-ITEM.
           SET PND-DECLINED TO TRUE
           MOVE TRN-CHECKER-ID TO PND-CHECKER-ID
           MOVE WS-BUS-DATE    TO PND-DECIDED-DATE
           IF TRN-REASON = SPACES
              MOVE 'DECLINED BY CHECKER' TO PND-REASON
           ELSE
              MOVE TRN-REASON TO PND-REASON
           END-IF
           REWRITE PEND-REC
           PERFORM H650-WRITE-INVALID
           MOVE 'DECLINED' TO WS-RESULT
           ADD 1 TO WS-CNT-DECLINED
           SET WS-CARD-APPLIED TO TRUE.
       H500-END. EXIT.
      *
      *A card that found its item prints the item; any other card
      *prints what was keyed.
       H600-WRITE-DETAIL.
           MOVE TRN-OP TO DET-OP
           IF WS-PND-FOUND
              PERFORM H610-ITEM-DETAIL
           ELSE
              MOVE TRN-ID         TO DET-ID
              MOVE TRN-CURRENCY   TO DET-CUR
              MOVE TRN-HELD-REF   TO DET-HELD-REF
              MOVE SPACES         TO DET-AMOUNT-X
              MOVE SPACES         TO DET-MAKER
              MOVE TRN-CHECKER-ID TO DET-CHECKER
              MOVE SPACES         TO DET-HELD-DATE-X
              MOVE SPACES         TO DET-DAYS-X
              MOVE WS-RESULT      TO DET-RESULT
              MOVE SPACES         TO DET-REASON
              WRITE RPT-REC FROM DET-LINE
           END-IF.
       H600-END. EXIT.
      *
       H610-ITEM-DETAIL.
           MOVE PND-ID           TO WS-DISP-ID
           MOVE PND-CURRENCY     TO WS-DISP-CUR
           MOVE WS-DISP-ID       TO DET-ID
           MOVE WS-DISP-CUR      TO DET-CUR
           MOVE PND-TIMESTAMP    TO DET-HELD-REF
           MOVE PND-AMOUNT       TO DET-AMOUNT
           MOVE PND-MAKER-ID     TO DET-MAKER
           MOVE PND-CHECKER-ID   TO DET-CHECKER
           MOVE PND-HELD-DATE    TO DET-HELD-DATE
           PERFORM H360-HELD-DAYS
           MOVE WS-HELD-DAYS     TO DET-DAYS
           MOVE WS-RESULT        TO DET-RESULT
           MOVE PND-REASON       TO DET-REASON
           WRITE RPT-REC FROM DET-LINE.
       H610-END. EXIT.
      *
       H650-WRITE-INVALID.
           MOVE SPACES TO INV-REC
           MOVE 'B'          TO INVREC-PROCTP
           MOVE PND-ID       TO INVREC-ID
           MOVE PND-CURRENCY TO INVREC-CURRENCY
           MOVE PND-REASON   TO INVREC-REASON
           WRITE INV-REC
           ADD 1 TO WS-CNT-INVALID.
       H650-END. EXIT.
      *
      *The checkers' worklist: every item still waiting after this
      *run's expiries and decisions.
       H700-LIST-PENDING.
           MOVE 'ITEMS STILL PENDING' TO SECT-LABEL
           PERFORM H180-WRITE-SECTION
           PERFORM H350-START-BROWSE
           PERFORM H710-LIST-NEXT UNTIL WS-PEND-EOF.
       H700-END. EXIT.
      *
       H710-LIST-NEXT.
           READ PEND-FILE NEXT RECORD
              AT END
                 SET WS-PEND-EOF TO TRUE
              NOT AT END
                 IF PND-PENDING
                    MOVE 'STILL PENDING' TO WS-RESULT
                    MOVE 'P' TO DET-OP
                    PERFORM H610-ITEM-DETAIL
                    ADD 1 TO WS-CNT-PENDING
                 END-IF
           END-READ.
       H710-END. EXIT.
      *
       H950-PRINT-TOTALS.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINES.
           MOVE 'ITEMS EXPIRED'          TO SUM-LABEL
           MOVE WS-CNT-EXPIRED           TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'CARDS READ'             TO SUM-LABEL
           MOVE WS-CNT-READ              TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'APPROVED AND POSTED'    TO SUM-LABEL
           MOVE WS-CNT-APPROVED          TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'APPROVED BUT REJECTED'  TO SUM-LABEL
           MOVE WS-CNT-POST-REJECT       TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'DECLINED'               TO SUM-LABEL
           MOVE WS-CNT-DECLINED          TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'CARDS REJECTED'         TO SUM-LABEL
           MOVE WS-CNT-REJECTED          TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'ITEMS STILL PENDING'    TO SUM-LABEL
           MOVE WS-CNT-PENDING           TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'WRITTEN TO INVFILE'     TO SUM-LABEL
           MOVE WS-CNT-INVALID           TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
       H950-END. EXIT.
      *
       H990-LOG-END.
           MOVE 'E' TO WS-LOG-EVENT
           MOVE WS-CNT-READ     TO WS-LOG-CNT-READ
           MOVE WS-CNT-APPROVED TO WS-LOG-CNT-WRITTEN
           MOVE RETURN-CODE     TO WS-LOG-RC
           CALL WS-RUNLOG USING WS-LOG-AREA.
       H990-END. EXIT.
      *
       H999-PREPARE-EXIT.
           CLOSE TRAN-FILE
           CLOSE PEND-FILE
           CLOSE INVALID-FILE
           CLOSE REPORT-FILE
           SET WS-FUNC-CLOSE TO TRUE
           CALL WS-PBEGIDX USING WS-SUB-AREA
           MOVE ZERO TO RETURN-CODE
           IF WS-CNT-EXPIRED > 0 OR WS-CNT-POST-REJECT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-CNT-REJECTED > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM H990-LOG-END
           STOP RUN.
       H999-END. EXIT.
      *-----------------------------------------------------------------
