              05 OREC-BALANCE      PIC -(14)9.
              05 OREC-BDAY         PIC 9(07).
              05 OREC-AGE          PIC 9(03).
      *A T record's last-name area comes back here: a standing-order
      *payment carries its order reference in it for SOEXC.
           03 OREC-REFERENCE       PIC X(15).
      *
       FD  INVALID-FILE RECORDING MODE F.
       01  INV-REC.
           03 CHK-CNT-BALANCE       PIC 9(07).
           03 CHK-CNT-TRANSFER      PIC 9(07).
           03 CHK-CNT-BDAY          PIC 9(07).
           03 CHK-CNT-LIMIT         PIC 9(07).
           03 CHK-CNT-REVERSAL      PIC 9(07).
           03 CHK-CNT-HELD          PIC 9(07).
           03 CHK-CNT-MERGE         PIC 9(07).
           03 CHK-CNT-REDIRECTED    PIC 9(07).
           03 CHK-CNT-BROWSE        PIC 9(07).
           03 CHK-CNT-INVALID       PIC 9(07).
           03 CHK-CNT-AGE-UNDER18   PIC 9(07).
           03 IREC-ID              PIC X(05).
           03 IREC-CURRENCY        PIC X(03).
           03 IREC-FNAME           PIC X(15).
      *For T records the name area carries the receiving key instead;
      *a D record may carry a payout key there, which takes any
      *balance left on the account before it closes.
           03 IREC-TRANSFER-KEYS REDEFINES IREC-FNAME.
              05 IREC-TO-ID        PIC X(05).
              05 IREC-TO-CURRENCY  PIC X(03).
              05 FILLER            PIC X(07).
      *For M records the first five name bytes carry the surviving
      *customer ID; the record's own ID is the one being retired.
      *For S records the name area carries the birth date instead.
      *L records carry the new overdraft limit in the amount field.
           03 IREC-BDAY-AREA REDEFINES IREC-FNAME.
              05 IREC-BDAY         PIC X(07).
              05 FILLER            PIC X(08).
           03 IREC-LNAME           PIC X(15).
           03 IREC-AMOUNT          PIC S9(13)
                                    SIGN IS LEADING SEPARATE CHARACTER.
      *For V records the name area carries the audit timestamp
      *(YYYYMMDDHHMMSSHH) of the posting image to be reversed.
       01  IN-REC-REVERSAL.
           03 FILLER               PIC X(09).
           03 IREC-REV-TS          PIC X(16).
           03 FILLER               PIC X(28).
      *For B records the first name bytes carry the keying operator's
      *ID; an adjustment held for approval keeps it as the submitter.
       01  IN-REC-BALANCE.
           03 FILLER               PIC X(09).
           03 IREC-MAKER-ID        PIC X(08).
           03 FILLER               PIC X(36).

      *--------------------------------------
       WORKING-STORAGE SECTION.
              88 RUNCARD-EOF                 VALUE 10.
              88 RUNCARD-NOT-FOUND           VALUE 35.
           03 WS-PROCESS-TYPE      PIC 9(02).
              88 WS-PROCESS-TYPE-VALID VALUE 1 THRU 14.
      *--------------------------------------
       01 WS-RUN-CONTROL.
           03 WS-RUN-PROC-DATE     PIC 9(08) VALUE ZERO.
           03 FILLER         PIC X(15) VALUE 'Balance'.
           03 FILLER         PIC X(07) VALUE 'BDay'.
           03 FILLER         PIC X(03) VALUE 'Age'.
           03 FILLER         PIC X(15) VALUE 'Reference'.
      *
       01  HEADER-4.
           03 FILLER         PIC X(11) VALUE '-----------'.
           03 FILLER         PIC X(15) VALUE '---------------'.
           03 FILLER         PIC X(07) VALUE '-------'.
           03 FILLER         PIC X(03) VALUE '---'.
           03 FILLER         PIC X(15) VALUE '---------------'.
      *
       01  HEADER-5.
           03 INV-HEADER     PIC X(13) VALUE 'PROCTYP-KEY'.
           03 WS-CNT-BALANCE       PIC 9(07) VALUE ZERO.
           03 WS-CNT-TRANSFER      PIC 9(07) VALUE ZERO.
           03 WS-CNT-BDAY          PIC 9(07) VALUE ZERO.
           03 WS-CNT-LIMIT         PIC 9(07) VALUE ZERO.
           03 WS-CNT-REVERSAL      PIC 9(07) VALUE ZERO.
           03 WS-CNT-HELD          PIC 9(07) VALUE ZERO.
           03 WS-CNT-MERGE         PIC 9(07) VALUE ZERO.
           03 WS-CNT-REDIRECTED    PIC 9(07) VALUE ZERO.
           03 WS-CNT-BROWSE        PIC 9(07) VALUE ZERO.
           03 WS-BROWSE-FOUND-SW   PIC X(01) VALUE 'N'.
              88 WS-BROWSE-FOUND              VALUE 'Y'.
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
           03 WS-SUB-VALIDATE-FLAG PIC X(01).
              88 WS-SUB-VALIDATE-ONLY        VALUE 'Y'.
           03 WS-SUB-BDAY          PIC 9(07).
           03 WS-SUB-REV-TS        PIC X(16).
           03 WS-SUB-MAKER-ID      PIC X(08).
           03 WS-SUB-APPROVED-FLAG PIC X(01) VALUE 'N'.
              88 WS-SUB-IS-APPROVED          VALUE 'Y'.
           03 WS-SUBDATA.
              05 WS-EXPLANATION    PIC X(30).
              05 WS-FROM-FNAME     PIC X(15).
           END-IF
           MOVE WS-RUN-PROC-DATE TO WS-SUB-PROC-DATE
           MOVE WS-RUN-VALIDATE-SW TO WS-SUB-VALIDATE-FLAG
           MOVE 'N' TO WS-SUB-APPROVED-FLAG
           SET WS-FUNC-OPEN TO TRUE
           CALL WS-PBEGIDX USING WS-SUB-AREA.
       H100-END. EXIT.
                    MOVE CHK-CNT-BALANCE   TO WS-CNT-BALANCE
                    MOVE CHK-CNT-TRANSFER  TO WS-CNT-TRANSFER
                    MOVE CHK-CNT-BDAY      TO WS-CNT-BDAY
                    MOVE CHK-CNT-LIMIT     TO WS-CNT-LIMIT
                    MOVE CHK-CNT-REVERSAL  TO WS-CNT-REVERSAL
                    MOVE CHK-CNT-HELD      TO WS-CNT-HELD
                    MOVE CHK-CNT-MERGE     TO WS-CNT-MERGE
                    MOVE CHK-CNT-REDIRECTED TO WS-CNT-REDIRECTED
                    MOVE CHK-CNT-BROWSE    TO WS-CNT-BROWSE
                    MOVE CHK-CNT-INVALID   TO WS-CNT-INVALID
                    MOVE CHK-CNT-AGE-UNDER18 TO WS-CNT-AGE-UNDER18
           MOVE SPACES TO WS-SUB-AREA
           MOVE WS-RUN-PROC-DATE TO WS-SUB-PROC-DATE
           MOVE WS-RUN-VALIDATE-SW TO WS-SUB-VALIDATE-FLAG
           MOVE 'N' TO WS-SUB-APPROVED-FLAG
           IF IREC-PROCESS-TYPE = 'R'
              MOVE 2 TO WS-PROCESS-TYPE
           ELSE IF IREC-PROCESS-TYPE = 'U'
              MOVE 10 TO WS-PROCESS-TYPE
           ELSE IF IREC-PROCESS-TYPE = 'S'
              MOVE 11 TO WS-PROCESS-TYPE
           ELSE IF IREC-PROCESS-TYPE = 'L'
              MOVE 12 TO WS-PROCESS-TYPE
           ELSE IF IREC-PROCESS-TYPE = 'V'
              MOVE 13 TO WS-PROCESS-TYPE
           ELSE IF IREC-PROCESS-TYPE = 'M'
              MOVE 14 TO WS-PROCESS-TYPE
           ELSE
              MOVE 0 TO WS-PROCESS-TYPE
           END-IF.
                    AND IREC-AMOUNT IS NUMERIC))
              AND (WS-PROCESS-TYPE NOT = 11
                 OR IREC-BDAY IS NUMERIC)
              AND (WS-PROCESS-TYPE NOT = 12
                 OR IREC-AMOUNT IS NUMERIC)
              AND (WS-PROCESS-TYPE NOT = 13
                 OR IREC-REV-TS IS NUMERIC)
              AND (WS-PROCESS-TYPE NOT = 14
                 OR IREC-TO-ID IS NUMERIC)
              AND (WS-PROCESS-TYPE NOT = 5
                 OR IREC-TRANSFER-KEYS = SPACES
                 OR (IREC-TO-ID IS NUMERIC
                    AND IREC-TO-CURRENCY IS NUMERIC))
              IF WS-PROCESS-TYPE = 7
                 PERFORM H340-BROWSE-PROCESS
              ELSE
                       SET WS-FUNC-TRANSFER TO TRUE
                    WHEN 11
                       SET WS-FUNC-SET-BDAY TO TRUE
                    WHEN 12
                       SET WS-FUNC-SET-LIMIT TO TRUE
                    WHEN 13
                       SET WS-FUNC-REVERSAL TO TRUE
                    WHEN 14
                       SET WS-FUNC-MERGE TO TRUE
                 END-EVALUATE
                 MOVE IREC-ID       TO WS-SUB-ID
      *A merge works on every currency of the customer, so the
      *record's currency field is not used.
                 IF WS-PROCESS-TYPE = 14
                    MOVE ZERO TO WS-SUB-CUR
                    MOVE IREC-TO-ID TO WS-SUB-TO-ID
                 ELSE
                    MOVE IREC-CURRENCY TO WS-SUB-CUR
                 END-IF
                 IF WS-PROCESS-TYPE = 3 OR WS-PROCESS-TYPE = 4
                    MOVE IREC-FNAME TO WS-TO-FNAME
                    MOVE IREC-LNAME TO WS-TO-LNAME
                 END-IF
                 IF WS-PROCESS-TYPE = 6 OR WS-PROCESS-TYPE = 10
                    OR WS-PROCESS-TYPE = 12
                    MOVE IREC-AMOUNT TO WS-SUB-AMOUNT
                 END-IF
                 IF WS-PROCESS-TYPE = 6
                    MOVE IREC-MAKER-ID TO WS-SUB-MAKER-ID
                 END-IF
                 IF WS-PROCESS-TYPE = 10
                    MOVE IREC-TO-ID       TO WS-SUB-TO-ID
                    MOVE IREC-TO-CURRENCY TO WS-SUB-TO-CUR
                 END-IF
                 IF WS-PROCESS-TYPE = 5
                    IF IREC-TRANSFER-KEYS = SPACES
                       MOVE ZERO TO WS-SUB-TO-ID
                       MOVE ZERO TO WS-SUB-TO-CUR
                    ELSE
                       MOVE IREC-TO-ID       TO WS-SUB-TO-ID
                       MOVE IREC-TO-CURRENCY TO WS-SUB-TO-CUR
                    END-IF
                 END-IF
                 IF WS-PROCESS-TYPE = 11
                    MOVE IREC-BDAY TO WS-SUB-BDAY
                 END-IF
                 IF WS-PROCESS-TYPE = 13
                    MOVE IREC-REV-TS TO WS-SUB-REV-TS
                 END-IF
                 IF WS-VALIDATE-ONLY AND WS-PROCESS-TYPE NOT = 2
                    MOVE 00 TO WS-SUB-RC
                    MOVE SPACES TO WS-SUBDATA
                 ADD 1 TO WS-CNT-TOTAL
                 IF WS-RC-INVALID-CURRENCY OR WS-RC-CURRENCY-DEACT
                    OR WS-RC-NO-RATE OR WS-RC-INVALID-BDAY
                    OR WS-RC-OVERDRAFT-LIMIT OR WS-RC-NO-ORIGINAL
                    OR WS-RC-ALREADY-REVERSED
                    OR WS-RC-MERGE-REJECTED OR WS-RC-ID-RETIRED
                    OR WS-RC-BALANCE-NOT-ZERO
                    OR WS-RC-HOLD-FAILED OR WS-RC-NO-MAKER
                    MOVE SPACES TO INV-REC
                    MOVE IREC-PROCESS-TYPE TO INVREC-PROCTP
                    MOVE IREC-ID TO INVREC-ID
                          MOVE 'NO EXCHANGE RATE' TO INVREC-REASON
                       WHEN WS-RC-INVALID-BDAY
                          MOVE 'INVALID BIRTH DATE' TO INVREC-REASON
                       WHEN WS-RC-OVERDRAFT-LIMIT
                          MOVE 'OVERDRAFT LIMIT BREACH'
                             TO INVREC-REASON
                       WHEN WS-RC-NO-ORIGINAL
                          MOVE 'NO REVERSIBLE ORIGINAL'
                             TO INVREC-REASON
                       WHEN WS-RC-ALREADY-REVERSED
                          MOVE 'ALREADY REVERSED' TO INVREC-REASON
                       WHEN WS-RC-MERGE-REJECTED
                          MOVE 'MERGE NOT APPLIED' TO INVREC-REASON
                       WHEN WS-RC-ID-RETIRED
                          MOVE 'ID RETIRED BY MERGE' TO INVREC-REASON
                       WHEN WS-RC-BALANCE-NOT-ZERO
                          MOVE 'BALANCE NOT ZERO' TO INVREC-REASON
                       WHEN WS-RC-HOLD-FAILED
                          MOVE 'HOLD NOT RECORDED' TO INVREC-REASON
                       WHEN WS-RC-NO-MAKER
                          MOVE 'MAKER ID MISSING' TO INVREC-REASON
                       WHEN OTHER
                          MOVE 'INVALID CURRENCY CODE' TO INVREC-REASON
                    END-EVALUATE
                       WRITE RCY-REC FROM IN-REC
                    END-IF
                    ADD 1 TO WS-CNT-INVALID
      *A held adjustment is neither posted nor rejected: it waits on
      *the pending-approval file, so it is not recycled either.
                 ELSE IF WS-RC-HELD-FOR-APPROVAL
                    ADD 1 TO WS-CNT-HELD
                    PERFORM H300-WRITE-OUT
                 ELSE
                    EVALUATE WS-PROCESS-TYPE
                       WHEN 2 ADD 1 TO WS-CNT-READ
                       WHEN 6 ADD 1 TO WS-CNT-BALANCE
                       WHEN 10 ADD 1 TO WS-CNT-TRANSFER
                       WHEN 11 ADD 1 TO WS-CNT-BDAY
                       WHEN 12 ADD 1 TO WS-CNT-LIMIT
                       WHEN 13 ADD 1 TO WS-CNT-REVERSAL
                       WHEN 14 ADD 1 TO WS-CNT-MERGE
                    END-EVALUATE
      *An item keyed to a customer retired by a merge comes back
      *carrying the survivor's ID.
                    IF WS-PROCESS-TYPE NOT = 14
                       AND (WS-SUB-ID NOT = IREC-ID
                          OR (WS-PROCESS-TYPE = 10
                             AND WS-SUB-TO-ID NOT = IREC-TO-ID))
                       ADD 1 TO WS-CNT-REDIRECTED
                    END-IF
                    PERFORM H300-WRITE-OUT
                 END-IF
                 END-IF
              END-IF
           ELSE
              MOVE SPACES TO INV-REC
              EVALUATE TRUE
                 WHEN NOT WS-PROCESS-TYPE-VALID
                    MOVE 'INVALID PROC TYPE' TO INVREC-REASON
                 WHEN (WS-PROCESS-TYPE = 10 OR WS-PROCESS-TYPE = 12)
                    AND IREC-AMOUNT IS NOT NUMERIC
                    MOVE 'INVALID AMOUNT' TO INVREC-REASON
                 WHEN WS-PROCESS-TYPE = 10 AND
                    (IREC-TO-ID IS NOT NUMERIC OR
                 WHEN WS-PROCESS-TYPE = 11 AND
                    IREC-BDAY IS NOT NUMERIC
                    MOVE 'INVALID BDAY FORMAT' TO INVREC-REASON
                 WHEN WS-PROCESS-TYPE = 13 AND
                    IREC-REV-TS IS NOT NUMERIC
                    MOVE 'INVALID REVERSAL REF' TO INVREC-REASON
                 WHEN WS-PROCESS-TYPE = 14 AND
                    IREC-TO-ID IS NOT NUMERIC
                    MOVE 'INVALID SURVIVOR ID' TO INVREC-REASON
                 WHEN WS-PROCESS-TYPE = 5 AND
                    IREC-TRANSFER-KEYS NOT = SPACES
                    MOVE 'INVALID PAYOUT KEY' TO INVREC-REASON
                 WHEN OTHER
                    MOVE 'INVALID ID FORMAT' TO INVREC-REASON
              END-EVALUATE
      *checkpoint a later real run could restart-skip from.
           IF NOT WS-VALIDATE-ONLY
              AND (WS-RECORDS-SINCE-CHKPT >= WS-CHECKPOINT-INTERVAL
                 OR WS-PROCESS-TYPE = 6 OR WS-PROCESS-TYPE = 10
                 OR WS-PROCESS-TYPE = 13 OR WS-PROCESS-TYPE = 14)
              PERFORM H180-WRITE-CHECKPOINT
           END-IF
           READ INPUT-FILE.
           MOVE WS-CNT-BALANCE  TO CHK-CNT-BALANCE
           MOVE WS-CNT-TRANSFER TO CHK-CNT-TRANSFER
           MOVE WS-CNT-BDAY     TO CHK-CNT-BDAY
           MOVE WS-CNT-LIMIT    TO CHK-CNT-LIMIT
           MOVE WS-CNT-REVERSAL TO CHK-CNT-REVERSAL
           MOVE WS-CNT-HELD     TO CHK-CNT-HELD
           MOVE WS-CNT-MERGE    TO CHK-CNT-MERGE
           MOVE WS-CNT-REDIRECTED TO CHK-CNT-REDIRECTED
           MOVE WS-CNT-BROWSE   TO CHK-CNT-BROWSE
           MOVE WS-CNT-INVALID  TO CHK-CNT-INVALID
           MOVE WS-CNT-AGE-UNDER18   TO CHK-CNT-AGE-UNDER18
           ADD 1 TO WS-CNT-TOTAL
           IF WS-BROWSE-FOUND
              ADD 1 TO WS-CNT-BROWSE
              IF WS-SUB-ID NOT = IREC-ID
                 ADD 1 TO WS-CNT-REDIRECTED
              END-IF
           ELSE
              MOVE SPACES TO INV-REC
              MOVE IREC-PROCESS-TYPE TO INVREC-PROCTP
           MOVE WS-SUB-CUR        TO OREC-CURRENCY
           MOVE WS-SUB-RC         TO OREC-RETURN-CODE
           MOVE WS-SUBDATA        TO OREC-DATA
           IF IREC-PROCESS-TYPE = 'T'
              MOVE IREC-LNAME     TO OREC-REFERENCE
           END-IF
           IF WS-RPT-DETAIL-ON
              WRITE OUT-REC
           END-IF
           MOVE 'BIRTH DATE SETS'        TO TOT-LABEL
           MOVE WS-CNT-BDAY              TO TOT-COUNT
           WRITE OUT-REC FROM TOT-DETAIL-LINE.
           MOVE 'OVERDRAFT LIMIT SETS'   TO TOT-LABEL
           MOVE WS-CNT-LIMIT             TO TOT-COUNT
           WRITE OUT-REC FROM TOT-DETAIL-LINE.
           MOVE 'REVERSAL TRANSACTIONS'  TO TOT-LABEL
           MOVE WS-CNT-REVERSAL          TO TOT-COUNT
           WRITE OUT-REC FROM TOT-DETAIL-LINE.
           MOVE 'HELD FOR APPROVAL'      TO TOT-LABEL
           MOVE WS-CNT-HELD              TO TOT-COUNT
           WRITE OUT-REC FROM TOT-DETAIL-LINE.
           MOVE 'MERGE TRANSACTIONS'     TO TOT-LABEL
           MOVE WS-CNT-MERGE             TO TOT-COUNT
           WRITE OUT-REC FROM TOT-DETAIL-LINE.
           MOVE 'REDIRECTED TO SURVIVOR' TO TOT-LABEL
           MOVE WS-CNT-REDIRECTED        TO TOT-COUNT
           WRITE OUT-REC FROM TOT-DETAIL-LINE.
           MOVE 'CURRENCY BROWSE REQUESTS'  TO TOT-LABEL
           MOVE WS-CNT-BROWSE            TO TOT-COUNT
           WRITE OUT-REC FROM TOT-DETAIL-LINE.
