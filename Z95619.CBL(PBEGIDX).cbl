                                STATUS ST-AUDIT-FILE.
           SELECT SUSPECT-FILE  ASSIGN TO SUSPFILE
                                STATUS ST-SUSPECT-FILE.
           SELECT LIMIT-FILE    ASSIGN TO ODLFILE
                                ORGANIZATION IS INDEXED
                                ACCESS RANDOM
                                RECORD KEY ODL-KEY
                                STATUS ST-LIMIT-FILE.
           SELECT HIST-FILE     ASSIGN TO HISTFILE
                                STATUS ST-HIST-FILE.
           SELECT PEND-FILE     ASSIGN TO PENDFILE
                                ORGANIZATION IS INDEXED
                                ACCESS RANDOM
                                RECORD KEY PND-KEY
                                STATUS ST-PEND-FILE.
           SELECT XREF-FILE     ASSIGN TO MRGXREF
                                ORGANIZATION IS INDEXED
                                ACCESS RANDOM
                                RECORD KEY XRF-OLD-ID
                                STATUS ST-XREF-FILE.
           SELECT CLOSED-FILE   ASSIGN TO CLOSFILE
                                ORGANIZATION IS INDEXED
                                ACCESS DYNAMIC
                                RECORD KEY CLS-KEY
                                STATUS ST-CLOSED-FILE.
           SELECT PROFILE-FILE  ASSIGN TO CUSTPROF
                                ORGANIZATION IS INDEXED
                                ACCESS RANDOM
                                RECORD KEY PRF-ID
                                STATUS ST-PROFILE-FILE.
      *My INDEX file is the VSAM.II. (All the data I need to compare)
      *CURRFILE is the valid ISO numeric currency code reference table.
      *RATEFILE is the exchange-rate table keyed by currency pair,
      *AUDITFILE is the before-image trail for H500/H800 changes.
      *SUSPFILE captures B and T postings at or above the currency's
      *compliance threshold the moment they post; LRGRPT reports it.
      *ODLFILE holds the overdraft limit per account (no record means a
      *zero limit) and the date the account last went below zero; the
      *L transaction sets the limit and ODRPT ages overdrawn accounts.
      *HISTFILE is the cumulative audit archive written by ARCHAUD. A
      *V reversal looks up the image it backs out there and on the
      *day's AUDITFILE; it is only opened while a reversal is looked
      *up, and a missing archive limits the search to the day file.
      *PENDFILE holds B adjustments at or above the currency's
      *authorisation amount until a second person approves or
      *declines them in ADJAPR. The approval run posts through here
      *with the approved flag set, so it does not open the file.
      *A held item must name its submitter, or the second person
      *cannot be enforced: without a maker ID it rejects with return
      *code 86. Two holds on one account in the same hundredth of a
      *second take the next free hundredth; if none can be written
      *the item rejects with return code 85.
      *MRGXREF is the merge cross-reference: one record per customer
      *ID retired by an M merge, naming the ID that survived it. Later
      *reads, balance adjustments, browses and transfers on a retired
      *ID are redirected to the survivor; anything that would change
      *or re-create the retired customer rejects with return code 89.
      *CUSTPROF, the customer profile file, is only opened by a merge:
      *a survivor with no profile of its own takes over the retiring
      *customer's profile. A survivor that has one keeps it, and the
      *retiring profile stays for reference (MSTSCAN lists it as the
      *profile of a merged customer). Without the file the merge still
      *runs and the profile is left where it is.
      *CLOSFILE is the closed-account history: every account a D takes
      *off the master, with its closing balance, the account it was
      *paid out to and its last activity date. A D against a balance
      *that is not zero rejects with return code 87 unless the record
      *names a payout account to take the money first.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
              88 CUR-DEACTIVATED               VALUE 'D'.
           03 CUR-EFF-DATE            PIC S9(08) COMP-3.
           03 CUR-LRG-THRESHOLD       PIC S9(13) COMP-3.
           03 CUR-AUTH-AMOUNT         PIC S9(13) COMP-3.
      *
       FD  RATE-FILE.
       01  RATE-REC.
           03 AUD-BDAY                 PIC S9(07) COMP-3.
           03 AUD-BALANCE              PIC S9(15) COMP-3.
           03 AUD-AMOUNT               PIC S9(13) COMP-3.
      *A reversal image (function 13) carries the timestamp and
      *function of the image it backs out in place of the names.
       01  AUDIT-REV-REC.
           03 FILLER                   PIC X(28).
           03 AUD-REV-ORIG-TS          PIC X(16).
           03 AUD-REV-ORIG-FUNCTION    PIC 9(02).
           03 FILLER                   PIC X(12).
           03 FILLER                   PIC X(19).
      *
       FD  SUSPECT-FILE RECORDING MODE F.
       01  SUSPECT-REC.
           03 SUS-CURRENCY             PIC S9(03) COMP.
           03 SUS-AMOUNT               PIC S9(13) COMP-3.
           03 SUS-BALANCE              PIC S9(15) COMP-3.
      *
       FD  LIMIT-FILE.
       01  LIMIT-REC.
           03 ODL-KEY.
              05 ODL-ID                PIC S9(05) COMP-3.
              05 ODL-CURRENCY          PIC S9(03) COMP.
           03 ODL-LIMIT                PIC S9(13) COMP-3.
           03 ODL-PREV-LIMIT           PIC S9(13) COMP-3.
           03 ODL-SET-DATE             PIC S9(08) COMP-3.
           03 ODL-OD-SINCE             PIC S9(08) COMP-3.
      *
       FD  HIST-FILE RECORDING MODE F.
       01  HIST-REC                    PIC X(77).
      *
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
       FD  XREF-FILE.
       01  XREF-REC.
           03 XRF-OLD-ID               PIC S9(05) COMP-3.
           03 XRF-NEW-ID               PIC S9(05) COMP-3.
           03 XRF-MERGE-DATE           PIC S9(08) COMP-3.
           03 XRF-FNAME                PIC X(15).
           03 XRF-LNAME                PIC X(15).
           03 XRF-ACCOUNTS             PIC 9(03).
      *
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
       FD  PROFILE-FILE.
       01  PRF-REC.
           03 PRF-ID                  PIC S9(05) COMP-3.
           03 PRF-ADDR-1              PIC X(35).
           03 PRF-ADDR-2              PIC X(35).
           03 PRF-ADDR-3              PIC X(35).
           03 PRF-CITY                PIC X(25).
           03 PRF-POSTCODE            PIC X(10).
           03 PRF-COUNTRY             PIC X(20).
           03 PRF-PHONE               PIC X(20).
           03 PRF-EMAIL               PIC X(50).
           03 PRF-CHANNEL             PIC X(01).
              88 PRF-BY-POST                   VALUE 'P'.
              88 PRF-BY-EMAIL                  VALUE 'E'.
              88 PRF-HOLD-MAIL                 VALUE 'H'.
           03 PRF-CHANGED-DATE        PIC S9(08) COMP-3.
      *----------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-WORKSHOP.
              88 AUDFILE-SUCCESS               VALUE 00 97.
           03 ST-SUSPECT-FILE        PIC 9(02).
              88 SUSFILE-SUCCESS               VALUE 00 97.
           03 ST-LIMIT-FILE          PIC 9(02).
              88 LIMFILE-SUCCESS               VALUE 00 97.
           03 ST-HIST-FILE           PIC 9(02).
              88 HSTFILE-SUCCESS               VALUE 00 97.
              88 HSTFILE-EOF                   VALUE 10.
              88 HSTFILE-NOT-FOUND             VALUE 35.
           03 ST-PEND-FILE           PIC 9(02).
              88 PNDFILE-SUCCESS               VALUE 00 97.
           03 WS-PEND-OPEN-SW        PIC X(01) VALUE 'N'.
              88 WS-PEND-OPEN                  VALUE 'Y'.
           03 WS-AUTH-AMOUNT         PIC S9(13) COMP-3 VALUE ZERO.
           03 WS-PND-STAMP-X         PIC X(16).
           03 WS-PND-STAMP REDEFINES WS-PND-STAMP-X
                                     PIC 9(16).
           03 WS-PND-TRIES           PIC 9(03).
           03 WS-PND-MAX-TRIES       PIC 9(03) VALUE 100.
           03 WS-PND-WRITTEN-SW      PIC X(01).
              88 WS-PND-WRITTEN                VALUE 'Y'.
           03 ST-XREF-FILE           PIC 9(02).
              88 XRFFILE-SUCCESS               VALUE 00 97.
           03 ST-CLOSED-FILE         PIC 9(02).
              88 CLSFILE-SUCCESS               VALUE 00 97.
           03 ST-PROFILE-FILE        PIC 9(02).
              88 PRFFILE-SUCCESS               VALUE 00 97.
              88 PRFFILE-NOT-FOUND             VALUE 35.
           03 WS-PRF-TRIED-SW        PIC X(01) VALUE 'N'.
              88 WS-PRF-TRIED                  VALUE 'Y'.
           03 WS-PRF-OPEN-SW         PIC X(01) VALUE 'N'.
              88 WS-PRF-OPEN                   VALUE 'Y'.
           03 WS-CLS-FOUND-SW        PIC X(01).
              88 WS-CLS-FOUND                  VALUE 'Y'.
           03 WS-CLS-DATE-OUT        PIC 9(08).
           03 WS-PAYOUT-NAMED-SW     PIC X(01).
              88 WS-PAYOUT-NAMED               VALUE 'Y'.
           03 WS-PAYOUT-OK-SW        PIC X(01).
              88 WS-PAYOUT-OK                  VALUE 'Y'.
           03 WS-CLS-MAX-PAYOUT      PIC S9(15) COMP-3
                                      VALUE 9999999999999.
           03 WS-CLS-FINAL-BALANCE   PIC S9(15) COMP-3 VALUE ZERO.
           03 WS-CLS-PAYOUT-ID       PIC 9(05) VALUE ZERO.
           03 WS-CLS-PAYOUT-CUR      PIC 9(03) VALUE ZERO.
           03 WS-CLS-PAYOUT-AMOUNT   PIC S9(13) COMP-3 VALUE ZERO.
           03 WS-SCAN-EOF-SW         PIC X(01).
              88 WS-SCAN-EOF                   VALUE 'Y'.
           03 WS-OD-LIMIT            PIC S9(13) COMP-3 VALUE ZERO.
           03 WS-OD-NEW-BALANCE      PIC S9(15) COMP-3 VALUE ZERO.
           03 WS-SRC-THRESHOLD       PIC S9(13) COMP-3 VALUE ZERO.
           03 WS-TGT-THRESHOLD       PIC S9(13) COMP-3 VALUE ZERO.
           03 WS-LRG-AMOUNT          PIC S9(13) COMP-3 VALUE ZERO.
              05 WS-TODAY-MONTH      PIC 9(02).
              05 WS-TODAY-DAY        PIC 9(02).
           03 WS-AUD-POST-AMOUNT     PIC S9(13) COMP-3 VALUE ZERO.
           03 WS-SAVE-FUNCTION       PIC 9(02).
           03 WS-BDAY-CENTURY        PIC 9(01).
           03 WS-BDAY-YY             PIC 9(02).
           03 WS-BDAY-CCYY           PIC 9(04).
              88 WS-BDAY-VALID                 VALUE 'Y'.
           03 WS-MONTH-DAYS          PIC 9(02).
           03 WS-NEW-BDAY            PIC 9(08).
      *----------------------------------------
      *Reversal lookup: the image named on the V record, the other
      *leg when it was a transfer, and the image read just before the
      *current one (a transfer's target image immediately precedes
      *its source image on the trail).
       01  WS-REVERSAL-AREA.
           03 WS-ORG-FOUND-SW        PIC X(01).
              88 WS-ORG-FOUND                  VALUE 'Y'.
           03 WS-ORG-REVERSED-SW     PIC X(01).
              88 WS-ORG-REVERSED               VALUE 'Y'.
           03 WS-ORG-FUNCTION        PIC 9(02).
           03 WS-ORG-AMOUNT          PIC S9(13) COMP-3.
           03 WS-PTR-WANTED-SW       PIC X(01).
              88 WS-PTR-WANTED                 VALUE 'Y'.
           03 WS-PTR-FOUND-SW        PIC X(01).
              88 WS-PTR-FOUND                  VALUE 'Y'.
           03 WS-PTR-ID              PIC 9(05).
           03 WS-PTR-CUR             PIC 9(03).
           03 WS-PTR-TS              PIC X(16).
           03 WS-PTR-AMOUNT          PIC S9(13) COMP-3.
           03 WS-PRV-FUNCTION        PIC 9(02).
           03 WS-PRV-ID              PIC 9(05).
           03 WS-PRV-CUR             PIC 9(03).
           03 WS-PRV-TS              PIC X(16).
           03 WS-PRV-AMOUNT          PIC S9(13) COMP-3.
           03 WS-REV-REF-TS          PIC X(16).
           03 WS-REV-REF-FUNCTION    PIC 9(02).
      *----------------------------------------
      *Merge: the retiring customer's accounts are gathered before any
      *is moved, then each is folded into the survivor's account in
      *the same currency (or opened there) one by one.
       01  WS-MERGE-AREA.
           03 WS-MRG-STATE-SW        PIC X(01).
              88 WS-MRG-CLEAR                  VALUE 'N'.
              88 WS-MRG-REDIRECTED             VALUE 'D'.
              88 WS-MRG-REJECTED               VALUE 'R'.
           03 WS-MRG-TO-SW           PIC X(01).
              88 WS-MRG-TO-REDIRECTED          VALUE 'Y'.
           03 WS-MRG-XREF-END-SW     PIC X(01).
              88 WS-MRG-XREF-END               VALUE 'Y'.
           03 WS-MRG-BROWSE-END-SW   PIC X(01).
              88 WS-MRG-BROWSE-END             VALUE 'Y'.
           03 WS-MRG-ORIG-ID         PIC 9(05).
           03 WS-MRG-LOOKUP-ID       PIC 9(05).
           03 WS-MRG-HOPS            PIC 9(02).
           03 WS-MRG-MAX-HOPS        PIC 9(02) VALUE 10.
           03 WS-MRG-SURV-FOUND-SW   PIC X(01).
              88 WS-MRG-SURV-FOUND             VALUE 'Y'.
           03 WS-MRG-SURV-FNAME      PIC X(15).
           03 WS-MRG-SURV-LNAME      PIC X(15).
           03 WS-MRG-SURV-BDAY       PIC S9(07) COMP-3.
           03 WS-MRG-RET-FNAME       PIC X(15).
           03 WS-MRG-RET-LNAME       PIC X(15).
           03 WS-MRG-MOVED           PIC S9(15) COMP-3.
           03 WS-MRG-MAX             PIC 9(03) COMP VALUE 50.
           03 WS-MRG-COUNT           PIC 9(03) COMP VALUE ZERO.
           03 WS-MRG-IX              PIC 9(03) COMP.
           03 WS-MRG-COUNT-OUT       PIC 9(02).
           03 WS-MRG-ENTRY OCCURS 50 TIMES.
              05 WS-MRG-CUR          PIC S9(03) COMP.
              05 WS-MRG-LAST-ACT     PIC S9(08) COMP-3.
      *
       01  WS-SCAN-IMAGE.
           03 SCN-TIMESTAMP          PIC X(21).
           03 SCN-FUNCTION           PIC 9(02).
           03 SCN-ID                 PIC S9(05) COMP-3.
           03 SCN-CURRENCY           PIC S9(03) COMP.
           03 SCN-NAMES.
              05 SCN-FNAME           PIC X(15).
              05 SCN-LNAME           PIC X(15).
           03 SCN-REV-REF REDEFINES SCN-NAMES.
              05 SCN-REV-ORIG-TS     PIC X(16).
              05 SCN-REV-ORIG-FUNC   PIC 9(02).
              05 FILLER              PIC X(12).
           03 SCN-BDAY               PIC S9(07) COMP-3.
           03 SCN-BALANCE            PIC S9(15) COMP-3.
           03 SCN-AMOUNT             PIC S9(13) COMP-3.
      *----------------------------------------
       LINKAGE SECTION.
       01  WS-SUB-AREA.
              88 WS-FUNC-CLOSE                 VALUE 9.
              88 WS-FUNC-TRANSFER              VALUE 10.
              88 WS-FUNC-SET-BDAY              VALUE 11.
              88 WS-FUNC-SET-LIMIT             VALUE 12.
              88 WS-FUNC-REVERSAL              VALUE 13.
              88 WS-FUNC-MERGE                 VALUE 14.
              88 WS-FUNC-AFTER-IMAGE           VALUE 15.
           03 WS-SUB-ID              PIC 9(05).
           03 WS-SUB-CUR             PIC 9(03).
           03 WS-SUB-TO-ID           PIC 9(05).
              88 WS-RC-CURRENCY-DEACT          VALUE 93.
              88 WS-RC-NO-RATE                 VALUE 94.
              88 WS-RC-INVALID-BDAY            VALUE 95.
              88 WS-RC-OVERDRAFT-LIMIT         VALUE 96.
              88 WS-RC-NO-ORIGINAL             VALUE 97.
              88 WS-RC-ALREADY-REVERSED        VALUE 98.
              88 WS-RC-HELD-FOR-APPROVAL       VALUE 99.
              88 WS-RC-MERGE-REJECTED          VALUE 88.
              88 WS-RC-ID-RETIRED              VALUE 89.
              88 WS-RC-BALANCE-NOT-ZERO        VALUE 87.
              88 WS-RC-HOLD-FAILED             VALUE 85.
              88 WS-RC-NO-MAKER                VALUE 86.
           03 WS-SUB-AMOUNT          PIC S9(13) COMP-3.
           03 WS-SUB-RESTART-FLAG    PIC X(01).
              88 WS-SUB-IS-RESTART             VALUE 'Y'.
           03 WS-SUB-VALIDATE-FLAG   PIC X(01).
              88 WS-SUB-VALIDATE-ONLY          VALUE 'Y'.
           03 WS-SUB-BDAY            PIC 9(07).
           03 WS-SUB-REV-TS          PIC X(16).
           03 WS-SUB-MAKER-ID        PIC X(08).
           03 WS-SUB-APPROVED-FLAG   PIC X(01).
              88 WS-SUB-IS-APPROVED            VALUE 'Y'.
           03 WS-SUBDATA.
              05 WS-EXPLANATION      PIC X(30).
              05 WS-FROM-FNAME       PIC X(15).
              WHEN WS-FUNC-CLOSE
                 PERFORM H999-PREPARE-EXIT
              WHEN WS-FUNC-BROWSE-START
                 PERFORM H720-CHECK-RETIRED
                 PERFORM H920-BROWSE-START
                 IF WS-MRG-REDIRECTED AND WS-SUB-RC = 0
                    PERFORM H790-NOTE-REDIRECT
                 END-IF
                 GOBACK
              WHEN WS-FUNC-BROWSE-NEXT
                 PERFORM H940-BROWSE-NEXT
                 GOBACK
              WHEN WS-FUNC-MERGE
                 PERFORM H710-MERGE-CUSTOMER
                 GOBACK
              WHEN OTHER
                 PERFORM H200-READ-FILE
                 GOBACK
              DISPLAY 'SUSPFILE DID NOT OPEN: ' ST-SUSPECT-FILE
              MOVE ST-SUSPECT-FILE TO RETURN-CODE
              PERFORM H999-PREPARE-EXIT
           END-IF
           OPEN I-O LIMIT-FILE
           IF NOT LIMFILE-SUCCESS
              DISPLAY 'ODLFILE DID NOT OPEN: ' ST-LIMIT-FILE
              MOVE ST-LIMIT-FILE TO RETURN-CODE
              PERFORM H999-PREPARE-EXIT
           END-IF
           IF NOT WS-SUB-IS-APPROVED
              OPEN I-O PEND-FILE
              IF NOT PNDFILE-SUCCESS
                 DISPLAY 'PENDFILE DID NOT OPEN: ' ST-PEND-FILE
                 MOVE ST-PEND-FILE TO RETURN-CODE
                 PERFORM H999-PREPARE-EXIT
              END-IF
              SET WS-PEND-OPEN TO TRUE
           END-IF
           OPEN I-O XREF-FILE
           IF NOT XRFFILE-SUCCESS
              DISPLAY 'MRGXREF DID NOT OPEN: ' ST-XREF-FILE
              MOVE ST-XREF-FILE TO RETURN-CODE
              PERFORM H999-PREPARE-EXIT
           END-IF
           OPEN I-O CLOSED-FILE
           IF NOT CLSFILE-SUCCESS
              DISPLAY 'CLOSFILE DID NOT OPEN: ' ST-CLOSED-FILE
              MOVE ST-CLOSED-FILE TO RETURN-CODE
              PERFORM H999-PREPARE-EXIT
           END-IF.
       H100-END. EXIT.
      *
       H200-READ-FILE.
           PERFORM H720-CHECK-RETIRED
           IF NOT WS-MRG-REJECTED
              MOVE WS-SUB-CUR TO CUR-CODE
              READ CURRENCY-FILE KEY IS CUR-CODE
                 INVALID KEY PERFORM H210-INVALID-CURRENCY
                 NOT INVALID KEY PERFORM H220-CHECK-CURRENCY
              END-READ
              IF (WS-MRG-REDIRECTED OR WS-MRG-TO-REDIRECTED)
                 AND WS-SUB-RC = 0
                 PERFORM H790-NOTE-REDIRECT
              END-IF
           END-IF.
       H200-END. EXIT.
      *
       H210-INVALID-CURRENCY.
      *Hold the posting currency's compliance threshold before a
      *transfer's target-currency read overlays the reference record.
           MOVE CUR-LRG-THRESHOLD TO WS-SRC-THRESHOLD
           MOVE CUR-AUTH-AMOUNT   TO WS-AUTH-AMOUNT
           IF CUR-DEACTIVATED AND WS-TODAY >= CUR-EFF-DATE
              AND (WS-SUB-FUNCTION = 3 OR 4 OR 6 OR 10 OR 11 OR 12
                 OR 13)
              PERFORM H215-DEACTIVATED-CURRENCY
           ELSE
              MOVE WS-SUB-ID TO IDX-ID
              PERFORM H960-TRANSFER
           ELSE IF WS-SUB-FUNCTION = 11
              PERFORM H850-SET-BDAY
           ELSE IF WS-SUB-FUNCTION = 12
              PERFORM H880-SET-LIMIT
           ELSE IF WS-SUB-FUNCTION = 13
              PERFORM H982-REVERSE-POSTING
           END-IF.
       H150-END. EXIT.
      *
              PERFORM H960-TRANSFER
           ELSE IF WS-SUB-FUNCTION = 11
              PERFORM H850-SET-BDAY
           ELSE IF WS-SUB-FUNCTION = 12
              PERFORM H880-SET-LIMIT
           ELSE IF WS-SUB-FUNCTION = 13
              PERFORM H982-REVERSE-POSTING
           END-IF.
       H300-END. EXIT.
      *
       H400-READ.
           MOVE SPACES TO WS-SUBDATA
           IF ST-INDEX-FILE NOT = 0
              PERFORM H845-FIND-CLOSED
              IF WS-CLS-FOUND
                 STRING 'ACCOUNT CLOSED ' WS-CLS-DATE-OUT
                    DELIMITED BY SIZE INTO WS-EXPLANATION
                 END-STRING
              ELSE
                 STRING 'RECORD NOT FOUND'
                       DELIMITED BY SIZE INTO WS-EXPLANATION
                 END-STRING
              END-IF
              MOVE ST-INDEX-FILE TO WS-SUB-RC
           ELSE
              STRING 'READ SUCCESSFUL'
           PERFORM H218-SET-TODAY
           MOVE WS-TODAY TO IDX-LAST-ACT.
       H460-END. EXIT.
      *
      *Overdraft clock: the posting that takes an account below zero
      *starts it and the one that brings it back to zero or above
      *stops it. Called after every balance rewrite, so WS-TODAY is
      *already the business date.
       H470-TRACK-OVERDRAFT.
           MOVE IDX-ID       TO ODL-ID
           MOVE IDX-CURRENCY TO ODL-CURRENCY
           READ LIMIT-FILE KEY IS ODL-KEY
              INVALID KEY
                 IF IDX-BALANCE < ZERO
                    MOVE ZERO     TO ODL-LIMIT
                    MOVE ZERO     TO ODL-PREV-LIMIT
                    MOVE ZERO     TO ODL-SET-DATE
                    MOVE WS-TODAY TO ODL-OD-SINCE
                    WRITE LIMIT-REC END-WRITE
                 END-IF
              NOT INVALID KEY
                 IF IDX-BALANCE < ZERO AND ODL-OD-SINCE = ZERO
                    MOVE WS-TODAY TO ODL-OD-SINCE
                    REWRITE LIMIT-REC END-REWRITE
                 ELSE
                    IF IDX-BALANCE NOT < ZERO
                       AND ODL-OD-SINCE NOT = ZERO
                       MOVE ZERO TO ODL-OD-SINCE
                       REWRITE LIMIT-REC END-REWRITE
                    END-IF
                 END-IF
           END-READ.
       H470-END. EXIT.
      *
       H480-GET-LIMIT.
           MOVE IDX-ID       TO ODL-ID
           MOVE IDX-CURRENCY TO ODL-CURRENCY
           READ LIMIT-FILE KEY IS ODL-KEY
              INVALID KEY
                 MOVE ZERO TO WS-OD-LIMIT
              NOT INVALID KEY
                 MOVE ODL-LIMIT TO WS-OD-LIMIT
           END-READ.
       H480-END. EXIT.
      *
       H450-CALC-AGE.
           IF IDX-BDAY = 0
              MOVE NEW-LNAME TO IDX-LNAME
              PERFORM H460-STAMP-ACTIVITY
              REWRITE IDX-REC END-REWRITE
              PERFORM H610-WRITE-AFTER-IMAGE
           END-IF.
       H500-END. EXIT.
      *
           MOVE WS-SUB-FUNCTION TO AUD-FUNCTION
           MOVE IDX-ID          TO AUD-ID
           MOVE IDX-CURRENCY    TO AUD-CURRENCY
           IF WS-FUNC-REVERSAL
              MOVE SPACES              TO AUD-FNAME
              MOVE SPACES              TO AUD-LNAME
              MOVE WS-REV-REF-TS       TO AUD-REV-ORIG-TS
              MOVE WS-REV-REF-FUNCTION TO AUD-REV-ORIG-FUNCTION
           ELSE
              MOVE IDX-FNAME       TO AUD-FNAME
              MOVE IDX-LNAME       TO AUD-LNAME
           END-IF
           MOVE IDX-BDAY        TO AUD-BDAY
           MOVE IDX-BALANCE     TO AUD-BALANCE
           MOVE WS-AUD-POST-AMOUNT TO AUD-AMOUNT
           WRITE AUDIT-REC.
       H600-END. EXIT.
      *
      *Name and birth-date changes carry no amount, so the before-image
      *alone cannot roll the master forward; the changed record is
      *imaged again under function 15 for the recovery run.
       H610-WRITE-AFTER-IMAGE.
           MOVE WS-SUB-FUNCTION TO WS-SAVE-FUNCTION
           SET WS-FUNC-AFTER-IMAGE TO TRUE
           PERFORM H600-WRITE-AUDIT
           MOVE WS-SAVE-FUNCTION TO WS-SUB-FUNCTION.
       H610-END. EXIT.
      *
      *Compliance capture: a posted amount at or above the currency's
      *threshold goes to the suspect file with the resulting balance.
      *Either sign qualifies - a large withdrawal matters as much as
              MOVE 22 TO WS-SUB-RC
           END-IF.
       H700-END. EXIT.
      *
      *Customer merge: every currency account of the retiring ID is
      *moved to the surviving ID, added into the survivor's account
      *where it already holds the currency and opened there where it
      *does not. Nothing moves until both IDs have been checked and
      *the retiring accounts gathered; the retiring ID is then
      *recorded on the cross-reference so later work finds the
      *survivor.
       H710-MERGE-CUSTOMER.
           MOVE SPACES TO WS-SUBDATA
           MOVE ZERO   TO WS-SUB-RC
           PERFORM H218-SET-TODAY
           IF WS-SUB-ID = WS-SUB-TO-ID
              STRING 'MERGE IDS MUST DIFFER'
                 DELIMITED BY SIZE INTO WS-EXPLANATION
              END-STRING
              MOVE 88 TO WS-SUB-RC
           END-IF
           IF WS-SUB-RC = 0
              MOVE WS-SUB-ID TO WS-MRG-LOOKUP-ID
              PERFORM H730-FOLLOW-XREF
              IF WS-MRG-HOPS > 0
                 STRING 'ID ' WS-SUB-ID ' ALREADY MERGED'
                    DELIMITED BY SIZE INTO WS-EXPLANATION
                 END-STRING
                 MOVE 88 TO WS-SUB-RC
              END-IF
           END-IF
           IF WS-SUB-RC = 0
              MOVE WS-SUB-TO-ID TO WS-MRG-LOOKUP-ID
              PERFORM H730-FOLLOW-XREF
              IF WS-MRG-HOPS > 0
                 STRING 'SURVIVOR ' WS-SUB-TO-ID ' IS RETIRED'
                    DELIMITED BY SIZE INTO WS-EXPLANATION
                 END-STRING
                 MOVE 88 TO WS-SUB-RC
              END-IF
           END-IF
           IF WS-SUB-RC = 0
              PERFORM H740-FIND-SURVIVOR
              IF NOT WS-MRG-SURV-FOUND
                 STRING 'SURVIVOR ID NOT FOUND'
                    DELIMITED BY SIZE INTO WS-EXPLANATION
                 END-STRING
                 MOVE 88 TO WS-SUB-RC
              END-IF
           END-IF
           IF WS-SUB-RC = 0
              PERFORM H750-GATHER-RETIRING
              IF WS-SUB-RC = 0 AND WS-MRG-COUNT = 0
                 STRING 'RETIRING ID NOT FOUND'
                    DELIMITED BY SIZE INTO WS-EXPLANATION
                 END-STRING
                 MOVE 88 TO WS-SUB-RC
              END-IF
           END-IF
           IF WS-SUB-RC = 0
              PERFORM H760-MOVE-ACCOUNT
                 VARYING WS-MRG-IX FROM 1 BY 1
                 UNTIL WS-MRG-IX > WS-MRG-COUNT
              PERFORM H788-WRITE-XREF
              PERFORM H792-MOVE-PROFILE
              MOVE WS-MRG-RET-FNAME  TO WS-FROM-FNAME
              MOVE WS-MRG-RET-LNAME  TO WS-FROM-LNAME
              MOVE WS-MRG-SURV-FNAME TO WS-TO-FNAME
              MOVE WS-MRG-SURV-LNAME TO WS-TO-LNAME
              MOVE WS-MRG-COUNT      TO WS-MRG-COUNT-OUT
              STRING 'MERGED ' WS-MRG-COUNT-OUT ' ACCOUNTS INTO '
                 WS-SUB-TO-ID
                 DELIMITED BY SIZE INTO WS-EXPLANATION
              END-STRING
              MOVE ST-INDEX-FILE TO WS-SUB-RC
           END-IF.
       H710-END. EXIT.
      *
      *A retired ID is followed down the cross-reference to the
      *customer that finally survived it. Enquiries and postings
      *that only need the money to land somewhere go on to the
      *survivor; anything that would change or re-create the retired
      *customer itself is refused.
       H720-CHECK-RETIRED.
           SET WS-MRG-CLEAR TO TRUE
           MOVE 'N' TO WS-MRG-TO-SW
           MOVE WS-SUB-ID TO WS-MRG-ORIG-ID
           MOVE WS-SUB-ID TO WS-MRG-LOOKUP-ID
           PERFORM H730-FOLLOW-XREF
           IF WS-MRG-HOPS > 0
              IF WS-FUNC-READ OR WS-FUNC-BALANCE
                 OR WS-FUNC-BROWSE-START OR WS-FUNC-TRANSFER
                 MOVE WS-MRG-LOOKUP-ID TO WS-SUB-ID
                 SET WS-MRG-REDIRECTED TO TRUE
              ELSE
                 MOVE SPACES TO WS-SUBDATA
                 STRING 'ID ' WS-MRG-ORIG-ID ' MERGED INTO '
                    WS-MRG-LOOKUP-ID
                    DELIMITED BY SIZE INTO WS-EXPLANATION
                 END-STRING
                 MOVE 89 TO WS-SUB-RC
                 SET WS-MRG-REJECTED TO TRUE
              END-IF
           END-IF
           IF WS-FUNC-TRANSFER
              OR (WS-FUNC-DELETE AND WS-SUB-TO-ID IS NUMERIC
                 AND WS-SUB-TO-ID > ZERO)
              MOVE WS-SUB-TO-ID TO WS-MRG-LOOKUP-ID
              PERFORM H730-FOLLOW-XREF
              IF WS-MRG-HOPS > 0
                 MOVE WS-MRG-LOOKUP-ID TO WS-SUB-TO-ID
                 SET WS-MRG-TO-REDIRECTED TO TRUE
              END-IF
           END-IF.
       H720-END. EXIT.
      *
      *A survivor can itself be merged later, so the chain is walked
      *to its end; the hop limit guards against a damaged file.
       H730-FOLLOW-XREF.
           MOVE ZERO TO WS-MRG-HOPS
           MOVE 'N'  TO WS-MRG-XREF-END-SW
           PERFORM H735-XREF-HOP
              UNTIL WS-MRG-XREF-END
                 OR WS-MRG-HOPS >= WS-MRG-MAX-HOPS.
       H730-END. EXIT.
      *
       H735-XREF-HOP.
           MOVE WS-MRG-LOOKUP-ID TO XRF-OLD-ID
           READ XREF-FILE KEY IS XRF-OLD-ID
              INVALID KEY
                 SET WS-MRG-XREF-END TO TRUE
              NOT INVALID KEY
                 MOVE XRF-NEW-ID TO WS-MRG-LOOKUP-ID
                 ADD 1 TO WS-MRG-HOPS
           END-READ.
       H735-END. EXIT.
      *
      *Any account of the survivor will do; its names and birth date
      *go onto accounts opened for it by the merge.
       H740-FIND-SURVIVOR.
           MOVE 'N' TO WS-MRG-SURV-FOUND-SW
           MOVE WS-SUB-TO-ID TO IDX-ID
           START INDEX-FILE KEY IS NOT LESS THAN IDX-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 READ INDEX-FILE NEXT RECORD
                    AT END
                       CONTINUE
                    NOT AT END
                       IF IDX-ID = WS-SUB-TO-ID
                          SET WS-MRG-SURV-FOUND TO TRUE
                          MOVE IDX-FNAME TO WS-MRG-SURV-FNAME
                          MOVE IDX-LNAME TO WS-MRG-SURV-LNAME
                          MOVE IDX-BDAY  TO WS-MRG-SURV-BDAY
                       END-IF
                 END-READ
           END-START.
       H740-END. EXIT.
      *
       H750-GATHER-RETIRING.
           MOVE ZERO TO WS-MRG-COUNT
           MOVE 'N'  TO WS-MRG-BROWSE-END-SW
           MOVE WS-SUB-ID TO IDX-ID
           START INDEX-FILE KEY IS NOT LESS THAN IDX-ID
              INVALID KEY
                 SET WS-MRG-BROWSE-END TO TRUE
           END-START
           PERFORM H755-GATHER-NEXT UNTIL WS-MRG-BROWSE-END.
       H750-END. EXIT.
      *
       H755-GATHER-NEXT.
           READ INDEX-FILE NEXT RECORD
              AT END
                 SET WS-MRG-BROWSE-END TO TRUE
              NOT AT END
                 IF IDX-ID NOT = WS-SUB-ID
                    SET WS-MRG-BROWSE-END TO TRUE
                 ELSE IF WS-MRG-COUNT >= WS-MRG-MAX
                    SET WS-MRG-BROWSE-END TO TRUE
                    STRING 'TOO MANY ACCOUNTS TO MERGE'
                       DELIMITED BY SIZE INTO WS-EXPLANATION
                    END-STRING
                    MOVE 88 TO WS-SUB-RC
                 ELSE
                    ADD 1 TO WS-MRG-COUNT
                    MOVE IDX-CURRENCY TO WS-MRG-CUR(WS-MRG-COUNT)
                    MOVE IDX-LAST-ACT TO WS-MRG-LAST-ACT(WS-MRG-COUNT)
                    MOVE IDX-FNAME    TO WS-MRG-RET-FNAME
                    MOVE IDX-LNAME    TO WS-MRG-RET-LNAME
                 END-IF
                 END-IF
           END-READ.
       H755-END. EXIT.
      *
       H760-MOVE-ACCOUNT.
           MOVE WS-SUB-ID              TO IDX-ID
           MOVE WS-MRG-CUR(WS-MRG-IX)  TO IDX-CURRENCY
           READ INDEX-FILE KEY IS IDX-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM H765-RETIRE-ACCOUNT
           END-READ.
       H760-END. EXIT.
      *
      *The retiring key is imaged twice: the merge image carries its
      *balance out, then a delete image at zero closes its proof the
      *way a D does. The survivor's image carries the same balance in.
       H765-RETIRE-ACCOUNT.
           MOVE IDX-BALANCE TO WS-MRG-MOVED
           COMPUTE WS-AUD-POST-AMOUNT = 0 - IDX-BALANCE
           PERFORM H600-WRITE-AUDIT
           MOVE ZERO TO IDX-BALANCE
           SET WS-FUNC-DELETE TO TRUE
           PERFORM H600-WRITE-AUDIT
           SET WS-FUNC-MERGE TO TRUE
           DELETE INDEX-FILE
           MOVE WS-SUB-TO-ID           TO IDX-ID
           MOVE WS-MRG-CUR(WS-MRG-IX)  TO IDX-CURRENCY
           READ INDEX-FILE KEY IS IDX-KEY
              INVALID KEY
                 PERFORM H770-OPEN-SURVIVOR-ACCOUNT
              NOT INVALID KEY
                 PERFORM H775-ADD-TO-SURVIVOR
           END-READ.
       H765-END. EXIT.
      *
      *The new account keeps the retiring account's activity date so
      *the dormancy review is not reset by the merge.
       H770-OPEN-SURVIVOR-ACCOUNT.
           MOVE WS-SUB-TO-ID              TO IDX-ID
           MOVE WS-MRG-CUR(WS-MRG-IX)     TO IDX-CURRENCY
           MOVE WS-MRG-SURV-FNAME         TO IDX-FNAME
           MOVE WS-MRG-SURV-LNAME         TO IDX-LNAME
           MOVE WS-MRG-SURV-BDAY          TO IDX-BDAY
           MOVE ZERO                      TO IDX-BALANCE
           MOVE WS-MRG-LAST-ACT(WS-MRG-IX) TO IDX-LAST-ACT
           MOVE WS-MRG-MOVED TO WS-AUD-POST-AMOUNT
           PERFORM H600-WRITE-AUDIT
           MOVE WS-MRG-MOVED TO IDX-BALANCE
           WRITE IDX-REC END-WRITE
           PERFORM H785-CARRY-LIMIT
           PERFORM H470-TRACK-OVERDRAFT.
       H770-END. EXIT.
      *
      *The survivor's own overdraft limit stands; the retiring
      *account's limit goes with it.
       H775-ADD-TO-SURVIVOR.
           MOVE WS-MRG-MOVED TO WS-AUD-POST-AMOUNT
           PERFORM H600-WRITE-AUDIT
           ADD WS-MRG-MOVED TO IDX-BALANCE
           IF WS-MRG-LAST-ACT(WS-MRG-IX) > IDX-LAST-ACT
              MOVE WS-MRG-LAST-ACT(WS-MRG-IX) TO IDX-LAST-ACT
           END-IF
           REWRITE IDX-REC END-REWRITE
           PERFORM H780-DROP-LIMIT
           PERFORM H470-TRACK-OVERDRAFT.
       H775-END. EXIT.
      *
       H780-DROP-LIMIT.
           MOVE WS-SUB-ID             TO ODL-ID
           MOVE WS-MRG-CUR(WS-MRG-IX) TO ODL-CURRENCY
           DELETE LIMIT-FILE
              INVALID KEY CONTINUE
           END-DELETE.
       H780-END. EXIT.
      *
      *An account opened for the survivor takes over the retiring
      *account's limit record, overdraft date included.
       H785-CARRY-LIMIT.
           MOVE WS-SUB-ID             TO ODL-ID
           MOVE WS-MRG-CUR(WS-MRG-IX) TO ODL-CURRENCY
           READ LIMIT-FILE KEY IS ODL-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 DELETE LIMIT-FILE END-DELETE
                 MOVE WS-SUB-TO-ID TO ODL-ID
                 WRITE LIMIT-REC
                    INVALID KEY CONTINUE
                 END-WRITE
           END-READ.
       H785-END. EXIT.
      *
       H788-WRITE-XREF.
           MOVE WS-SUB-ID         TO XRF-OLD-ID
           MOVE WS-SUB-TO-ID      TO XRF-NEW-ID
           MOVE WS-TODAY          TO XRF-MERGE-DATE
           MOVE WS-MRG-RET-FNAME  TO XRF-FNAME
           MOVE WS-MRG-RET-LNAME  TO XRF-LNAME
           MOVE WS-MRG-COUNT      TO XRF-ACCOUNTS
           WRITE XREF-REC END-WRITE.
       H788-END. EXIT.
      *
      *A redirected item that went through says where it went in
      *place of the ordinary outcome text.
       H790-NOTE-REDIRECT.
           MOVE SPACES TO WS-EXPLANATION
           IF WS-MRG-REDIRECTED
              STRING 'REDIRECTED FROM ' WS-MRG-ORIG-ID ' TO '
                 WS-SUB-ID
                 DELIMITED BY SIZE INTO WS-EXPLANATION
              END-STRING
           ELSE
              STRING 'TO-KEY REDIRECTED TO ' WS-SUB-TO-ID
                 DELIMITED BY SIZE INTO WS-EXPLANATION
              END-STRING
           END-IF.
       H790-END. EXIT.
      *
      *The profile file is opened the first time a merge needs it.
       H792-MOVE-PROFILE.
           IF NOT WS-PRF-TRIED
              SET WS-PRF-TRIED TO TRUE
              OPEN I-O PROFILE-FILE
              IF PRFFILE-SUCCESS
                 SET WS-PRF-OPEN TO TRUE
              ELSE
                 IF NOT PRFFILE-NOT-FOUND
                    DISPLAY 'CUSTPROF DID NOT OPEN: ' ST-PROFILE-FILE
                 END-IF
              END-IF
           END-IF
           IF WS-PRF-OPEN
              MOVE WS-SUB-TO-ID TO PRF-ID
              READ PROFILE-FILE KEY IS PRF-ID
                 INVALID KEY
                    PERFORM H795-TAKE-OVER-PROFILE
                 NOT INVALID KEY
                    CONTINUE
              END-READ
           END-IF.
       H792-END. EXIT.
      *
       H795-TAKE-OVER-PROFILE.
           MOVE WS-SUB-ID TO PRF-ID
           READ PROFILE-FILE KEY IS PRF-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE WS-SUB-TO-ID TO PRF-ID
                 MOVE WS-TODAY     TO PRF-CHANGED-DATE
                 WRITE PRF-REC
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE WS-SUB-ID TO PRF-ID
                       DELETE PROFILE-FILE RECORD
                          INVALID KEY CONTINUE
                       END-DELETE
                 END-WRITE
           END-READ.
       H795-END. EXIT.
      *
       H800-DELETE.
           MOVE SPACES TO WS-SUBDATA
              END-STRING
              MOVE ST-INDEX-FILE TO WS-SUB-RC
           ELSE
              MOVE IDX-FNAME     TO WS-FROM-FNAME
              MOVE IDX-LNAME     TO WS-FROM-LNAME
              MOVE IDX-BALANCE   TO WS-BALANCE-OUT
              MOVE IDX-BALANCE   TO WS-CLS-FINAL-BALANCE
              MOVE ZERO          TO WS-CLS-PAYOUT-ID
              MOVE ZERO          TO WS-CLS-PAYOUT-CUR
              MOVE ZERO          TO WS-CLS-PAYOUT-AMOUNT
              MOVE 'N' TO WS-PAYOUT-NAMED-SW
              IF WS-SUB-TO-ID IS NUMERIC AND WS-SUB-TO-ID > ZERO
                 SET WS-PAYOUT-NAMED TO TRUE
              END-IF
      *Money never leaves the master with the key: a balance must be
      *paid out to a named account first, and a debit balance has to
      *be cleared before the account can close.
              IF IDX-BALANCE = ZERO
                 PERFORM H830-CLOSE-ACCOUNT
              ELSE IF NOT WS-PAYOUT-NAMED
                 STRING 'BALANCE NOT ZERO'
                    DELIMITED BY SIZE INTO WS-EXPLANATION
                 END-STRING
                 MOVE 87 TO WS-SUB-RC
              ELSE IF IDX-BALANCE < ZERO
                 STRING 'OVERDRAWN - CANNOT PAY OUT'
                    DELIMITED BY SIZE INTO WS-EXPLANATION
                 END-STRING
                 MOVE 87 TO WS-SUB-RC
              ELSE IF IDX-BALANCE > WS-CLS-MAX-PAYOUT
                 STRING 'BALANCE TOO LARGE FOR PAYOUT'
                    DELIMITED BY SIZE INTO WS-EXPLANATION
                 END-STRING
                 MOVE 87 TO WS-SUB-RC
              ELSE
                 PERFORM H810-CHECK-PAYOUT
                 IF WS-PAYOUT-OK
                    PERFORM H820-PAY-OUT
                 END-IF
              END-IF
              END-IF
              END-IF
              END-IF
           END-IF.
       H800-END. EXIT.
      *
      *The payout follows the transfer rules: the payout currency must
      *be live, a cross-currency payout needs an effective rate, and
      *the payout key must be on the master before anything moves.
       H810-CHECK-PAYOUT.
           MOVE 'N' TO WS-PAYOUT-OK-SW
           IF WS-SUB-TO-ID = WS-SUB-ID AND WS-SUB-TO-CUR = WS-SUB-CUR
              STRING 'PAYOUT TO SAME ACCOUNT'
                 DELIMITED BY SIZE INTO WS-EXPLANATION
              END-STRING
              MOVE 87 TO WS-SUB-RC
           ELSE
              MOVE IDX-BALANCE   TO WS-SUB-AMOUNT
              MOVE WS-SUB-TO-CUR TO CUR-CODE
              READ CURRENCY-FILE KEY IS CUR-CODE
                 INVALID KEY PERFORM H210-INVALID-CURRENCY
                 NOT INVALID KEY
                    PERFORM H815-CHECK-PAYOUT-ACCOUNT
              END-READ
           END-IF.
       H810-END. EXIT.
      *
       H815-CHECK-PAYOUT-ACCOUNT.
           IF CUR-DEACTIVATED AND WS-TODAY >= CUR-EFF-DATE
              PERFORM H215-DEACTIVATED-CURRENCY
           ELSE
              MOVE CUR-LRG-THRESHOLD TO WS-TGT-THRESHOLD
              PERFORM H968-RESOLVE-RATE
              IF WS-RATE-OK
                 MOVE WS-SUB-TO-ID  TO IDX-ID
                 MOVE WS-SUB-TO-CUR TO IDX-CURRENCY
                 READ INDEX-FILE KEY IS IDX-KEY
                    INVALID KEY
                       STRING 'PAYOUT ACCOUNT NOT FOUND'
                          DELIMITED BY SIZE INTO WS-EXPLANATION
                       END-STRING
                       MOVE 92 TO WS-SUB-RC
                    NOT INVALID KEY
                       SET WS-PAYOUT-OK TO TRUE
                 END-READ
              END-IF
           END-IF.
       H815-END. EXIT.
      *
      *The payout is imaged as a transfer, target leg first, so the
      *reconciliation proves both keys and the statement shows where
      *the money went; the closing key then takes its delete image at
      *a zero balance.
       H820-PAY-OUT.
           MOVE IDX-FNAME TO WS-TO-FNAME
           MOVE IDX-LNAME TO WS-TO-LNAME
           SET WS-FUNC-TRANSFER TO TRUE
           MOVE WS-XFER-CREDIT TO WS-AUD-POST-AMOUNT
           PERFORM H600-WRITE-AUDIT
           ADD WS-XFER-CREDIT TO IDX-BALANCE
           PERFORM H460-STAMP-ACTIVITY
           REWRITE IDX-REC END-REWRITE
           PERFORM H470-TRACK-OVERDRAFT
           MOVE WS-XFER-CREDIT TO WS-LRG-AMOUNT
           PERFORM H660-CHECK-TGT-THRESHOLD
           MOVE WS-SUB-ID  TO IDX-ID
           MOVE WS-SUB-CUR TO IDX-CURRENCY
           READ INDEX-FILE KEY IS IDX-KEY
              INVALID KEY
                 SET WS-FUNC-DELETE TO TRUE
                 MOVE ST-INDEX-FILE TO WS-SUB-RC
              NOT INVALID KEY
                 COMPUTE WS-AUD-POST-AMOUNT = 0 - WS-SUB-AMOUNT
                 PERFORM H600-WRITE-AUDIT
                 COMPUTE WS-LRG-AMOUNT = 0 - WS-SUB-AMOUNT
                 PERFORM H650-CHECK-SRC-THRESHOLD
                 SUBTRACT WS-SUB-AMOUNT FROM IDX-BALANCE
                 SET WS-FUNC-DELETE TO TRUE
                 MOVE WS-SUB-TO-ID   TO WS-CLS-PAYOUT-ID
                 MOVE WS-SUB-TO-CUR  TO WS-CLS-PAYOUT-CUR
                 MOVE WS-XFER-CREDIT TO WS-CLS-PAYOUT-AMOUNT
                 PERFORM H830-CLOSE-ACCOUNT
           END-READ.
       H820-END. EXIT.
      *
       H830-CLOSE-ACCOUNT.
           PERFORM H600-WRITE-AUDIT
           PERFORM H840-WRITE-CLOSED
           IF WS-CLS-PAYOUT-ID > ZERO
              STRING 'CLOSED - PAID TO ' WS-CLS-PAYOUT-ID '/'
                 WS-CLS-PAYOUT-CUR
                 DELIMITED BY SIZE INTO WS-EXPLANATION
              END-STRING
           ELSE
              STRING 'DELETE SUCCESSFUL'
                 DELIMITED BY SIZE INTO WS-EXPLANATION
              END-STRING
           END-IF
           MOVE ST-INDEX-FILE TO WS-SUB-RC
           MOVE IDX-ID       TO ODL-ID
           MOVE IDX-CURRENCY TO ODL-CURRENCY
           DELETE INDEX-FILE
           DELETE LIMIT-FILE
              INVALID KEY CONTINUE
           END-DELETE.
       H830-END. EXIT.
      *
      *The closed-account record keeps the account findable once it
      *has left the master; the balance is the one it held when the
      *closure was asked for, before any payout.
       H840-WRITE-CLOSED.
           MOVE IDX-ID                TO CLS-ID
           MOVE IDX-CURRENCY          TO CLS-CURRENCY
           MOVE FUNCTION CURRENT-DATE TO CLS-TIMESTAMP
           MOVE WS-TODAY              TO CLS-CLOSE-DATE
           MOVE IDX-FNAME             TO CLS-FNAME
           MOVE IDX-LNAME             TO CLS-LNAME
           MOVE IDX-BDAY              TO CLS-BDAY
           MOVE WS-CLS-FINAL-BALANCE  TO CLS-FINAL-BALANCE
           MOVE WS-CLS-PAYOUT-ID      TO CLS-PAYOUT-ID
           MOVE WS-CLS-PAYOUT-CUR     TO CLS-PAYOUT-CUR
           MOVE WS-CLS-PAYOUT-AMOUNT  TO CLS-PAYOUT-AMOUNT
           MOVE IDX-LAST-ACT          TO CLS-LAST-ACT
           WRITE CLOSED-REC
              INVALID KEY CONTINUE
           END-WRITE.
       H840-END. EXIT.
      *
      *Closed-account lookup: a read on a key no longer on the master
      *reports the latest closure held for it on CLOSFILE.
       H845-FIND-CLOSED.
           MOVE 'N' TO WS-CLS-FOUND-SW
           MOVE 'N' TO WS-SCAN-EOF-SW
           MOVE WS-SUB-ID   TO CLS-ID
           MOVE WS-SUB-CUR  TO CLS-CURRENCY
           MOVE LOW-VALUES  TO CLS-TIMESTAMP
           START CLOSED-FILE KEY IS >= CLS-KEY
              INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-SW
           END-START
           PERFORM H847-NEXT-CLOSED UNTIL WS-SCAN-EOF.
       H845-END. EXIT.
      *
       H847-NEXT-CLOSED.
           READ CLOSED-FILE NEXT
              AT END MOVE 'Y' TO WS-SCAN-EOF-SW
              NOT AT END
                 IF CLS-ID = WS-SUB-ID AND CLS-CURRENCY = WS-SUB-CUR
                    MOVE 'Y' TO WS-CLS-FOUND-SW
                    MOVE CLS-CLOSE-DATE    TO WS-CLS-DATE-OUT
                    MOVE CLS-FNAME         TO WS-FROM-FNAME
                    MOVE CLS-LNAME         TO WS-FROM-LNAME
                    MOVE CLS-FINAL-BALANCE TO WS-BALANCE-OUT
                 ELSE
                    MOVE 'Y' TO WS-SCAN-EOF-SW
                 END-IF
           END-READ.
       H847-END. EXIT.
      *
      *Demographic maintenance: sets or corrects the birth date on an
      *existing key. The date must be a real calendar day in CYYMMDD
      *(century 0 = 1900s, 1 = 2000s) and not after the processing
                 MOVE WS-SUB-BDAY TO IDX-BDAY
                 PERFORM H460-STAMP-ACTIVITY
                 REWRITE IDX-REC END-REWRITE
                 PERFORM H610-WRITE-AFTER-IMAGE
                 PERFORM H450-CALC-AGE
                 STRING 'BIRTH DATE SET'
                    DELIMITED BY SIZE INTO WS-EXPLANATION
           END-IF.
       H860-END. EXIT.
      *
      *Overdraft limit maintenance: the amount is how far below zero a
      *B debit may take the account; zero withdraws the facility. The
      *limit replaced is kept on the record for the credit desk.
       H880-SET-LIMIT.
           MOVE SPACES TO WS-SUBDATA
           IF ST-INDEX-FILE NOT = 0
              STRING 'RECORD NOT FOUND'
              END-STRING
              MOVE ST-INDEX-FILE TO WS-SUB-RC
           ELSE
              MOVE IDX-FNAME   TO WS-FROM-FNAME
              MOVE IDX-LNAME   TO WS-FROM-LNAME
              MOVE IDX-BALANCE TO WS-BALANCE-OUT
              IF WS-SUB-AMOUNT < ZERO
                 STRING 'INVALID LIMIT AMOUNT'
                    DELIMITED BY SIZE INTO WS-EXPLANATION
                 END-STRING
                 MOVE 91 TO WS-SUB-RC
              ELSE
                 PERFORM H218-SET-TODAY
                 MOVE IDX-ID       TO ODL-ID
                 MOVE IDX-CURRENCY TO ODL-CURRENCY
                 READ LIMIT-FILE KEY IS ODL-KEY
                    INVALID KEY
                       MOVE ZERO          TO ODL-PREV-LIMIT
                       MOVE WS-SUB-AMOUNT TO ODL-LIMIT
                       MOVE WS-TODAY      TO ODL-SET-DATE
                       IF IDX-BALANCE < ZERO
                          MOVE WS-TODAY TO ODL-OD-SINCE
                       ELSE
                          MOVE ZERO     TO ODL-OD-SINCE
                       END-IF
                       WRITE LIMIT-REC END-WRITE
                    NOT INVALID KEY
                       MOVE ODL-LIMIT     TO ODL-PREV-LIMIT
                       MOVE WS-SUB-AMOUNT TO ODL-LIMIT
                       MOVE WS-TODAY      TO ODL-SET-DATE
                       REWRITE LIMIT-REC END-REWRITE
                 END-READ
                 STRING 'OVERDRAFT LIMIT SET'
                    DELIMITED BY SIZE INTO WS-EXPLANATION
                 END-STRING
                 MOVE ST-LIMIT-FILE TO WS-SUB-RC
              END-IF
           END-IF.
       H880-END. EXIT.
      *
       H900-ADJUST-BALANCE.
           MOVE SPACES TO WS-SUBDATA
           IF ST-INDEX-FILE NOT = 0
              STRING 'RECORD NOT FOUND'
                 DELIMITED BY SIZE INTO WS-EXPLANATION
              END-STRING
              MOVE ST-INDEX-FILE TO WS-SUB-RC
           ELSE
              MOVE IDX-FNAME     TO WS-FROM-FNAME
              MOVE IDX-LNAME     TO WS-FROM-LNAME
      *A debit may take the balance below zero only as far as the
      *account's overdraft limit; credits are never held back.
              MOVE ZERO TO WS-OD-LIMIT
              IF WS-SUB-AMOUNT < ZERO
                 PERFORM H480-GET-LIMIT
              END-IF
              COMPUTE WS-OD-NEW-BALANCE = IDX-BALANCE + WS-SUB-AMOUNT
              IF WS-SUB-AMOUNT < ZERO
                 AND WS-OD-NEW-BALANCE < (0 - WS-OD-LIMIT)
                 MOVE IDX-BALANCE TO WS-BALANCE-OUT
                 STRING 'OVERDRAFT LIMIT EXCEEDED'
                    DELIMITED BY SIZE INTO WS-EXPLANATION
                 END-STRING
                 MOVE 96 TO WS-SUB-RC
      *An adjustment at or above the authorisation amount waits for a
      *second person; either sign qualifies. The approval run sends
      *the released item back through here with the approved flag.
              ELSE IF WS-AUTH-AMOUNT > ZERO AND NOT WS-SUB-IS-APPROVED
                 AND (WS-SUB-AMOUNT >= WS-AUTH-AMOUNT
                    OR (0 - WS-SUB-AMOUNT) >= WS-AUTH-AMOUNT)
                 IF WS-SUB-MAKER-ID = SPACES OR LOW-VALUES
                    MOVE IDX-BALANCE TO WS-BALANCE-OUT
                    STRING 'NO MAKER ID FOR HOLD'
                       DELIMITED BY SIZE INTO WS-EXPLANATION
                    END-STRING
                    MOVE 86 TO WS-SUB-RC
                 ELSE
                    PERFORM H910-HOLD-FOR-APPROVAL
                 END-IF
              ELSE
                 MOVE WS-SUB-AMOUNT TO WS-AUD-POST-AMOUNT
                 PERFORM H600-WRITE-AUDIT
                 ADD WS-SUB-AMOUNT TO IDX-BALANCE
                 PERFORM H460-STAMP-ACTIVITY
                 REWRITE IDX-REC END-REWRITE
                 PERFORM H470-TRACK-OVERDRAFT
                 MOVE WS-SUB-AMOUNT TO WS-LRG-AMOUNT
                 PERFORM H650-CHECK-SRC-THRESHOLD
                 MOVE IDX-BALANCE TO WS-BALANCE-OUT
                 STRING 'BALANCE UPDATED'
                    DELIMITED BY SIZE INTO WS-EXPLANATION
                 END-STRING
                 MOVE ST-INDEX-FILE TO WS-SUB-RC
              END-IF
           END-IF.
       H900-END. EXIT.
      *
      *The held item is keyed by account and the moment it was held;
      *the master is not touched until ADJAPR releases it. A key
      *already taken moves on a hundredth at a time.
       H910-HOLD-FOR-APPROVAL.
           MOVE IDX-ID                TO PND-ID
           MOVE IDX-CURRENCY          TO PND-CURRENCY
           MOVE FUNCTION CURRENT-DATE TO WS-PND-STAMP-X
           MOVE WS-SUB-AMOUNT         TO PND-AMOUNT
           MOVE WS-SUB-MAKER-ID       TO PND-MAKER-ID
           MOVE IDX-FNAME             TO PND-FNAME
           MOVE IDX-LNAME             TO PND-LNAME
           MOVE WS-TODAY              TO PND-HELD-DATE
           SET PND-PENDING            TO TRUE
           MOVE SPACES                TO PND-CHECKER-ID
           MOVE ZERO                  TO PND-DECIDED-DATE
           MOVE SPACES                TO PND-REASON
           MOVE IDX-BALANCE           TO WS-BALANCE-OUT
           MOVE ZERO                  TO WS-PND-TRIES
           MOVE 'N'                   TO WS-PND-WRITTEN-SW
           PERFORM H915-WRITE-PEND
              UNTIL WS-PND-WRITTEN
                 OR WS-PND-TRIES >= WS-PND-MAX-TRIES
           IF WS-PND-WRITTEN
              STRING 'HELD FOR APPROVAL'
                 DELIMITED BY SIZE INTO WS-EXPLANATION
              END-STRING
              MOVE 99 TO WS-SUB-RC
           ELSE
              DISPLAY 'PENDFILE WRITE FAILED: ' ST-PEND-FILE
              STRING 'HOLD NOT RECORDED'
                 DELIMITED BY SIZE INTO WS-EXPLANATION
              END-STRING
              MOVE 85 TO WS-SUB-RC
           END-IF.
       H910-END. EXIT.
      *
       H915-WRITE-PEND.
           MOVE WS-PND-STAMP-X TO PND-TIMESTAMP
           ADD 1 TO WS-PND-TRIES
           WRITE PEND-REC
              INVALID KEY
                 ADD 1 TO WS-PND-STAMP
              NOT INVALID KEY
                 SET WS-PND-WRITTEN TO TRUE
           END-WRITE.
       H915-END. EXIT.
      *
       H920-BROWSE-START.
           MOVE SPACES TO WS-SUBDATA
                 SUBTRACT WS-SUB-AMOUNT FROM IDX-BALANCE
                 PERFORM H460-STAMP-ACTIVITY
                 REWRITE IDX-REC END-REWRITE
                 PERFORM H470-TRACK-OVERDRAFT
                 COMPUTE WS-LRG-AMOUNT = 0 - WS-SUB-AMOUNT
                 PERFORM H650-CHECK-SRC-THRESHOLD
                 MOVE IDX-FNAME   TO WS-FROM-FNAME
                 ADD WS-XFER-CREDIT TO IDX-BALANCE
                 PERFORM H460-STAMP-ACTIVITY
                 REWRITE IDX-REC END-REWRITE
                 PERFORM H470-TRACK-OVERDRAFT
                 MOVE WS-XFER-CREDIT TO WS-LRG-AMOUNT
                 PERFORM H660-CHECK-TGT-THRESHOLD
                 STRING 'TRANSFER OK TO ' WS-SUB-TO-ID '/'
                 MOVE ST-INDEX-FILE TO WS-SUB-RC
           END-READ.
       H980-END. EXIT.
      *
      *Reversal: backs out one earlier B or T posting named by its key
      *and the 16-digit audit timestamp of its image, at the amounts on
      *the original images - a transfer comes back at the converted
      *credit it posted with, never at today's rate. The lookup runs
      *before anything moves, and a posting that already has a
      *reversal image on the trail is refused, so nothing is backed
      *out twice. A reversal restores the position from before the
      *error, so it is not held to the overdraft limit; the overdraft
      *clock still follows it.
       H982-REVERSE-POSTING.
           MOVE SPACES TO WS-SUBDATA
           IF ST-INDEX-FILE NOT = 0
              STRING 'RECORD NOT FOUND'
                 DELIMITED BY SIZE INTO WS-EXPLANATION
              END-STRING
              MOVE ST-INDEX-FILE TO WS-SUB-RC
           ELSE
              MOVE IDX-FNAME   TO WS-FROM-FNAME
              MOVE IDX-LNAME   TO WS-FROM-LNAME
              MOVE IDX-BALANCE TO WS-BALANCE-OUT
              PERFORM H984-FIND-ORIGINAL
              IF NOT WS-ORG-FOUND
                 OR (WS-ORG-FUNCTION NOT = 6 AND NOT = 10)
                 STRING 'NO REVERSIBLE POSTING FOUND'
                    DELIMITED BY SIZE INTO WS-EXPLANATION
                 END-STRING
                 MOVE 97 TO WS-SUB-RC
              ELSE IF WS-ORG-REVERSED
                 STRING 'POSTING ALREADY REVERSED'
                    DELIMITED BY SIZE INTO WS-EXPLANATION
                 END-STRING
                 MOVE 98 TO WS-SUB-RC
              ELSE IF WS-ORG-FUNCTION = 10 AND NOT WS-PTR-FOUND
                 STRING 'TRANSFER OTHER LEG NOT FOUND'
                    DELIMITED BY SIZE INTO WS-EXPLANATION
                 END-STRING
                 MOVE 97 TO WS-SUB-RC
              ELSE IF WS-ORG-FUNCTION = 6
                 PERFORM H990-REVERSE-ADJUSTMENT
              ELSE
                 PERFORM H992-CHECK-OTHER-LEG
              END-IF
           END-IF.
       H982-END. EXIT.
      *
      *Archive first, then the day file, so the trail is searched in
      *posted order. The day file is closed and read back from the
      *start, then reopened for extend before anything is written.
       H984-FIND-ORIGINAL.
           MOVE 'N'  TO WS-ORG-FOUND-SW
           MOVE 'N'  TO WS-ORG-REVERSED-SW
           MOVE 'N'  TO WS-PTR-FOUND-SW
           MOVE ZERO TO WS-ORG-FUNCTION
           MOVE ZERO TO WS-ORG-AMOUNT
           MOVE ZERO TO WS-PTR-AMOUNT
           OPEN INPUT HIST-FILE
           IF HSTFILE-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT HSTFILE-SUCCESS
                 DISPLAY 'HISTFILE DID NOT OPEN: ' ST-HIST-FILE
                 MOVE ST-HIST-FILE TO RETURN-CODE
                 PERFORM H999-PREPARE-EXIT
              END-IF
              PERFORM H985-RESET-PREVIOUS
              READ HIST-FILE INTO WS-SCAN-IMAGE
                 AT END SET WS-SCAN-EOF TO TRUE
              END-READ
              PERFORM H986-SCAN-HIST UNTIL WS-SCAN-EOF
              CLOSE HIST-FILE
           END-IF
           CLOSE AUDIT-FILE
           OPEN INPUT AUDIT-FILE
           IF NOT AUDFILE-SUCCESS
              DISPLAY 'AUDITFILE DID NOT REOPEN: ' ST-AUDIT-FILE
              MOVE ST-AUDIT-FILE TO RETURN-CODE
              PERFORM H999-PREPARE-EXIT
           END-IF
           PERFORM H985-RESET-PREVIOUS
           READ AUDIT-FILE INTO WS-SCAN-IMAGE
              AT END SET WS-SCAN-EOF TO TRUE
           END-READ
           PERFORM H987-SCAN-DAY UNTIL WS-SCAN-EOF
           CLOSE AUDIT-FILE
           OPEN EXTEND AUDIT-FILE
           IF NOT AUDFILE-SUCCESS
              DISPLAY 'AUDITFILE DID NOT REOPEN: ' ST-AUDIT-FILE
              MOVE ST-AUDIT-FILE TO RETURN-CODE
              PERFORM H999-PREPARE-EXIT
           END-IF.
       H984-END. EXIT.
      *
       H985-RESET-PREVIOUS.
           MOVE 'N'    TO WS-SCAN-EOF-SW
           MOVE 'N'    TO WS-PTR-WANTED-SW
           MOVE ZERO   TO WS-PRV-FUNCTION
           MOVE ZERO   TO WS-PRV-ID
           MOVE ZERO   TO WS-PRV-CUR
           MOVE SPACES TO WS-PRV-TS
           MOVE ZERO   TO WS-PRV-AMOUNT.
       H985-END. EXIT.
      *
       H986-SCAN-HIST.
           PERFORM H988-CHECK-IMAGE
           READ HIST-FILE INTO WS-SCAN-IMAGE
              AT END SET WS-SCAN-EOF TO TRUE
           END-READ.
       H986-END. EXIT.
      *
       H987-SCAN-DAY.
           PERFORM H988-CHECK-IMAGE
           READ AUDIT-FILE INTO WS-SCAN-IMAGE
              AT END SET WS-SCAN-EOF TO TRUE
           END-READ.
       H987-END. EXIT.
      *
      *A transfer writes its target image (the converted credit) and
      *then its source image (the debit), so a matched source leg
      *pairs with the image before it and a matched target leg with
      *the image after it.
       H988-CHECK-IMAGE.
           IF WS-PTR-WANTED
              MOVE 'N' TO WS-PTR-WANTED-SW
              IF SCN-FUNCTION = 10 AND SCN-AMOUNT < ZERO
                 SET WS-PTR-FOUND TO TRUE
                 MOVE SCN-ID              TO WS-PTR-ID
                 MOVE SCN-CURRENCY        TO WS-PTR-CUR
                 MOVE SCN-TIMESTAMP(1:16) TO WS-PTR-TS
                 MOVE SCN-AMOUNT          TO WS-PTR-AMOUNT
              END-IF
           END-IF
      *Several images can share one hundredth of a second; only a
      *posting image is the original, and only a reversal of that
      *same posting (function and amount) counts against it.
           IF SCN-ID = WS-SUB-ID AND SCN-CURRENCY = WS-SUB-CUR
              IF SCN-FUNCTION = 13 AND WS-ORG-FOUND
                 AND SCN-REV-ORIG-TS = WS-SUB-REV-TS
                 AND SCN-REV-ORIG-FUNC = WS-ORG-FUNCTION
                 AND SCN-AMOUNT = 0 - WS-ORG-AMOUNT
                 SET WS-ORG-REVERSED TO TRUE
              END-IF
              IF NOT WS-ORG-FOUND
                 AND SCN-TIMESTAMP(1:16) = WS-SUB-REV-TS
                 AND (SCN-FUNCTION = 6 OR SCN-FUNCTION = 10)
                 SET WS-ORG-FOUND TO TRUE
                 MOVE SCN-FUNCTION TO WS-ORG-FUNCTION
                 MOVE SCN-AMOUNT   TO WS-ORG-AMOUNT
                 IF SCN-FUNCTION = 10
                    IF SCN-AMOUNT < ZERO
                       IF WS-PRV-FUNCTION = 10
                          AND WS-PRV-AMOUNT NOT < ZERO
                          SET WS-PTR-FOUND TO TRUE
                          MOVE WS-PRV-ID     TO WS-PTR-ID
                          MOVE WS-PRV-CUR    TO WS-PTR-CUR
                          MOVE WS-PRV-TS     TO WS-PTR-TS
                          MOVE WS-PRV-AMOUNT TO WS-PTR-AMOUNT
                       END-IF
                    ELSE
                       SET WS-PTR-WANTED TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF
           MOVE SCN-FUNCTION        TO WS-PRV-FUNCTION
           MOVE SCN-ID              TO WS-PRV-ID
           MOVE SCN-CURRENCY        TO WS-PRV-CUR
           MOVE SCN-TIMESTAMP(1:16) TO WS-PRV-TS
           MOVE SCN-AMOUNT          TO WS-PRV-AMOUNT.
       H988-END. EXIT.
      *
       H990-REVERSE-ADJUSTMENT.
           MOVE WS-SUB-REV-TS   TO WS-REV-REF-TS
           MOVE WS-ORG-FUNCTION TO WS-REV-REF-FUNCTION
           COMPUTE WS-AUD-POST-AMOUNT = 0 - WS-ORG-AMOUNT
           PERFORM H600-WRITE-AUDIT
           SUBTRACT WS-ORG-AMOUNT FROM IDX-BALANCE
           PERFORM H460-STAMP-ACTIVITY
           REWRITE IDX-REC END-REWRITE
           PERFORM H470-TRACK-OVERDRAFT
           MOVE IDX-BALANCE TO WS-BALANCE-OUT
           STRING 'ADJUSTMENT REVERSED'
              DELIMITED BY SIZE INTO WS-EXPLANATION
           END-STRING
           MOVE ST-INDEX-FILE TO WS-SUB-RC.
       H990-END. EXIT.
      *
      *The other leg's currency and account must still be good before
      *either leg is touched, the same rule the transfer itself obeys.
       H992-CHECK-OTHER-LEG.
           MOVE WS-PTR-CUR TO CUR-CODE
           READ CURRENCY-FILE KEY IS CUR-CODE
              INVALID KEY PERFORM H210-INVALID-CURRENCY
              NOT INVALID KEY
                 IF CUR-DEACTIVATED AND WS-TODAY >= CUR-EFF-DATE
                    PERFORM H215-DEACTIVATED-CURRENCY
                 ELSE
                    MOVE WS-PTR-ID  TO IDX-ID
                    MOVE WS-PTR-CUR TO IDX-CURRENCY
                    READ INDEX-FILE KEY IS IDX-KEY
                       INVALID KEY
                          STRING 'TRANSFER OTHER LEG NOT ON FILE'
                             DELIMITED BY SIZE INTO WS-EXPLANATION
                          END-STRING
                          MOVE 92 TO WS-SUB-RC
                       NOT INVALID KEY
                          PERFORM H994-REVERSE-TRANSFER
                    END-READ
                 END-IF
           END-READ.
       H992-END. EXIT.
      *
      *Each leg is imaged against the leg it backs out, in its own
      *currency, so the reconciliation proves per account as it did
      *for the transfer.
       H994-REVERSE-TRANSFER.
           MOVE IDX-FNAME  TO WS-TO-FNAME
           MOVE IDX-LNAME  TO WS-TO-LNAME
           MOVE WS-PTR-TS  TO WS-REV-REF-TS
           MOVE 10         TO WS-REV-REF-FUNCTION
           COMPUTE WS-AUD-POST-AMOUNT = 0 - WS-PTR-AMOUNT
           PERFORM H600-WRITE-AUDIT
           SUBTRACT WS-PTR-AMOUNT FROM IDX-BALANCE
           PERFORM H460-STAMP-ACTIVITY
           REWRITE IDX-REC END-REWRITE
           PERFORM H470-TRACK-OVERDRAFT
           MOVE WS-SUB-ID  TO IDX-ID
           MOVE WS-SUB-CUR TO IDX-CURRENCY
           READ INDEX-FILE KEY IS IDX-KEY
              INVALID KEY
                 MOVE ST-INDEX-FILE TO WS-SUB-RC
              NOT INVALID KEY
                 MOVE WS-SUB-REV-TS TO WS-REV-REF-TS
                 MOVE 10            TO WS-REV-REF-FUNCTION
                 COMPUTE WS-AUD-POST-AMOUNT = 0 - WS-ORG-AMOUNT
                 PERFORM H600-WRITE-AUDIT
                 SUBTRACT WS-ORG-AMOUNT FROM IDX-BALANCE
                 PERFORM H460-STAMP-ACTIVITY
                 REWRITE IDX-REC END-REWRITE
                 PERFORM H470-TRACK-OVERDRAFT
                 MOVE IDX-BALANCE TO WS-BALANCE-OUT
                 STRING 'TRANSFER REVERSED ' WS-PTR-ID '/'
                    WS-PTR-CUR
                    DELIMITED BY SIZE INTO WS-EXPLANATION
                 END-STRING
                 MOVE ST-INDEX-FILE TO WS-SUB-RC
           END-READ.
       H994-END. EXIT.
      *
       H999-PREPARE-EXIT.
           CLOSE INDEX-FILE
           END-IF
           CLOSE AUDIT-FILE
           CLOSE SUSPECT-FILE
           CLOSE LIMIT-FILE
           IF WS-PEND-OPEN
              CLOSE PEND-FILE
           END-IF
           CLOSE XREF-FILE
           CLOSE CLOSED-FILE
           IF WS-PRF-OPEN
              CLOSE PROFILE-FILE
           END-IF
           GOBACK.
       H999-END. EXIT.
      *-----------------------------------------------------------------
