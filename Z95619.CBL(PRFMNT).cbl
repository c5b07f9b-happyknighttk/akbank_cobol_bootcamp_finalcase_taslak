       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRFMNT.
       AUTHOR. TOLGA KAYIS.
      *-----------------------------------------------------------------
      *Customer profile maintenance. The profile file (CUSTPROF, keyed
      *by customer ID) holds what IDX-REC has no room for: the mailing
      *address, phone, e-mail and the preferred statement delivery
      *channel. Applies transaction cards from PRFTRAN and prints an
      *old/new values report, one block per card with the changed
      *fields marked.
      *Card layout: OP(1) ID(5) ADDRESS-1(35) ADDRESS-2(35)
      *ADDRESS-3(35) CITY(25) POSTAL-CODE(10) COUNTRY(20) PHONE(20)
      *E-MAIL(50) CHANNEL(1).
      *  A = add a profile; the customer ID must have an account on
      *      the master. A blank channel means post.
      *  C = change; blank fields keep old values, an optional field
      *      (ADDRESS-2, ADDRESS-3, COUNTRY, PHONE, E-MAIL) holding a
      *      single '*' is cleared. ADDRESS-1, CITY and POSTAL-CODE
      *      cannot be cleared; a '*' there rejects the card.
      *  D = delete the profile.
      *Channel P post, E e-mail, H hold mail (print nothing to send).
      *Post needs the first address line, city and postal code; e-mail
      *needs an e-mail address. Ends with RC 8 when a card is rejected.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFILE-FILE  ASSIGN TO CUSTPROF
                                ORGANIZATION IS INDEXED
                                ACCESS RANDOM
                                RECORD KEY PRF-ID
                                STATUS ST-PROFILE-FILE.
           SELECT INDEX-FILE    ASSIGN TO IDXFILE
                                ORGANIZATION IS INDEXED
                                ACCESS DYNAMIC
                                RECORD KEY IDX-KEY
                                STATUS ST-INDEX-FILE.
           SELECT TRAN-FILE     ASSIGN TO PRFTRAN
                                STATUS ST-TRAN-FILE.
           SELECT REPORT-FILE   ASSIGN TO PRFMRPT
                                STATUS ST-REPORT-FILE.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
           03 TRN-ID                   PIC X(05).
           03 TRN-ID-N REDEFINES TRN-ID
                                       PIC 9(05).
           03 TRN-DATA.
              05 TRN-ADDR-1            PIC X(35).
              05 TRN-ADDR-2            PIC X(35).
              05 TRN-ADDR-3            PIC X(35).
              05 TRN-CITY              PIC X(25).
              05 TRN-POSTCODE          PIC X(10).
              05 TRN-COUNTRY           PIC X(20).
              05 TRN-PHONE             PIC X(20).
              05 TRN-EMAIL             PIC X(50).
              05 TRN-CHANNEL           PIC X(01).
      *
       FD  REPORT-FILE RECORDING MODE F.
       01  RPT-REC                     PIC X(133).
      *--------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-WORKSHOP.
           03 WS-RUNLOG            PIC X(08) VALUE 'RUNLOG'.
           03 ST-PROFILE-FILE      PIC 9(02).
              88 PRFFILE-SUCCESS             VALUE 00 97.
           03 ST-INDEX-FILE        PIC 9(02).
              88 IDXFILE-SUCCESS             VALUE 00 97.
           03 ST-TRAN-FILE         PIC 9(02).
              88 TRANFILE-SUCCESS            VALUE 00 97.
              88 TRANFILE-EOF                VALUE 10.
           03 ST-REPORT-FILE       PIC 9(02).
              88 RPTFILE-SUCCESS             VALUE 00 97.
           03 WS-FOUND-SW          PIC X(01).
              88 WS-PRF-FOUND                VALUE 'Y'.
           03 WS-CUST-FOUND-SW     PIC X(01).
              88 WS-CUST-FOUND               VALUE 'Y'.
           03 WS-RESULT            PIC X(22).
           03 WS-FLD-NAME          PIC X(12).
           03 WS-FLD-OLD           PIC X(50).
           03 WS-FLD-NEW           PIC X(50).
           03 WS-CNT-READ          PIC 9(07) VALUE ZERO.
           03 WS-CNT-APPLIED       PIC 9(07) VALUE ZERO.
           03 WS-CNT-REJECTED      PIC 9(07) VALUE ZERO.
      *--------------------------------------
       01  WS-OLD-PROFILE.
           03 WS-OLD-ADDR-1        PIC X(35).
           03 WS-OLD-ADDR-2        PIC X(35).
           03 WS-OLD-ADDR-3        PIC X(35).
           03 WS-OLD-CITY          PIC X(25).
           03 WS-OLD-POSTCODE      PIC X(10).
           03 WS-OLD-COUNTRY       PIC X(20).
           03 WS-OLD-PHONE         PIC X(20).
           03 WS-OLD-EMAIL         PIC X(50).
           03 WS-OLD-CHANNEL       PIC X(01).
      *
       01  WS-NEW-PROFILE.
           03 WS-NEW-ADDR-1        PIC X(35).
           03 WS-NEW-ADDR-2        PIC X(35).
           03 WS-NEW-ADDR-3        PIC X(35).
           03 WS-NEW-CITY          PIC X(25).
           03 WS-NEW-POSTCODE      PIC X(10).
           03 WS-NEW-COUNTRY       PIC X(20).
           03 WS-NEW-PHONE         PIC X(20).
           03 WS-NEW-EMAIL         PIC X(50).
           03 WS-NEW-CHANNEL       PIC X(01).
      *--------------------------------------
       01  HEADER-1.
           03 FILLER         PIC X(30) VALUE
              'CUSTOMER PROFILE MAINTENANCE'.
           03 FILLER         PIC X(12) VALUE SPACES.
           03 FILLER         PIC X(19) VALUE 'Author: TOLGA KAYIS'.
           03 FILLER         PIC X(72) VALUE SPACES.
      *
       01  HEADER-2.
           03 FILLER         PIC X(04) VALUE SPACES.
           03 FILLER         PIC X(12) VALUE 'FIELD'.
           03 FILLER         PIC X(50) VALUE 'OLD VALUE'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(50) VALUE 'NEW VALUE'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(03) VALUE 'CHG'.
           03 FILLER         PIC X(10) VALUE SPACES.
      *
       01  HEADER-3.
           03 FILLER         PIC X(123) VALUE ALL '-'.
           03 FILLER         PIC X(10) VALUE SPACES.
      *
       01  CARD-LINE.
           03 FILLER         PIC X(03) VALUE 'OP '.
           03 CRD-OP         PIC X(01).
           03 FILLER         PIC X(11) VALUE '  CUSTOMER '.
           03 CRD-ID         PIC X(05).
           03 FILLER         PIC X(09) VALUE '  RESULT '.
           03 CRD-RESULT     PIC X(22).
           03 FILLER         PIC X(82) VALUE SPACES.
      *
       01  FLD-LINE.
           03 FILLER         PIC X(04) VALUE SPACES.
           03 FLD-NAME       PIC X(12).
           03 FLD-OLD        PIC X(50).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FLD-NEW        PIC X(50).
           03 FILLER         PIC X(03) VALUE SPACES.
           03 FLD-CHG        PIC X(01).
           03 FILLER         PIC X(11) VALUE SPACES.
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
       01 WS-TODAY               PIC 9(08).
      *--------------------------------------
       01  WS-LOG-AREA.
           03 WS-LOG-PROGRAM       PIC X(08) VALUE 'PRFMNT'.
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
              DISPLAY 'PRFTRAN DID NOT OPEN PROPERLY: ' ST-TRAN-FILE
              MOVE ST-TRAN-FILE TO RETURN-CODE
              PERFORM H195-ABORT-EXIT
           END-IF
           OPEN I-O PROFILE-FILE
           IF NOT PRFFILE-SUCCESS
              DISPLAY 'CUSTPROF DID NOT OPEN: ' ST-PROFILE-FILE
              MOVE ST-PROFILE-FILE TO RETURN-CODE
              CLOSE TRAN-FILE
              PERFORM H195-ABORT-EXIT
           END-IF
           OPEN INPUT INDEX-FILE
           IF NOT IDXFILE-SUCCESS
              DISPLAY 'IDXFILE DID NOT OPEN PROPERLY: ' ST-INDEX-FILE
              MOVE ST-INDEX-FILE TO RETURN-CODE
              CLOSE TRAN-FILE
              CLOSE PROFILE-FILE
              PERFORM H195-ABORT-EXIT
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT RPTFILE-SUCCESS
              DISPLAY 'PRFMRPT DID NOT OPEN PROPERLY: ' ST-REPORT-FILE
              MOVE ST-REPORT-FILE TO RETURN-CODE
              CLOSE TRAN-FILE
              CLOSE PROFILE-FILE
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
           MOVE SPACES TO WS-OLD-PROFILE
           PERFORM H220-VALIDATE-CARD
           IF WS-RESULT = SPACES
              PERFORM H250-LOOKUP
              EVALUATE TRN-OP
                 WHEN 'A'
                    PERFORM H300-ADD-PROFILE
                 WHEN 'C'
                    PERFORM H400-CHANGE-PROFILE
                 WHEN 'D'
                    PERFORM H500-DELETE-PROFILE
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
           EVALUATE TRUE
              WHEN TRN-OP NOT = 'A' AND NOT = 'C' AND NOT = 'D'
                 MOVE 'INVALID OPERATION'    TO WS-RESULT
              WHEN TRN-ID IS NOT NUMERIC
                 MOVE 'INVALID CUSTOMER ID'  TO WS-RESULT
              WHEN TRN-CHANNEL NOT = SPACE AND NOT = 'P'
                 AND NOT = 'E' AND NOT = 'H'
                 MOVE 'INVALID CHANNEL'      TO WS-RESULT
              WHEN TRN-OP = 'C' AND TRN-DATA = SPACES
                 MOVE 'NOTHING TO CHANGE'    TO WS-RESULT
              WHEN TRN-ADDR-1 = '*' OR TRN-CITY = '*'
                 OR TRN-POSTCODE = '*'
                 MOVE 'CANNOT CLEAR ADDRESS' TO WS-RESULT
           END-EVALUATE.
       H220-END. EXIT.
      *
       H250-LOOKUP.
           MOVE 'N' TO WS-FOUND-SW
           MOVE TRN-ID-N TO PRF-ID
           READ PROFILE-FILE KEY IS PRF-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-PRF-FOUND TO TRUE
                 MOVE PRF-ADDR-1   TO WS-OLD-ADDR-1
                 MOVE PRF-ADDR-2   TO WS-OLD-ADDR-2
                 MOVE PRF-ADDR-3   TO WS-OLD-ADDR-3
                 MOVE PRF-CITY     TO WS-OLD-CITY
                 MOVE PRF-POSTCODE TO WS-OLD-POSTCODE
                 MOVE PRF-COUNTRY  TO WS-OLD-COUNTRY
                 MOVE PRF-PHONE    TO WS-OLD-PHONE
                 MOVE PRF-EMAIL    TO WS-OLD-EMAIL
                 MOVE PRF-CHANNEL  TO WS-OLD-CHANNEL
           END-READ.
       H250-END. EXIT.
      *
      *The customer has an account on the master when the first key
      *at or after ID/currency zero carries the same ID.
       H260-CHECK-MASTER.
           MOVE 'N' TO WS-CUST-FOUND-SW
           MOVE TRN-ID-N TO IDX-ID
           MOVE ZERO     TO IDX-CURRENCY
           START INDEX-FILE KEY IS NOT < IDX-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 READ INDEX-FILE NEXT RECORD
                    AT END
                       CONTINUE
                    NOT AT END
                       IF IDX-ID = TRN-ID-N
                          SET WS-CUST-FOUND TO TRUE
                       END-IF
                 END-READ
           END-START.
       H260-END. EXIT.
      *
       H280-CHECK-DELIVERY.
           IF PRF-BY-POST
              IF PRF-ADDR-1 = SPACES OR PRF-CITY = SPACES
                 OR PRF-POSTCODE = SPACES
                 MOVE 'POSTAL ADDRESS NEEDED' TO WS-RESULT
              END-IF
           END-IF
           IF PRF-BY-EMAIL
              IF PRF-EMAIL = SPACES
                 MOVE 'E-MAIL ADDRESS NEEDED' TO WS-RESULT
              END-IF
           END-IF.
       H280-END. EXIT.
      *
       H300-ADD-PROFILE.
           IF WS-PRF-FOUND
              MOVE 'ALREADY ON FILE' TO WS-RESULT
           ELSE
              PERFORM H260-CHECK-MASTER
              IF NOT WS-CUST-FOUND
                 MOVE 'CUSTOMER NOT ON MASTER' TO WS-RESULT
              ELSE
                 MOVE TRN-ID-N     TO PRF-ID
                 MOVE TRN-ADDR-1   TO PRF-ADDR-1
                 MOVE TRN-ADDR-2   TO PRF-ADDR-2
                 MOVE TRN-ADDR-3   TO PRF-ADDR-3
                 MOVE TRN-CITY     TO PRF-CITY
                 MOVE TRN-POSTCODE TO PRF-POSTCODE
                 MOVE TRN-COUNTRY  TO PRF-COUNTRY
                 MOVE TRN-PHONE    TO PRF-PHONE
                 MOVE TRN-EMAIL    TO PRF-EMAIL
                 IF TRN-CHANNEL = SPACE
                    SET PRF-BY-POST TO TRUE
                 ELSE
                    MOVE TRN-CHANNEL TO PRF-CHANNEL
                 END-IF
                 MOVE WS-TODAY     TO PRF-CHANGED-DATE
                 PERFORM H280-CHECK-DELIVERY
                 IF WS-RESULT = SPACES
                    WRITE PRF-REC
                    MOVE 'APPLIED' TO WS-RESULT
                 END-IF
              END-IF
           END-IF.
       H300-END. EXIT.
      *
       H400-CHANGE-PROFILE.
           IF NOT WS-PRF-FOUND
              MOVE 'NOT ON FILE' TO WS-RESULT
           ELSE
              IF TRN-ADDR-1 NOT = SPACES
                 MOVE TRN-ADDR-1   TO PRF-ADDR-1
              END-IF
              IF TRN-ADDR-2 = '*'
                 MOVE SPACES       TO PRF-ADDR-2
              ELSE
                 IF TRN-ADDR-2 NOT = SPACES
                    MOVE TRN-ADDR-2 TO PRF-ADDR-2
                 END-IF
              END-IF
              IF TRN-ADDR-3 = '*'
                 MOVE SPACES       TO PRF-ADDR-3
              ELSE
                 IF TRN-ADDR-3 NOT = SPACES
                    MOVE TRN-ADDR-3 TO PRF-ADDR-3
                 END-IF
              END-IF
              IF TRN-CITY NOT = SPACES
                 MOVE TRN-CITY     TO PRF-CITY
              END-IF
              IF TRN-POSTCODE NOT = SPACES
                 MOVE TRN-POSTCODE TO PRF-POSTCODE
              END-IF
              IF TRN-COUNTRY = '*'
                 MOVE SPACES       TO PRF-COUNTRY
              ELSE
                 IF TRN-COUNTRY NOT = SPACES
                    MOVE TRN-COUNTRY TO PRF-COUNTRY
                 END-IF
              END-IF
              IF TRN-PHONE = '*'
                 MOVE SPACES       TO PRF-PHONE
              ELSE
                 IF TRN-PHONE NOT = SPACES
                    MOVE TRN-PHONE TO PRF-PHONE
                 END-IF
              END-IF
              IF TRN-EMAIL = '*'
                 MOVE SPACES       TO PRF-EMAIL
              ELSE
                 IF TRN-EMAIL NOT = SPACES
                    MOVE TRN-EMAIL TO PRF-EMAIL
                 END-IF
              END-IF
              IF TRN-CHANNEL NOT = SPACE
                 MOVE TRN-CHANNEL  TO PRF-CHANNEL
              END-IF
              MOVE WS-TODAY        TO PRF-CHANGED-DATE
              PERFORM H280-CHECK-DELIVERY
              IF WS-RESULT = SPACES
                 REWRITE PRF-REC
                 MOVE 'APPLIED' TO WS-RESULT
              END-IF
           END-IF.
       H400-END. EXIT.
      *
       H500-DELETE-PROFILE.
           IF NOT WS-PRF-FOUND
              MOVE 'NOT ON FILE' TO WS-RESULT
           ELSE
              DELETE PROFILE-FILE RECORD
              MOVE 'APPLIED' TO WS-RESULT
           END-IF.
       H500-END. EXIT.
      *
      *A rejected card leaves the profile as it was, so its new
      *values repeat the old ones; a deleted profile has none.
       H600-WRITE-DETAIL.
           IF WS-RESULT = 'APPLIED'
              IF TRN-OP = 'D'
                 MOVE SPACES       TO WS-NEW-PROFILE
              ELSE
                 MOVE PRF-ADDR-1   TO WS-NEW-ADDR-1
                 MOVE PRF-ADDR-2   TO WS-NEW-ADDR-2
                 MOVE PRF-ADDR-3   TO WS-NEW-ADDR-3
                 MOVE PRF-CITY     TO WS-NEW-CITY
                 MOVE PRF-POSTCODE TO WS-NEW-POSTCODE
                 MOVE PRF-COUNTRY  TO WS-NEW-COUNTRY
                 MOVE PRF-PHONE    TO WS-NEW-PHONE
                 MOVE PRF-EMAIL    TO WS-NEW-EMAIL
                 MOVE PRF-CHANNEL  TO WS-NEW-CHANNEL
              END-IF
           ELSE
              MOVE WS-OLD-PROFILE  TO WS-NEW-PROFILE
           END-IF
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINES.
           MOVE TRN-OP    TO CRD-OP
           MOVE TRN-ID    TO CRD-ID
           MOVE WS-RESULT TO CRD-RESULT
           WRITE RPT-REC FROM CARD-LINE.
           MOVE 'ADDRESS 1'       TO WS-FLD-NAME
           MOVE WS-OLD-ADDR-1     TO WS-FLD-OLD
           MOVE WS-NEW-ADDR-1     TO WS-FLD-NEW
           PERFORM H610-FIELD-LINE
           MOVE 'ADDRESS 2'       TO WS-FLD-NAME
           MOVE WS-OLD-ADDR-2     TO WS-FLD-OLD
           MOVE WS-NEW-ADDR-2     TO WS-FLD-NEW
           PERFORM H610-FIELD-LINE
           MOVE 'ADDRESS 3'       TO WS-FLD-NAME
           MOVE WS-OLD-ADDR-3     TO WS-FLD-OLD
           MOVE WS-NEW-ADDR-3     TO WS-FLD-NEW
           PERFORM H610-FIELD-LINE
           MOVE 'CITY'            TO WS-FLD-NAME
           MOVE WS-OLD-CITY       TO WS-FLD-OLD
           MOVE WS-NEW-CITY       TO WS-FLD-NEW
           PERFORM H610-FIELD-LINE
           MOVE 'POSTAL CODE'     TO WS-FLD-NAME
           MOVE WS-OLD-POSTCODE   TO WS-FLD-OLD
           MOVE WS-NEW-POSTCODE   TO WS-FLD-NEW
           PERFORM H610-FIELD-LINE
           MOVE 'COUNTRY'         TO WS-FLD-NAME
           MOVE WS-OLD-COUNTRY    TO WS-FLD-OLD
           MOVE WS-NEW-COUNTRY    TO WS-FLD-NEW
           PERFORM H610-FIELD-LINE
           MOVE 'PHONE'           TO WS-FLD-NAME
           MOVE WS-OLD-PHONE      TO WS-FLD-OLD
           MOVE WS-NEW-PHONE      TO WS-FLD-NEW
           PERFORM H610-FIELD-LINE
           MOVE 'E-MAIL'          TO WS-FLD-NAME
           MOVE WS-OLD-EMAIL      TO WS-FLD-OLD
           MOVE WS-NEW-EMAIL      TO WS-FLD-NEW
           PERFORM H610-FIELD-LINE
           MOVE 'CHANNEL'         TO WS-FLD-NAME
           MOVE WS-OLD-CHANNEL    TO WS-FLD-OLD
           MOVE WS-NEW-CHANNEL    TO WS-FLD-NEW
           PERFORM H610-FIELD-LINE.
       H600-END. EXIT.
      *
       H610-FIELD-LINE.
           MOVE WS-FLD-NAME TO FLD-NAME
           MOVE WS-FLD-OLD  TO FLD-OLD
           MOVE WS-FLD-NEW  TO FLD-NEW
           IF WS-FLD-OLD = WS-FLD-NEW
              MOVE SPACE TO FLD-CHG
           ELSE
              MOVE '*'   TO FLD-CHG
           END-IF
           WRITE RPT-REC FROM FLD-LINE.
       H610-END. EXIT.
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
           CLOSE PROFILE-FILE
           CLOSE INDEX-FILE
           CLOSE REPORT-FILE
           IF WS-CNT-REJECTED > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM H990-LOG-END
           STOP RUN.
       H999-END. EXIT.
      *-----------------------------------------------------------------
