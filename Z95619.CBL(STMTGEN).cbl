      *image of the first movement inside the range.
      *Audit images whose key is no longer on the master (deleted
      *accounts) are counted and skipped.
      *Reversals (V transactions) print as REVERSAL with the timestamp
      *of the posting they back out, never as a balance adjustment.
      *Each page carries the customer's address block from the profile
      *file CUSTPROF. Pages are built on the work file STMTWORK and
      *sorted into delivery order for the mailing house: post, e-mail,
      *hold mail, then customers with no profile; postal code, customer
      *and currency within each. Customers with no profile or on hold
      *mail are listed once each on the exception file STMTEXC.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                STATUS ST-INDEX-FILE.
           SELECT AUDIT-FILE    ASSIGN TO AUDITFILE
                                STATUS ST-AUDIT-FILE.
           SELECT PROFILE-FILE  ASSIGN TO CUSTPROF
                                ORGANIZATION IS INDEXED
                                ACCESS RANDOM
                                RECORD KEY PRF-ID
                                STATUS ST-PROFILE-FILE.
           SELECT SORT-FILE     ASSIGN TO SORTWK.
           SELECT WORK-FILE     ASSIGN TO STMTWORK
                                STATUS ST-WORK-FILE.
           SELECT PRINT-SORT-FILE ASSIGN TO SORTWK.
           SELECT EXCEPT-FILE   ASSIGN TO STMTEXC
                                STATUS ST-EXCEPT-FILE.
           SELECT PARM-FILE     ASSIGN TO STMTPARM
                                STATUS ST-PARM-FILE.
           SELECT REPORT-FILE   ASSIGN TO STMTRPT
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
       SD  SORT-FILE.
       01  SORT-REC.
           03 SRT-FUNCTION         PIC 9(02).
           03 SRT-BALANCE          PIC S9(15) COMP-3.
           03 SRT-AMOUNT           PIC S9(13) COMP-3.
           03 SRT-REV-TS           PIC X(16).
      *
      *One statement print line, keyed for the delivery-order sort.
       FD  WORK-FILE RECORDING MODE F.
       01  WORK-REC.
           03 WRK-RANK             PIC 9(01).
           03 WRK-POSTCODE         PIC X(10).
           03 WRK-ID               PIC 9(05).
           03 WRK-CUR              PIC 9(03).
           03 WRK-SEQ              PIC 9(07).
           03 WRK-ADVANCE          PIC X(01).
           03 WRK-LINE             PIC X(133).
      *
       SD  PRINT-SORT-FILE.
       01  PRINT-SORT-REC.
           03 PSR-RANK             PIC 9(01).
           03 PSR-POSTCODE         PIC X(10).
           03 PSR-ID               PIC 9(05).
           03 PSR-CUR              PIC 9(03).
           03 PSR-SEQ              PIC 9(07).
           03 PSR-ADVANCE          PIC X(01).
              88 PSR-NEW-PAGE                VALUE 'P'.
           03 PSR-LINE             PIC X(133).
      *
       FD  EXCEPT-FILE RECORDING MODE F.
       01  EXC-REC                     PIC X(133).
      *
       FD  PARM-FILE RECORDING MODE F.
       01  PARM-REC.
              88 PARMFILE-NOT-FOUND          VALUE 35.
           03 ST-REPORT-FILE       PIC 9(02).
              88 RPTFILE-SUCCESS             VALUE 00 97.
           03 ST-PROFILE-FILE      PIC 9(02).
              88 PRFFILE-SUCCESS             VALUE 00 97.
           03 ST-WORK-FILE         PIC 9(02).
              88 WRKFILE-SUCCESS             VALUE 00 97.
           03 ST-EXCEPT-FILE       PIC 9(02).
              88 EXCFILE-SUCCESS             VALUE 00 97.
           03 WS-PRINT-EOF-SW      PIC X(01) VALUE 'N'.
              88 WS-PRINT-EOF                VALUE 'Y'.
           03 WS-PROFILE-SW        PIC X(01) VALUE 'N'.
              88 WS-HAS-PROFILE              VALUE 'Y'.
           03 WS-LAST-ID           PIC S9(05) COMP-3 VALUE -1.
           03 WS-STMT-RANK         PIC 9(01).
           03 WS-STMT-POSTCODE     PIC X(10).
           03 WS-WORK-SEQ          PIC 9(07) VALUE ZERO.
           03 WS-CNT-BY-POST       PIC 9(07) VALUE ZERO.
           03 WS-CNT-BY-EMAIL      PIC 9(07) VALUE ZERO.
           03 WS-CNT-HELD          PIC 9(07) VALUE ZERO.
           03 WS-CNT-NO-PROFILE    PIC 9(07) VALUE ZERO.
           03 WS-CNT-EXCEPTIONS    PIC 9(07) VALUE ZERO.
           03 WS-SEL-FROM-TS       PIC X(14) VALUE LOW-VALUES.
           03 WS-SEL-TO-TS         PIC X(14) VALUE HIGH-VALUES.
           03 WS-SORT-EOF-SW       PIC X(01) VALUE 'N'.
           03 WS-CNT-AUDIT         PIC 9(07) VALUE ZERO.
           03 WS-CNT-STATEMENTS    PIC 9(07) VALUE ZERO.
           03 WS-CNT-MOVEMENTS     PIC 9(07) VALUE ZERO.
           03 WS-CNT-REVERSALS     PIC 9(07) VALUE ZERO.
           03 WS-CNT-OFF-MASTER    PIC 9(07) VALUE ZERO.
      *--------------------------------------
       01  WS-CURRENCY-TOTALS.
           03 FILLER         PIC X(01) VALUE SPACES.
           03 HDR-LNAME      PIC X(15).
           03 FILLER         PIC X(72) VALUE SPACES.
      *
       01  ADR-LINE.
           03 ADR-LABEL      PIC X(11).
           03 ADR-TEXT       PIC X(60).
           03 FILLER         PIC X(62).
      *
       01  HEADER-2B.
           03 FILLER         PIC X(07) VALUE 'PERIOD '.
           03 DET-AMOUNT     PIC -(14)9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-BALANCE    PIC -(14)9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-REF-LABEL  PIC X(09).
           03 DET-REF-TS     PIC X(16).
           03 FILLER         PIC X(44) VALUE SPACES.
      *
       01  HEADER-7.
           03 FILLER         PIC X(24) VALUE 'CURRENCY RECAP'.
           03 FILLER         PIC X(09) VALUE '  CLOSING'.
           03 CTL-CLOSING    PIC -(14)9.
           03 FILLER         PIC X(43) VALUE SPACES.
      *
       01  EXC-HEADER-1.
           03 FILLER         PIC X(29) VALUE
              'STATEMENT DELIVERY EXCEPTIONS'.
           03 FILLER         PIC X(13) VALUE SPACES.
           03 FILLER         PIC X(19) VALUE 'Author: TOLGA KAYIS'.
           03 FILLER         PIC X(72) VALUE SPACES.
      *
       01  EXC-HEADER-2.
           03 FILLER         PIC X(05) VALUE 'ID'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(15) VALUE 'FIRST NAME'.
           03 FILLER         PIC X(01) VALUE SPACES.
           03 FILLER         PIC X(15) VALUE 'LAST NAME'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(30) VALUE 'EXCEPTION'.
           03 FILLER         PIC X(63) VALUE SPACES.
      *
       01  EXC-HEADER-3.
           03 FILLER         PIC X(70) VALUE ALL '-'.
           03 FILLER         PIC X(63) VALUE SPACES.
      *
       01  EXC-LINE.
           03 EXC-ID         PIC 9(05).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 EXC-FNAME      PIC X(15).
           03 FILLER         PIC X(01) VALUE SPACES.
           03 EXC-LNAME      PIC X(15).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 EXC-REASON     PIC X(30).
           03 FILLER         PIC X(63) VALUE SPACES.
      *
       01  SUM-LINE.
           03 SUM-LABEL      PIC X(25).
           PERFORM H050-LOG-START
           PERFORM H100-OPEN-FILES
           PERFORM H150-READ-PARM
           PERFORM H170-WRITE-EXC-HEADERS
           SORT SORT-FILE
              ON ASCENDING KEY SRT-ID SRT-CUR SRT-TS SRT-SEQ
              INPUT PROCEDURE H200-RELEASE-AUDIT
              OUTPUT PROCEDURE H400-BUILD-STATEMENTS
           CLOSE WORK-FILE
           SORT PRINT-SORT-FILE
              ON ASCENDING KEY PSR-RANK PSR-POSTCODE PSR-ID PSR-CUR
                               PSR-SEQ
              USING WORK-FILE
              OUTPUT PROCEDURE H700-PRINT-STATEMENTS
           PERFORM H900-PRINT-RECAP
           PERFORM H999-PREPARE-EXIT.
       0000-END. EXIT.
              CLOSE INDEX-FILE
              PERFORM H195-ABORT-EXIT
           END-IF
           OPEN INPUT PROFILE-FILE
           IF NOT PRFFILE-SUCCESS
              DISPLAY 'CUSTPROF DID NOT OPEN PROPERLY: '
                 ST-PROFILE-FILE
              MOVE ST-PROFILE-FILE TO RETURN-CODE
              CLOSE AUDIT-FILE
              CLOSE INDEX-FILE
              CLOSE REPORT-FILE
              PERFORM H195-ABORT-EXIT
           END-IF
           OPEN OUTPUT WORK-FILE
           IF NOT WRKFILE-SUCCESS
              DISPLAY 'STMTWORK DID NOT OPEN PROPERLY: ' ST-WORK-FILE
              MOVE ST-WORK-FILE TO RETURN-CODE
              CLOSE AUDIT-FILE
              CLOSE INDEX-FILE
              CLOSE REPORT-FILE
              CLOSE PROFILE-FILE
              PERFORM H195-ABORT-EXIT
           END-IF
           OPEN OUTPUT EXCEPT-FILE
           IF NOT EXCFILE-SUCCESS
              DISPLAY 'STMTEXC DID NOT OPEN PROPERLY: ' ST-EXCEPT-FILE
              MOVE ST-EXCEPT-FILE TO RETURN-CODE
              CLOSE AUDIT-FILE
              CLOSE INDEX-FILE
              CLOSE REPORT-FILE
              CLOSE PROFILE-FILE
              CLOSE WORK-FILE
              PERFORM H195-ABORT-EXIT
           END-IF
           READ AUDIT-FILE.
       H100-END. EXIT.
      *
                 CLOSE AUDIT-FILE
                 CLOSE INDEX-FILE
                 CLOSE REPORT-FILE
                 CLOSE PROFILE-FILE
                 CLOSE WORK-FILE
                 CLOSE EXCEPT-FILE
                 PERFORM H195-ABORT-EXIT
              END-IF
              READ PARM-FILE
              CLOSE PARM-FILE
           END-IF.
       H150-END. EXIT.
      *
       H170-WRITE-EXC-HEADERS.
           WRITE EXC-REC FROM EXC-HEADER-1.
           MOVE SPACES TO EXC-REC.
           WRITE EXC-REC AFTER ADVANCING 1 LINES.
           WRITE EXC-REC FROM EXC-HEADER-2.
           WRITE EXC-REC FROM EXC-HEADER-3.
       H170-END. EXIT.
      *
       H200-RELEASE-AUDIT.
           PERFORM H250-RELEASE-ONE UNTIL AUDFILE-EOF.
      *
       H250-RELEASE-ONE.
           ADD 1 TO WS-CNT-AUDIT
      *After-images repeat a change the statement already shows.
           IF AUD-TIMESTAMP(1:14) >= WS-SEL-FROM-TS
              AND AUD-TIMESTAMP(1:14) <= WS-SEL-TO-TS
              AND AUD-FUNCTION NOT = 15
              ADD 1 TO WS-RELEASE-SEQ
              MOVE AUD-ID            TO SRT-ID
              MOVE AUD-CURRENCY      TO SRT-CUR
              MOVE AUD-FUNCTION      TO SRT-FUNCTION
              MOVE AUD-BALANCE       TO SRT-BALANCE
              MOVE AUD-AMOUNT        TO SRT-AMOUNT
              IF AUD-FUNCTION = 13
                 MOVE AUD-REV-ORIG-TS TO SRT-REV-TS
              ELSE
                 MOVE SPACES          TO SRT-REV-TS
              END-IF
              RELEASE SORT-REC
           END-IF
           READ AUDIT-FILE.
              UNTIL WS-SORT-EOF
                 OR SRT-ID > IDX-ID
                 OR (SRT-ID = IDX-ID AND SRT-CUR >= IDX-CURRENCY)
           IF IDX-ID NOT = WS-LAST-ID
              PERFORM H480-LOOKUP-PROFILE
              MOVE IDX-ID TO WS-LAST-ID
           END-IF
           PERFORM H485-COUNT-DELIVERY
           PERFORM H500-PAGE-HEADER
           MOVE ZERO TO WS-STMT-MOVES
           MOVE 'N'  TO WS-STMT-DELETED-SW
              MOVE IDX-BALANCE TO WS-OPENING
              MOVE IDX-BALANCE TO WS-RUNNING
              PERFORM H520-OPENING-LINE
              MOVE 'NO POSTED ACTIVITY THIS PERIOD' TO WRK-LINE
              PERFORM H690-PUT-LINE
           END-IF
           PERFORM H580-CLOSING-LINE
           PERFORM H600-ROLL-CURRENCY
           ADD 1 TO WS-CNT-OFF-MASTER
           PERFORM H450-RETURN-RECORD.
       H470-END. EXIT.
      *
      *One profile read per customer ID serves all its currency pages.
      *The rank orders the print: post, e-mail, hold mail, no profile.
       H480-LOOKUP-PROFILE.
           MOVE 'N' TO WS-PROFILE-SW
           MOVE IDX-ID TO PRF-ID
           READ PROFILE-FILE KEY IS PRF-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-HAS-PROFILE TO TRUE
           END-READ
           IF WS-HAS-PROFILE
              MOVE PRF-POSTCODE TO WS-STMT-POSTCODE
              EVALUATE TRUE
                 WHEN PRF-BY-EMAIL
                    MOVE 2 TO WS-STMT-RANK
                 WHEN PRF-HOLD-MAIL
                    MOVE 3 TO WS-STMT-RANK
                    MOVE 'HOLD MAIL' TO EXC-REASON
                    PERFORM H495-WRITE-EXCEPTION
                 WHEN OTHER
                    MOVE 1 TO WS-STMT-RANK
              END-EVALUATE
           ELSE
              MOVE 4      TO WS-STMT-RANK
              MOVE SPACES TO WS-STMT-POSTCODE
              MOVE 'NO CUSTOMER PROFILE' TO EXC-REASON
              PERFORM H495-WRITE-EXCEPTION
           END-IF.
       H480-END. EXIT.
      *
       H485-COUNT-DELIVERY.
           EVALUATE WS-STMT-RANK
              WHEN 1
                 ADD 1 TO WS-CNT-BY-POST
              WHEN 2
                 ADD 1 TO WS-CNT-BY-EMAIL
              WHEN 3
                 ADD 1 TO WS-CNT-HELD
              WHEN OTHER
                 ADD 1 TO WS-CNT-NO-PROFILE
           END-EVALUATE.
       H485-END. EXIT.
      *
       H495-WRITE-EXCEPTION.
           MOVE IDX-ID    TO EXC-ID
           MOVE IDX-FNAME TO EXC-FNAME
           MOVE IDX-LNAME TO EXC-LNAME
           WRITE EXC-REC FROM EXC-LINE
           ADD 1 TO WS-CNT-EXCEPTIONS.
       H495-END. EXIT.
      *
       H490-SKIP-OFF-MASTER.
           ADD 1 TO WS-CNT-OFF-MASTER
           MOVE IDX-CURRENCY TO HDR-CUR
           MOVE IDX-FNAME    TO HDR-FNAME
           MOVE IDX-LNAME    TO HDR-LNAME
           MOVE HEADER-1 TO WRK-LINE
           MOVE 'P'      TO WRK-ADVANCE
           PERFORM H690-PUT-LINE
           MOVE HEADER-2 TO WRK-LINE
           PERFORM H690-PUT-LINE
           PERFORM H510-ADDRESS-BLOCK
           MOVE HEADER-2B TO WRK-LINE
           PERFORM H690-PUT-LINE
           MOVE SPACES TO WRK-LINE
           PERFORM H690-PUT-LINE
           MOVE HEADER-3 TO WRK-LINE
           PERFORM H690-PUT-LINE
           MOVE HEADER-4 TO WRK-LINE
           PERFORM H690-PUT-LINE.
       H500-END. EXIT.
      *
       H510-ADDRESS-BLOCK.
           MOVE SPACES TO WRK-LINE
           PERFORM H690-PUT-LINE
           MOVE SPACES       TO ADR-LINE
           MOVE 'DELIVERY'   TO ADR-LABEL
           EVALUATE WS-STMT-RANK
              WHEN 1
                 MOVE 'POST'                        TO ADR-TEXT
              WHEN 2
                 MOVE 'E-MAIL'                      TO ADR-TEXT
              WHEN 3
                 MOVE 'HOLD MAIL - DO NOT SEND'     TO ADR-TEXT
              WHEN OTHER
                 MOVE 'NO PROFILE - NO ADDRESS ON FILE'
                                                    TO ADR-TEXT
           END-EVALUATE
           MOVE ADR-LINE TO WRK-LINE
           PERFORM H690-PUT-LINE
           IF WS-HAS-PROFILE
              MOVE SPACES    TO ADR-LINE
              MOVE 'MAIL TO' TO ADR-LABEL
              STRING IDX-FNAME DELIMITED BY '  '
                     ' '       DELIMITED BY SIZE
                     IDX-LNAME DELIMITED BY '  '
                 INTO ADR-TEXT
              END-STRING
              MOVE ADR-LINE TO WRK-LINE
              PERFORM H690-PUT-LINE
              MOVE PRF-ADDR-1 TO ADR-TEXT
              PERFORM H515-ADDRESS-LINE
              MOVE PRF-ADDR-2 TO ADR-TEXT
              PERFORM H515-ADDRESS-LINE
              MOVE PRF-ADDR-3 TO ADR-TEXT
              PERFORM H515-ADDRESS-LINE
              MOVE SPACES TO ADR-TEXT
              STRING PRF-POSTCODE DELIMITED BY '  '
                     ' '          DELIMITED BY SIZE
                     PRF-CITY     DELIMITED BY '  '
                 INTO ADR-TEXT
              END-STRING
              PERFORM H515-ADDRESS-LINE
              MOVE PRF-COUNTRY TO ADR-TEXT
              PERFORM H515-ADDRESS-LINE
              IF PRF-BY-EMAIL
                 MOVE SPACES    TO ADR-LINE
                 MOVE 'E-MAIL'  TO ADR-LABEL
                 MOVE PRF-EMAIL TO ADR-TEXT
                 MOVE ADR-LINE  TO WRK-LINE
                 PERFORM H690-PUT-LINE
              END-IF
           END-IF
           MOVE SPACES TO WRK-LINE
           PERFORM H690-PUT-LINE.
       H510-END. EXIT.
      *
      *Blank address lines are left out so the block closes up.
       H515-ADDRESS-LINE.
           IF ADR-TEXT NOT = SPACES
              MOVE SPACES TO ADR-LABEL
              MOVE ADR-LINE TO WRK-LINE
              PERFORM H690-PUT-LINE
           END-IF.
       H515-END. EXIT.
      *
       H520-OPENING-LINE.
           MOVE SPACES TO BAL-LINE
           MOVE 'OPENING BALANCE' TO BAL-LABEL
           MOVE WS-OPENING        TO BAL-VALUE
           MOVE BAL-LINE TO WRK-LINE
           PERFORM H690-PUT-LINE.
       H520-END. EXIT.
      *
      *A key deleted and recreated inside the period restarts its
              MOVE SPACES TO BAL-LINE
              MOVE 'OPENING BALANCE (REOPENED)' TO BAL-LABEL
              MOVE WS-RUNNING TO BAL-VALUE
              MOVE BAL-LINE TO WRK-LINE
              PERFORM H690-PUT-LINE
           END-IF
           MOVE SPACES TO DET-LINE
           MOVE SRT-TS TO DET-TS
                 MOVE 'TRANSFER'     TO DET-FUNCTION
              WHEN 11
                 MOVE 'BDAY SET'     TO DET-FUNCTION
              WHEN 13
                 MOVE 'REVERSAL'     TO DET-FUNCTION
                 MOVE 'REVERSES '    TO DET-REF-LABEL
                 MOVE SRT-REV-TS     TO DET-REF-TS
                 ADD 1 TO WS-CNT-REVERSALS
              WHEN 14
                 MOVE 'CUST MERGE'   TO DET-FUNCTION
              WHEN OTHER
                 MOVE 'OTHER'        TO DET-FUNCTION
           END-EVALUATE
           ADD SRT-AMOUNT TO WS-RUNNING
           MOVE SRT-AMOUNT TO DET-AMOUNT
           MOVE WS-RUNNING TO DET-BALANCE
           MOVE DET-LINE TO WRK-LINE
           PERFORM H690-PUT-LINE
           ADD 1 TO WS-CNT-MOVEMENTS
           ADD 1 TO WS-STMT-MOVES
           PERFORM H450-RETURN-RECORD.
           MOVE SPACES TO BAL-LINE
           MOVE 'CLOSING BALANCE' TO BAL-LABEL
           MOVE IDX-BALANCE       TO BAL-VALUE
           MOVE BAL-LINE TO WRK-LINE
           PERFORM H690-PUT-LINE.
       H580-END. EXIT.
      *
       H600-ROLL-CURRENCY.
                 CLOSE AUDIT-FILE
                 CLOSE INDEX-FILE
                 CLOSE REPORT-FILE
                 CLOSE PROFILE-FILE
                 CLOSE WORK-FILE
                 CLOSE EXCEPT-FILE
                 PERFORM H195-ABORT-EXIT
              END-IF
              ADD 1 TO WS-CT-COUNT
                 = WS-CT-NET(WS-CUR-IX) + IDX-BALANCE - WS-OPENING
           END-IF.
       H600-END. EXIT.
      *
      *Every statement line carries the delivery key of its customer;
      *the sequence number keeps the lines of a page in build order.
       H690-PUT-LINE.
           MOVE WS-STMT-RANK     TO WRK-RANK
           MOVE WS-STMT-POSTCODE TO WRK-POSTCODE
           MOVE IDX-ID           TO WRK-ID
           MOVE IDX-CURRENCY     TO WRK-CUR
           ADD 1 TO WS-WORK-SEQ
           MOVE WS-WORK-SEQ      TO WRK-SEQ
           WRITE WORK-REC
           MOVE SPACE TO WRK-ADVANCE.
       H690-END. EXIT.
      *
       H700-PRINT-STATEMENTS.
           PERFORM H750-RETURN-LINE
           PERFORM H760-PRINT-LINE UNTIL WS-PRINT-EOF.
       H700-END. EXIT.
      *
       H750-RETURN-LINE.
           RETURN PRINT-SORT-FILE
              AT END SET WS-PRINT-EOF TO TRUE
           END-RETURN.
       H750-END. EXIT.
      *
       H760-PRINT-LINE.
           IF PSR-NEW-PAGE
              WRITE RPT-REC FROM PSR-LINE AFTER ADVANCING PAGE
           ELSE
              WRITE RPT-REC FROM PSR-LINE
           END-IF
           PERFORM H750-RETURN-LINE.
       H760-END. EXIT.
      *
       H900-PRINT-RECAP.
           MOVE SPACES TO RPT-REC
           MOVE 'MOVEMENTS PRINTED'      TO SUM-LABEL
           MOVE WS-CNT-MOVEMENTS         TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE
           MOVE 'REVERSALS PRINTED'      TO SUM-LABEL
           MOVE WS-CNT-REVERSALS         TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE
           MOVE 'IMAGES OFF MASTER'      TO SUM-LABEL
           MOVE WS-CNT-OFF-MASTER        TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE
           MOVE 'STATEMENTS BY POST'     TO SUM-LABEL
           MOVE WS-CNT-BY-POST           TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE
           MOVE 'STATEMENTS BY E-MAIL'   TO SUM-LABEL
           MOVE WS-CNT-BY-EMAIL          TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE
           MOVE 'STATEMENTS ON HOLD MAIL' TO SUM-LABEL
           MOVE WS-CNT-HELD              TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE
           MOVE 'STATEMENTS NO PROFILE'  TO SUM-LABEL
           MOVE WS-CNT-NO-PROFILE        TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE
           MOVE 'DELIVERY EXCEPTIONS'    TO SUM-LABEL
           MOVE WS-CNT-EXCEPTIONS        TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
       H900-END. EXIT.
      *
           CLOSE AUDIT-FILE
           CLOSE INDEX-FILE
           CLOSE REPORT-FILE
           CLOSE PROFILE-FILE
           CLOSE EXCEPT-FILE
           PERFORM H990-LOG-END
           STOP RUN.
       H999-END. EXIT.
