      *currency with no record on CURRENCY-FILE, and a blank first or
      *last name. One exception line per failed check, keyed, plus
      *scanned/exception counts per currency. Ends with RETURN-CODE 8
      *when anything is found so the scheduler can raise it; RC 8
      *always means a structurally bad master record.
      *A zero birth date is an account created before the demographic
      *transaction existed and is not flagged; likewise a zero
      *last-activity date is a record converted before the activity
      *stamp existed (DORMRPT already flags those).
      *The customer profile file is then matched against the master
      *in ID order and listed in a section of its own: the first
      *account of a customer ID with no profile record, and every
      *profile record whose ID has no account on the master (its
      *currency shows as 000). A profile left behind by an M merge
      *(its ID is on MRGXREF) is listed as a merged customer's
      *profile, not as a gap. Profile gaps end the run with RC 4 when
      *the master itself is clean; merged customers' profiles do not
      *change the return code. Without MRGXREF every profile with no
      *account is listed as a gap.
      *Parameter card on SCANPARM: AS-OF-DATE(8) EARLIEST-DATE(8);
      *a missing card means as-of today with earliest 19800101.
      *-----------------------------------------------------------------
                                ACCESS RANDOM
                                RECORD KEY CUR-CODE
                                STATUS ST-CURRENCY-FILE.
           SELECT PROFILE-FILE  ASSIGN TO CUSTPROF
                                ORGANIZATION IS INDEXED
                                ACCESS SEQUENTIAL
                                RECORD KEY PRF-ID
                                STATUS ST-PROFILE-FILE.
           SELECT XREF-FILE     ASSIGN TO MRGXREF
                                ORGANIZATION IS INDEXED
                                ACCESS RANDOM
                                RECORD KEY XRF-OLD-ID
                                STATUS ST-XREF-FILE.
           SELECT PARM-FILE     ASSIGN TO SCANPARM
                                STATUS ST-PARM-FILE.
           SELECT REPORT-FILE   ASSIGN TO SCANRPT
              88 CUR-DEACTIVATED               VALUE 'D'.
           03 CUR-EFF-DATE            PIC S9(08) COMP-3.
           03 CUR-LRG-THRESHOLD       PIC S9(13) COMP-3.
           03 CUR-AUTH-AMOUNT         PIC S9(13) COMP-3.
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
       FD  XREF-FILE.
       01  XREF-REC.
           03 XRF-OLD-ID               PIC S9(05) COMP-3.
           03 XRF-NEW-ID               PIC S9(05) COMP-3.
           03 XRF-MERGE-DATE           PIC S9(08) COMP-3.
           03 XRF-FNAME                PIC X(15).
           03 XRF-LNAME                PIC X(15).
           03 XRF-ACCOUNTS             PIC 9(03).
      *
       FD  PARM-FILE RECORDING MODE F.
       01  PARM-REC.
              88 IDXFILE-EOF                 VALUE 10.
           03 ST-CURRENCY-FILE     PIC 9(02).
              88 CURRFILE-SUCCESS            VALUE 00 97.
           03 ST-PROFILE-FILE      PIC 9(02).
              88 PRFFILE-SUCCESS             VALUE 00 97.
              88 PRFFILE-EOF                 VALUE 10.
           03 ST-XREF-FILE         PIC 9(02).
              88 XRFFILE-SUCCESS             VALUE 00 97.
              88 XRFFILE-NOT-FOUND           VALUE 35.
           03 WS-XREF-OPEN-SW      PIC X(01) VALUE 'N'.
              88 WS-XREF-OPEN                VALUE 'Y'.
           03 WS-MERGED-SW         PIC X(01).
              88 WS-PRF-MERGED               VALUE 'Y'.
           03 WS-XRF-NEW-ID        PIC 9(05).
           03 ST-PARM-FILE         PIC 9(02).
              88 PARMFILE-SUCCESS            VALUE 00 97.
              88 PARMFILE-EOF                VALUE 10.
           03 WS-DATE-VALID-SW     PIC X(01).
              88 WS-DATE-VALID               VALUE 'Y'.
           03 WS-DET-VALUE-N       PIC 9(08).
           03 WS-LAST-ID           PIC S9(05) COMP-3 VALUE -1.
           03 WS-CNT-NO-PROFILE    PIC 9(07) VALUE ZERO.
           03 WS-CNT-ORPHANS       PIC 9(07) VALUE ZERO.
           03 WS-CNT-MERGED-PRF    PIC 9(07) VALUE ZERO.
           03 WS-CNT-READ          PIC 9(07) VALUE ZERO.
           03 WS-CNT-BAD-RECORDS   PIC 9(07) VALUE ZERO.
           03 WS-CNT-EXCEPTIONS    PIC 9(07) VALUE ZERO.
       01  HEADER-4.
           03 FILLER         PIC X(59) VALUE ALL '-'.
           03 FILLER         PIC X(74) VALUE SPACES.
      *
       01  HEADER-5.
           03 FILLER         PIC X(22) VALUE 'CUSTOMER PROFILE CHECK'.
           03 FILLER         PIC X(111) VALUE SPACES.
      *
       01  DET-LINE.
           03 DET-ID         PIC 9(05).
           PERFORM H150-READ-PARM
           PERFORM H170-WRITE-HEADERS
           PERFORM H200-PROCESS UNTIL IDXFILE-EOF
           PERFORM H750-PROFILE-SECTION
           PERFORM H900-PRINT-TOTALS
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
              CLOSE INDEX-FILE
              CLOSE CURRENCY-FILE
              PERFORM H195-ABORT-EXIT
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT RPTFILE-SUCCESS
              DISPLAY 'SCANRPT DID NOT OPEN PROPERLY: ' ST-REPORT-FILE
              MOVE ST-REPORT-FILE TO RETURN-CODE
              CLOSE INDEX-FILE
              CLOSE CURRENCY-FILE
              CLOSE PROFILE-FILE
              PERFORM H195-ABORT-EXIT
           END-IF
           OPEN INPUT XREF-FILE
           IF XRFFILE-SUCCESS
              SET WS-XREF-OPEN TO TRUE
           ELSE
              IF NOT XRFFILE-NOT-FOUND
                 DISPLAY 'MRGXREF DID NOT OPEN PROPERLY: '
                    ST-XREF-FILE
                 MOVE ST-XREF-FILE TO RETURN-CODE
                 CLOSE INDEX-FILE
                 CLOSE CURRENCY-FILE
                 CLOSE PROFILE-FILE
                 CLOSE REPORT-FILE
                 PERFORM H195-ABORT-EXIT
              END-IF
           END-IF.
       H100-END. EXIT.
      *
                 MOVE ST-PARM-FILE TO RETURN-CODE
                 CLOSE INDEX-FILE
                 CLOSE CURRENCY-FILE
                 CLOSE PROFILE-FILE
                 CLOSE REPORT-FILE
                 IF WS-XREF-OPEN
                    CLOSE XREF-FILE
                 END-IF
                 PERFORM H195-ABORT-EXIT
              END-IF
              READ PARM-FILE
                 MOVE 16 TO RETURN-CODE
                 CLOSE INDEX-FILE
                 CLOSE CURRENCY-FILE
                 CLOSE PROFILE-FILE
                 CLOSE REPORT-FILE
                 IF WS-XREF-OPEN
                    CLOSE XREF-FILE
                 END-IF
                 PERFORM H195-ABORT-EXIT
              END-IF
              ADD 1 TO WS-CT-COUNT
              END-IF
           END-IF.
       H700-END. EXIT.
      *
      *Second pass: the master is read again from the top and
      *matched against the profile file. Findings here are not master
      *exceptions and leave the per-currency counts alone.
       H750-PROFILE-SECTION.
           CLOSE INDEX-FILE
           OPEN INPUT INDEX-FILE
           IF NOT IDXFILE-SUCCESS
              DISPLAY 'IDXFILE DID NOT REOPEN PROPERLY: '
                 ST-INDEX-FILE
              MOVE ST-INDEX-FILE TO RETURN-CODE
              CLOSE CURRENCY-FILE
              CLOSE PROFILE-FILE
              CLOSE REPORT-FILE
              IF WS-XREF-OPEN
                 CLOSE XREF-FILE
              END-IF
              PERFORM H195-ABORT-EXIT
           END-IF
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINES.
           WRITE RPT-REC FROM HEADER-5.
           WRITE RPT-REC FROM HEADER-3.
           WRITE RPT-REC FROM HEADER-4.
           MOVE -1 TO WS-LAST-ID
           PERFORM H810-READ-PROFILE
           PERFORM H760-PROFILE-MATCH UNTIL IDXFILE-EOF
           PERFORM H850-ORPHAN-PROFILE UNTIL PRFFILE-EOF.
       H750-END. EXIT.
      *
       H760-PROFILE-MATCH.
           READ INDEX-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF IDX-ID NOT = WS-LAST-ID
                    PERFORM H800-CHECK-PROFILE
                    MOVE IDX-ID TO WS-LAST-ID
                 END-IF
           END-READ.
       H760-END. EXIT.
      *
      *Profiles below the customer ID have no account on the master;
      *the customer itself is listed when its profile is missing.
       H800-CHECK-PROFILE.
           PERFORM H850-ORPHAN-PROFILE
              UNTIL PRFFILE-EOF OR PRF-ID >= IDX-ID
           IF NOT PRFFILE-EOF AND PRF-ID = IDX-ID
              PERFORM H810-READ-PROFILE
           ELSE
              MOVE IDX-ID       TO DET-ID
              MOVE IDX-CURRENCY TO DET-CUR
              MOVE 'NO CUSTOMER PROFILE' TO DET-REASON
              MOVE SPACES TO DET-VALUE
              WRITE RPT-REC FROM DET-LINE
              ADD 1 TO WS-CNT-NO-PROFILE
           END-IF.
       H800-END. EXIT.
      *
       H810-READ-PROFILE.
           READ PROFILE-FILE
              AT END
                 CONTINUE
           END-READ.
       H810-END. EXIT.
      *
       H850-ORPHAN-PROFILE.
           PERFORM H870-CHECK-MERGED
           MOVE PRF-ID TO DET-ID
           MOVE ZERO   TO DET-CUR
           IF WS-PRF-MERGED
              MOVE 'PROFILE OF MERGED CUSTOMER' TO DET-REASON
              MOVE SPACES TO DET-VALUE
              STRING 'INTO ' WS-XRF-NEW-ID
                 DELIMITED BY SIZE INTO DET-VALUE
              END-STRING
              ADD 1 TO WS-CNT-MERGED-PRF
           ELSE
              MOVE 'PROFILE WITH NO CUSTOMER' TO DET-REASON
              MOVE PRF-POSTCODE TO DET-VALUE
              ADD 1 TO WS-CNT-ORPHANS
           END-IF
           WRITE RPT-REC FROM DET-LINE
           PERFORM H810-READ-PROFILE.
       H850-END. EXIT.
      *
       H870-CHECK-MERGED.
           MOVE 'N' TO WS-MERGED-SW
           IF WS-XREF-OPEN
              MOVE PRF-ID TO XRF-OLD-ID
              READ XREF-FILE KEY IS XRF-OLD-ID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET WS-PRF-MERGED TO TRUE
                    MOVE XRF-NEW-ID TO WS-XRF-NEW-ID
              END-READ
           END-IF.
       H870-END. EXIT.
      *
       H900-PRINT-TOTALS.
           MOVE SPACES TO RPT-REC
           MOVE 'EXCEPTION LINES WRITTEN' TO SUM-LABEL
           MOVE WS-CNT-EXCEPTIONS        TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'CUSTOMERS WITH NO PROFILE' TO SUM-LABEL
           MOVE WS-CNT-NO-PROFILE        TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'PROFILES WITH NO CUSTOMER' TO SUM-LABEL
           MOVE WS-CNT-ORPHANS           TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'PROFILES OF MERGED IDS' TO SUM-LABEL
           MOVE WS-CNT-MERGED-PRF        TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
       H900-END. EXIT.
      *
       H990-LOG-END.
       H999-PREPARE-EXIT.
           CLOSE INDEX-FILE
           CLOSE CURRENCY-FILE
           CLOSE PROFILE-FILE
           CLOSE REPORT-FILE
           IF WS-XREF-OPEN
              CLOSE XREF-FILE
           END-IF
           IF WS-CNT-EXCEPTIONS > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-CNT-NO-PROFILE + WS-CNT-ORPHANS > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           PERFORM H990-LOG-END
           STOP RUN.
