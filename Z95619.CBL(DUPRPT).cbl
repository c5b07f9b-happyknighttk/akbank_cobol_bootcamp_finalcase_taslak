       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPRPT.
       AUTHOR. TOLGA KAYIS.
      *-----------------------------------------------------------------
      *Duplicate-customer candidates. One entry per customer ID is
      *taken from the master (names and birth date of its first
      *account) and sorted into birth date/last name/first name
      *order; every pair of IDs sharing a birth date is then scored
      *on how closely the names agree:
      *   last name exact 50, or first five letters equal 25
      *   first name exact 40, or same initial 20
      *   same birth date 10
      *Pairs at or above the threshold are listed as EXACT (100),
      *STRONG (80 and over) or POSSIBLE for the branch to confirm
      *before an M merge transaction is keyed. Customers with no
      *birth date on file cannot be matched and are only counted.
      *Parameter card on DUPPARM: THRESHOLD(3); a missing card means
      *a threshold of 60.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEX-FILE    ASSIGN TO IDXFILE
                                ORGANIZATION IS INDEXED
                                ACCESS SEQUENTIAL
                                RECORD KEY IDX-KEY
                                STATUS ST-INDEX-FILE.
           SELECT SORT-FILE     ASSIGN TO SORTWK.
           SELECT PARM-FILE     ASSIGN TO DUPPARM
                                STATUS ST-PARM-FILE.
           SELECT REPORT-FILE   ASSIGN TO DUPRPT
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
       SD  SORT-FILE.
       01  SORT-REC.
           03 SRT-BDAY             PIC 9(07).
           03 SRT-LNAME            PIC X(15).
           03 SRT-FNAME            PIC X(15).
           03 SRT-ID               PIC 9(05).
      *
       FD  PARM-FILE RECORDING MODE F.
       01  PARM-REC.
           03 PRM-THRESHOLD            PIC X(03).
      *
       FD  REPORT-FILE RECORDING MODE F.
       01  RPT-REC                     PIC X(133).
      *--------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-WORKSHOP.
           03 WS-RUNLOG            PIC X(08) VALUE 'RUNLOG'.
           03 ST-INDEX-FILE        PIC 9(02).
              88 IDXFILE-SUCCESS             VALUE 00 97.
              88 IDXFILE-EOF                 VALUE 10.
           03 ST-PARM-FILE         PIC 9(02).
              88 PARMFILE-SUCCESS            VALUE 00 97.
              88 PARMFILE-EOF                VALUE 10.
              88 PARMFILE-NOT-FOUND          VALUE 35.
           03 ST-REPORT-FILE       PIC 9(02).
              88 RPTFILE-SUCCESS             VALUE 00 97.
           03 WS-SORT-EOF-SW       PIC X(01) VALUE 'N'.
              88 WS-SORT-EOF                 VALUE 'Y'.
           03 WS-THRESHOLD         PIC 9(03) VALUE 60.
           03 WS-PREV-ID           PIC S9(05) COMP-3 VALUE -1.
           03 WS-SCORE             PIC 9(03).
           03 WS-LAST-BASIS        PIC X(06).
           03 WS-FIRST-BASIS       PIC X(06).
           03 WS-CNT-READ          PIC 9(07) VALUE ZERO.
           03 WS-CNT-CUSTOMERS     PIC 9(07) VALUE ZERO.
           03 WS-CNT-NO-BDAY       PIC 9(07) VALUE ZERO.
           03 WS-CNT-COMPARED      PIC 9(09) VALUE ZERO.
           03 WS-CNT-EXACT         PIC 9(07) VALUE ZERO.
           03 WS-CNT-STRONG        PIC 9(07) VALUE ZERO.
           03 WS-CNT-POSSIBLE      PIC 9(07) VALUE ZERO.
           03 WS-CNT-LISTED        PIC 9(07) VALUE ZERO.
      *--------------------------------------
      *One birth date's customers, held while every pair is scored.
       01  WS-BDAY-GROUP.
           03 WS-GRP-MAX           PIC 9(03) COMP VALUE 500.
           03 WS-GRP-COUNT         PIC 9(03) COMP VALUE ZERO.
           03 WS-GRP-BDAY          PIC 9(07) VALUE ZERO.
           03 WS-GA-IX             PIC 9(03) COMP.
           03 WS-GB-IX             PIC 9(03) COMP.
           03 WS-GB-START          PIC 9(03) COMP.
           03 WS-GRP-ENTRY OCCURS 500 TIMES.
              05 WS-GRP-ID         PIC 9(05).
              05 WS-GRP-FNAME      PIC X(15).
              05 WS-GRP-LNAME      PIC X(15).
      *--------------------------------------
       01  HEADER-1.
           03 FILLER         PIC X(30) VALUE
              'DUPLICATE CUSTOMER CANDIDATES'.
           03 FILLER         PIC X(12) VALUE SPACES.
           03 FILLER         PIC X(19) VALUE 'Author: TOLGA KAYIS'.
           03 FILLER         PIC X(72) VALUE SPACES.
      *
       01  HEADER-2.
           03 FILLER         PIC X(08) VALUE 'RUN ON  '.
           03 HDR-RUN-DATE   PIC 9(08).
           03 FILLER         PIC X(19) VALUE '  SCORE THRESHOLD  '.
           03 HDR-THRESHOLD  PIC ZZ9.
           03 FILLER         PIC X(95) VALUE SPACES.
      *
       01  HEADER-3.
           03 FILLER         PIC X(05) VALUE 'SCORE'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(08) VALUE 'STRENGTH'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(07) VALUE 'BDAY'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(05) VALUE 'ID'.
           03 FILLER         PIC X(01) VALUE SPACES.
           03 FILLER         PIC X(15) VALUE 'FIRST NAME'.
           03 FILLER         PIC X(01) VALUE SPACES.
           03 FILLER         PIC X(15) VALUE 'LAST NAME'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(05) VALUE 'ID'.
           03 FILLER         PIC X(01) VALUE SPACES.
           03 FILLER         PIC X(15) VALUE 'FIRST NAME'.
           03 FILLER         PIC X(01) VALUE SPACES.
           03 FILLER         PIC X(15) VALUE 'LAST NAME'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(20) VALUE 'MATCHED ON'.
           03 FILLER         PIC X(09) VALUE SPACES.
      *
       01  HEADER-4.
           03 FILLER         PIC X(124) VALUE ALL '-'.
           03 FILLER         PIC X(09) VALUE SPACES.
      *
       01  DET-LINE.
           03 DET-SCORE      PIC ZZ9.
           03 FILLER         PIC X(04) VALUE SPACES.
           03 DET-STRENGTH   PIC X(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-BDAY       PIC 9(07).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-ID-A       PIC 9(05).
           03 FILLER         PIC X(01) VALUE SPACES.
           03 DET-FNAME-A    PIC X(15).
           03 FILLER         PIC X(01) VALUE SPACES.
           03 DET-LNAME-A    PIC X(15).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-ID-B       PIC 9(05).
           03 FILLER         PIC X(01) VALUE SPACES.
           03 DET-FNAME-B    PIC X(15).
           03 FILLER         PIC X(01) VALUE SPACES.
           03 DET-LNAME-B    PIC X(15).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-BASIS      PIC X(20).
           03 FILLER         PIC X(09) VALUE SPACES.
      *
       01  SUM-LINE.
           03 SUM-LABEL      PIC X(25).
           03 FILLER         PIC X(05) VALUE SPACES.
           03 SUM-COUNT      PIC ZZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(92) VALUE SPACES.
      *
       01 WS-CURRENT-DATE-DATA.
           03 WS-CURRENT-DATE.
              05 WS-CURRENT-YEAR         PIC 9(04).
              05 WS-CURRENT-MONTH        PIC 9(02).
              05 WS-CURRENT-DAY          PIC 9(02).
      *--------------------------------------
       01  WS-LOG-AREA.
           03 WS-LOG-PROGRAM       PIC X(08) VALUE 'DUPRPT'.
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
           SORT SORT-FILE
              ON ASCENDING KEY SRT-BDAY SRT-LNAME SRT-FNAME SRT-ID
              INPUT PROCEDURE H200-RELEASE-CUSTOMERS
              OUTPUT PROCEDURE H400-MATCH-CUSTOMERS
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
           OPEN OUTPUT REPORT-FILE
           IF NOT RPTFILE-SUCCESS
              DISPLAY 'DUPRPT DID NOT OPEN PROPERLY: ' ST-REPORT-FILE
              MOVE ST-REPORT-FILE TO RETURN-CODE
              CLOSE INDEX-FILE
              PERFORM H195-ABORT-EXIT
           END-IF.
       H100-END. EXIT.
      *
       H195-ABORT-EXIT.
           STOP RUN.
       H195-END. EXIT.
      *
       H150-READ-PARM.
           OPEN INPUT PARM-FILE
           IF PARMFILE-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT PARMFILE-SUCCESS
                 DISPLAY 'DUPPARM DID NOT OPEN PROPERLY: '
                    ST-PARM-FILE
                 MOVE ST-PARM-FILE TO RETURN-CODE
                 CLOSE INDEX-FILE
                 CLOSE REPORT-FILE
                 PERFORM H195-ABORT-EXIT
              END-IF
              READ PARM-FILE
              IF NOT PARMFILE-EOF
                 IF PRM-THRESHOLD IS NUMERIC
                    MOVE PRM-THRESHOLD TO WS-THRESHOLD
                 END-IF
              END-IF
              CLOSE PARM-FILE
           END-IF.
       H150-END. EXIT.
      *
       H170-WRITE-HEADERS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO HDR-RUN-DATE
           MOVE WS-THRESHOLD    TO HDR-THRESHOLD
           WRITE RPT-REC FROM HEADER-1.
           WRITE RPT-REC FROM HEADER-2.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC AFTER ADVANCING 1 LINES.
           WRITE RPT-REC FROM HEADER-3.
           WRITE RPT-REC FROM HEADER-4.
       H170-END. EXIT.
      *
       H200-RELEASE-CUSTOMERS.
           PERFORM H250-RELEASE-ONE UNTIL IDXFILE-EOF.
       H200-END. EXIT.
      *
      *The master is in ID/currency order, so a customer's first
      *account stands for the customer; further accounts are skipped.
       H250-RELEASE-ONE.
           READ INDEX-FILE
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1 TO WS-CNT-READ
                 IF IDX-ID NOT = WS-PREV-ID
                    MOVE IDX-ID TO WS-PREV-ID
                    ADD 1 TO WS-CNT-CUSTOMERS
                    IF IDX-BDAY = ZERO
                       ADD 1 TO WS-CNT-NO-BDAY
                    ELSE
                       MOVE IDX-BDAY  TO SRT-BDAY
                       MOVE IDX-LNAME TO SRT-LNAME
                       MOVE IDX-FNAME TO SRT-FNAME
                       MOVE IDX-ID    TO SRT-ID
                       RELEASE SORT-REC
                    END-IF
                 END-IF
           END-READ.
       H250-END. EXIT.
      *
       H400-MATCH-CUSTOMERS.
           PERFORM H450-RETURN-RECORD
           PERFORM H460-TAKE-SORTED UNTIL WS-SORT-EOF
           PERFORM H500-SCORE-GROUP.
       H400-END. EXIT.
      *
       H450-RETURN-RECORD.
           RETURN SORT-FILE
              AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.
       H450-END. EXIT.
      *
       H460-TAKE-SORTED.
           IF SRT-BDAY NOT = WS-GRP-BDAY
              PERFORM H500-SCORE-GROUP
              MOVE SRT-BDAY TO WS-GRP-BDAY
              MOVE ZERO     TO WS-GRP-COUNT
           END-IF
           IF WS-GRP-COUNT >= WS-GRP-MAX
              DISPLAY 'DUPRPT BIRTH DATE GROUP FULL AT ' WS-GRP-COUNT
                 ' FOR ' WS-GRP-BDAY
              MOVE 16 TO RETURN-CODE
              CLOSE INDEX-FILE
              CLOSE REPORT-FILE
              PERFORM H195-ABORT-EXIT
           END-IF
           ADD 1 TO WS-GRP-COUNT
           MOVE SRT-ID    TO WS-GRP-ID(WS-GRP-COUNT)
           MOVE SRT-FNAME TO WS-GRP-FNAME(WS-GRP-COUNT)
           MOVE SRT-LNAME TO WS-GRP-LNAME(WS-GRP-COUNT)
           PERFORM H450-RETURN-RECORD.
       H460-END. EXIT.
      *
       H500-SCORE-GROUP.
           PERFORM VARYING WS-GA-IX FROM 1 BY 1
                   UNTIL WS-GA-IX >= WS-GRP-COUNT
              COMPUTE WS-GB-START = WS-GA-IX + 1
              PERFORM VARYING WS-GB-IX FROM WS-GB-START BY 1
                      UNTIL WS-GB-IX > WS-GRP-COUNT
                 PERFORM H550-SCORE-PAIR
              END-PERFORM
           END-PERFORM.
       H500-END. EXIT.
      *
       H550-SCORE-PAIR.
           ADD 1 TO WS-CNT-COMPARED
           MOVE 10 TO WS-SCORE
           MOVE SPACES TO WS-LAST-BASIS
           MOVE SPACES TO WS-FIRST-BASIS
           IF WS-GRP-LNAME(WS-GA-IX) = WS-GRP-LNAME(WS-GB-IX)
              ADD 50 TO WS-SCORE
              MOVE 'LAST'  TO WS-LAST-BASIS
           ELSE
              IF WS-GRP-LNAME(WS-GA-IX)(1:5)
                 = WS-GRP-LNAME(WS-GB-IX)(1:5)
                 ADD 25 TO WS-SCORE
                 MOVE 'LAST5' TO WS-LAST-BASIS
              END-IF
           END-IF
           IF WS-GRP-FNAME(WS-GA-IX) = WS-GRP-FNAME(WS-GB-IX)
              ADD 40 TO WS-SCORE
              MOVE 'FIRST' TO WS-FIRST-BASIS
           ELSE
              IF WS-GRP-FNAME(WS-GA-IX)(1:1)
                 = WS-GRP-FNAME(WS-GB-IX)(1:1)
                 ADD 20 TO WS-SCORE
                 MOVE 'INIT' TO WS-FIRST-BASIS
              END-IF
           END-IF
           IF WS-SCORE >= WS-THRESHOLD
              PERFORM H600-PRINT-PAIR
           END-IF.
       H550-END. EXIT.
      *
       H600-PRINT-PAIR.
           MOVE SPACES TO DET-LINE
           MOVE WS-SCORE                 TO DET-SCORE
           EVALUATE TRUE
              WHEN WS-SCORE = 100
                 MOVE 'EXACT'    TO DET-STRENGTH
                 ADD 1 TO WS-CNT-EXACT
              WHEN WS-SCORE >= 80
                 MOVE 'STRONG'   TO DET-STRENGTH
                 ADD 1 TO WS-CNT-STRONG
              WHEN OTHER
                 MOVE 'POSSIBLE' TO DET-STRENGTH
                 ADD 1 TO WS-CNT-POSSIBLE
           END-EVALUATE
           MOVE WS-GRP-BDAY              TO DET-BDAY
           MOVE WS-GRP-ID(WS-GA-IX)      TO DET-ID-A
           MOVE WS-GRP-FNAME(WS-GA-IX)   TO DET-FNAME-A
           MOVE WS-GRP-LNAME(WS-GA-IX)   TO DET-LNAME-A
           MOVE WS-GRP-ID(WS-GB-IX)      TO DET-ID-B
           MOVE WS-GRP-FNAME(WS-GB-IX)   TO DET-FNAME-B
           MOVE WS-GRP-LNAME(WS-GB-IX)   TO DET-LNAME-B
           STRING WS-LAST-BASIS  DELIMITED BY SPACE
                  ' '            DELIMITED BY SIZE
                  WS-FIRST-BASIS DELIMITED BY SPACE
                  ' BDAY'        DELIMITED BY SIZE
              INTO DET-BASIS
           END-STRING
           WRITE RPT-REC FROM DET-LINE
           ADD 1 TO WS-CNT-LISTED.
       H600-END. EXIT.
      *
       H900-PRINT-SUMMARY.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINES.
           MOVE 'MASTER RECORDS READ'    TO SUM-LABEL
           MOVE WS-CNT-READ              TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'CUSTOMER IDS'           TO SUM-LABEL
           MOVE WS-CNT-CUSTOMERS         TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'NO BIRTH DATE - SKIPPED' TO SUM-LABEL
           MOVE WS-CNT-NO-BDAY           TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'PAIRS COMPARED'         TO SUM-LABEL
           MOVE WS-CNT-COMPARED          TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'EXACT CANDIDATES'       TO SUM-LABEL
           MOVE WS-CNT-EXACT             TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'STRONG CANDIDATES'      TO SUM-LABEL
           MOVE WS-CNT-STRONG            TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'POSSIBLE CANDIDATES'    TO SUM-LABEL
           MOVE WS-CNT-POSSIBLE          TO SUM-COUNT
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
           CLOSE INDEX-FILE
           CLOSE REPORT-FILE
           PERFORM H990-LOG-END
           STOP RUN.
       H999-END. EXIT.
      *-----------------------------------------------------------------
