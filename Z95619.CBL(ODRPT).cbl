       IDENTIFICATION DIVISION.
       PROGRAM-ID. ODRPT.
       AUTHOR. TOLGA KAYIS.
      *-----------------------------------------------------------------
      *Nightly overdrawn-accounts list for the credit desk. Sweeps the
      *customer master and lists every account below zero with how far
      *under it is, its overdraft limit from ODLFILE (no record means a
      *zero limit), the days it has been overdrawn and whether it is
      *in excess of the limit. Per-currency totals follow.
      *Days overdrawn run from the date PBEGIDX recorded when the
      *account went below zero. An account that was already overdrawn
      *before the date was kept shows N/K.
      *Parameter card on ODRPARM: AS-OF-DATE(8); a missing card means
      *as-of today.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEX-FILE    ASSIGN TO IDXFILE
                                ORGANIZATION IS INDEXED
                                ACCESS SEQUENTIAL
                                RECORD KEY IDX-KEY
                                STATUS ST-INDEX-FILE.
           SELECT LIMIT-FILE    ASSIGN TO ODLFILE
                                ORGANIZATION IS INDEXED
                                ACCESS RANDOM
                                RECORD KEY ODL-KEY
                                STATUS ST-LIMIT-FILE.
           SELECT PARM-FILE     ASSIGN TO ODRPARM
                                STATUS ST-PARM-FILE.
           SELECT REPORT-FILE   ASSIGN TO ODRPT
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
       FD  PARM-FILE RECORDING MODE F.
       01  PARM-REC.
           03 PRM-AS-OF-DATE           PIC X(08).
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
           03 ST-LIMIT-FILE        PIC 9(02).
              88 LIMFILE-SUCCESS             VALUE 00 97.
           03 ST-PARM-FILE         PIC 9(02).
              88 PARMFILE-SUCCESS            VALUE 00 97.
              88 PARMFILE-EOF                VALUE 10.
              88 PARMFILE-NOT-FOUND          VALUE 35.
           03 ST-REPORT-FILE       PIC 9(02).
              88 RPTFILE-SUCCESS             VALUE 00 97.
           03 WS-AS-OF-DATE        PIC 9(08) VALUE ZERO.
           03 WS-OD-LIMIT          PIC S9(13) COMP-3.
           03 WS-OD-SINCE          PIC 9(08).
           03 WS-OD-UNDER          PIC S9(15) COMP-3.
           03 WS-OD-EXCESS         PIC S9(15) COMP-3.
           03 WS-OD-DAYS           PIC S9(07).
           03 WS-CNT-READ          PIC 9(07) VALUE ZERO.
           03 WS-CNT-OVERDRAWN     PIC 9(07) VALUE ZERO.
           03 WS-CNT-EXCESS        PIC 9(07) VALUE ZERO.
           03 WS-CNT-NO-LIMIT      PIC 9(07) VALUE ZERO.
      *--------------------------------------
       01  WS-CURRENCY-TOTALS.
           03 WS-CT-MAX            PIC 9(03) COMP VALUE 50.
           03 WS-CT-COUNT          PIC 9(03) COMP VALUE ZERO.
           03 WS-CUR-IX            PIC 9(03) COMP.
           03 WS-CSRCH-IX          PIC 9(03) COMP.
           03 WS-CT-ENTRY OCCURS 50 TIMES.
              05 WS-CT-CUR         PIC S9(03) COMP.
              05 WS-CT-OD-COUNT    PIC 9(07).
              05 WS-CT-OD-UNDER    PIC S9(15) COMP-3.
              05 WS-CT-EXC-COUNT   PIC 9(07).
              05 WS-CT-EXC-AMOUNT  PIC S9(15) COMP-3.
      *--------------------------------------
       01  HEADER-1.
           03 FILLER         PIC X(30) VALUE
              'OVERDRAWN ACCOUNTS'.
           03 FILLER         PIC X(12) VALUE SPACES.
           03 FILLER         PIC X(19) VALUE 'Author: TOLGA KAYIS'.
           03 FILLER         PIC X(72) VALUE SPACES.
      *
       01  HEADER-2.
           03 FILLER         PIC X(06) VALUE 'AS OF '.
           03 HDR-AS-OF      PIC 9(08).
           03 FILLER         PIC X(119) VALUE SPACES.
      *
       01  HEADER-3.
           03 FILLER         PIC X(05) VALUE 'ID'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(03) VALUE 'CUR'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(15) VALUE 'FIRST NAME'.
           03 FILLER         PIC X(01) VALUE SPACES.
           03 FILLER         PIC X(15) VALUE 'LAST NAME'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(15) VALUE '    UNDER ZERO'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(15) VALUE '          LIMIT'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(08) VALUE 'OD SINCE'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(05) VALUE ' DAYS'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(15) VALUE '      IN EXCESS'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(06) VALUE 'STATUS'.
           03 FILLER         PIC X(14) VALUE SPACES.
      *
       01  HEADER-4.
           03 FILLER         PIC X(118) VALUE ALL '-'.
           03 FILLER         PIC X(15) VALUE SPACES.
      *
       01  DET-LINE.
           03 DET-ID         PIC 9(05).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-CUR        PIC 9(03).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-FNAME      PIC X(15).
           03 FILLER         PIC X(01) VALUE SPACES.
           03 DET-LNAME      PIC X(15).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-UNDER      PIC Z(14)9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-LIMIT      PIC Z(14)9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-SINCE      PIC X(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-DAYS       PIC ZZZZ9.
           03 DET-DAYS-X REDEFINES DET-DAYS
                             PIC X(05).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-EXCESS     PIC Z(14)9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-STATUS     PIC X(06).
           03 FILLER         PIC X(14) VALUE SPACES.
      *
       01  CUR-LINE.
           03 FILLER         PIC X(09) VALUE 'CURRENCY '.
           03 CUL-CUR        PIC 9(03).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(10) VALUE 'OVERDRAWN '.
           03 CUL-OD-COUNT   PIC Z,ZZZ,ZZ9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 CUL-OD-UNDER   PIC Z(14)9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(10) VALUE 'IN EXCESS '.
           03 CUL-EXC-COUNT  PIC Z,ZZZ,ZZ9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 CUL-EXC-AMOUNT PIC Z(14)9.
           03 FILLER         PIC X(45) VALUE SPACES.
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
       01  WS-LOG-AREA.
           03 WS-LOG-PROGRAM       PIC X(08) VALUE 'ODRPT'.
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
           OPEN INPUT LIMIT-FILE
           IF NOT LIMFILE-SUCCESS
              DISPLAY 'ODLFILE DID NOT OPEN PROPERLY: ' ST-LIMIT-FILE
              MOVE ST-LIMIT-FILE TO RETURN-CODE
              CLOSE INDEX-FILE
              PERFORM H195-ABORT-EXIT
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT RPTFILE-SUCCESS
              DISPLAY 'ODRPT DID NOT OPEN PROPERLY: ' ST-REPORT-FILE
              MOVE ST-REPORT-FILE TO RETURN-CODE
              CLOSE INDEX-FILE
              CLOSE LIMIT-FILE
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
                 DISPLAY 'ODRPARM DID NOT OPEN PROPERLY: '
                    ST-PARM-FILE
                 MOVE ST-PARM-FILE TO RETURN-CODE
                 CLOSE INDEX-FILE
                 CLOSE LIMIT-FILE
                 CLOSE REPORT-FILE
                 PERFORM H195-ABORT-EXIT
              END-IF
              READ PARM-FILE
              IF NOT PARMFILE-EOF
                 IF PRM-AS-OF-DATE IS NUMERIC
                    MOVE PRM-AS-OF-DATE TO WS-AS-OF-DATE
                 END-IF
              END-IF
              CLOSE PARM-FILE
           END-IF.
       H150-END. EXIT.
      *
       H170-WRITE-HEADERS.
           MOVE WS-AS-OF-DATE TO HDR-AS-OF
           WRITE RPT-REC FROM HEADER-1.
           WRITE RPT-REC FROM HEADER-2.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC AFTER ADVANCING 1 LINES.
           WRITE RPT-REC FROM HEADER-3.
           WRITE RPT-REC FROM HEADER-4.
       H170-END. EXIT.
      *
       H200-PROCESS.
           READ INDEX-FILE
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1 TO WS-CNT-READ
                 IF IDX-BALANCE < ZERO
                    PERFORM H250-LIST-OVERDRAWN
                 END-IF
           END-READ.
       H200-END. EXIT.
      *
       H250-LIST-OVERDRAWN.
           MOVE IDX-ID       TO ODL-ID
           MOVE IDX-CURRENCY TO ODL-CURRENCY
           READ LIMIT-FILE KEY IS ODL-KEY
              INVALID KEY
                 MOVE ZERO TO WS-OD-LIMIT
                 MOVE ZERO TO WS-OD-SINCE
                 ADD 1 TO WS-CNT-NO-LIMIT
              NOT INVALID KEY
                 MOVE ODL-LIMIT    TO WS-OD-LIMIT
                 MOVE ODL-OD-SINCE TO WS-OD-SINCE
           END-READ
           COMPUTE WS-OD-UNDER = 0 - IDX-BALANCE
           COMPUTE WS-OD-EXCESS = WS-OD-UNDER - WS-OD-LIMIT
           IF WS-OD-EXCESS < ZERO
              MOVE ZERO TO WS-OD-EXCESS
           END-IF
           MOVE SPACES TO DET-LINE
           MOVE IDX-ID       TO DET-ID
           MOVE IDX-CURRENCY TO DET-CUR
           MOVE IDX-FNAME    TO DET-FNAME
           MOVE IDX-LNAME    TO DET-LNAME
           MOVE WS-OD-UNDER  TO DET-UNDER
           MOVE WS-OD-LIMIT  TO DET-LIMIT
           IF WS-OD-SINCE = ZERO
              MOVE 'N/K'        TO DET-SINCE
              MOVE '  N/K'      TO DET-DAYS-X
           ELSE
              MOVE WS-OD-SINCE  TO DET-SINCE
              COMPUTE WS-OD-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-OD-SINCE)
              IF WS-OD-DAYS < 0
                 MOVE 0 TO WS-OD-DAYS
              END-IF
              MOVE WS-OD-DAYS   TO DET-DAYS
           END-IF
           MOVE WS-OD-EXCESS TO DET-EXCESS
           IF WS-OD-EXCESS > ZERO
              MOVE 'EXCESS' TO DET-STATUS
              ADD 1 TO WS-CNT-EXCESS
           ELSE
              MOVE 'WITHIN' TO DET-STATUS
           END-IF
           WRITE RPT-REC FROM DET-LINE
           ADD 1 TO WS-CNT-OVERDRAWN
           PERFORM H300-ROLL-CURRENCY.
       H250-END. EXIT.
      *
       H300-ROLL-CURRENCY.
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
                 DISPLAY 'ODRPT CURRENCY TABLE FULL AT ' WS-CT-COUNT
                 MOVE 16 TO RETURN-CODE
                 CLOSE INDEX-FILE
                 CLOSE LIMIT-FILE
                 CLOSE REPORT-FILE
                 PERFORM H195-ABORT-EXIT
              END-IF
              ADD 1 TO WS-CT-COUNT
              MOVE WS-CT-COUNT TO WS-CUR-IX
              MOVE IDX-CURRENCY TO WS-CT-CUR(WS-CUR-IX)
              MOVE ZERO TO WS-CT-OD-COUNT(WS-CUR-IX)
              MOVE ZERO TO WS-CT-OD-UNDER(WS-CUR-IX)
              MOVE ZERO TO WS-CT-EXC-COUNT(WS-CUR-IX)
              MOVE ZERO TO WS-CT-EXC-AMOUNT(WS-CUR-IX)
           END-IF
           ADD 1 TO WS-CT-OD-COUNT(WS-CUR-IX)
           ADD WS-OD-UNDER TO WS-CT-OD-UNDER(WS-CUR-IX)
           IF WS-OD-EXCESS > ZERO
              ADD 1 TO WS-CT-EXC-COUNT(WS-CUR-IX)
              ADD WS-OD-EXCESS TO WS-CT-EXC-AMOUNT(WS-CUR-IX)
           END-IF.
       H300-END. EXIT.
      *
       H900-PRINT-SUMMARY.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINES.
           IF WS-CNT-OVERDRAWN = 0
              MOVE 'NO ACCOUNTS BELOW ZERO' TO RPT-REC
              WRITE RPT-REC
              MOVE SPACES TO RPT-REC
              WRITE RPT-REC AFTER ADVANCING 1 LINES
           END-IF
           PERFORM VARYING WS-CUR-IX FROM 1 BY 1
                   UNTIL WS-CUR-IX > WS-CT-COUNT
              MOVE WS-CT-CUR(WS-CUR-IX)        TO CUL-CUR
              MOVE WS-CT-OD-COUNT(WS-CUR-IX)   TO CUL-OD-COUNT
              MOVE WS-CT-OD-UNDER(WS-CUR-IX)   TO CUL-OD-UNDER
              MOVE WS-CT-EXC-COUNT(WS-CUR-IX)  TO CUL-EXC-COUNT
              MOVE WS-CT-EXC-AMOUNT(WS-CUR-IX) TO CUL-EXC-AMOUNT
              WRITE RPT-REC FROM CUR-LINE
           END-PERFORM
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINES.
           MOVE 'MASTER RECORDS READ'    TO SUM-LABEL
           MOVE WS-CNT-READ              TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'ACCOUNTS OVERDRAWN'     TO SUM-LABEL
           MOVE WS-CNT-OVERDRAWN         TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'IN EXCESS OF LIMIT'     TO SUM-LABEL
           MOVE WS-CNT-EXCESS            TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'OVERDRAWN WITH NO LIMIT' TO SUM-LABEL
           MOVE WS-CNT-NO-LIMIT          TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
       H900-END. EXIT.
      *
       H990-LOG-END.
           MOVE 'E' TO WS-LOG-EVENT
           MOVE WS-CNT-READ      TO WS-LOG-CNT-READ
           MOVE WS-CNT-OVERDRAWN TO WS-LOG-CNT-WRITTEN
           MOVE RETURN-CODE      TO WS-LOG-RC
           CALL WS-RUNLOG USING WS-LOG-AREA.
       H990-END. EXIT.
      *
       H999-PREPARE-EXIT.
           CLOSE INDEX-FILE
           CLOSE LIMIT-FILE
           CLOSE REPORT-FILE
           PERFORM H990-LOG-END
           STOP RUN.
       H999-END. EXIT.
      *-----------------------------------------------------------------
