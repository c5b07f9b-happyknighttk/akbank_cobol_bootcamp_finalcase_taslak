       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTUNLD.
       AUTHOR. TOLGA KAYIS.
      *-----------------------------------------------------------------
      *Customer master unload. Copies INDEX-FILE start to finish to a
      *sequential backup on UNLDFILE (one generation per night) for
      *MSTRCVR to reload from. The backup opens with a header carrying
      *the unload date and the time to the hundredth - audit images
      *stamped after that time are the ones a recovery replays - and
      *closes with a trailer holding the record count and the sum of
      *all balances as a hash, which the reload proves before it
      *trusts the copy. Run it with the master quiet: after the night
      *batch and before the next PBEGIDX run.
      *The report gives the accounts and balance total per currency as
      *they stood at unload time.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEX-FILE    ASSIGN TO IDXFILE
                                ORGANIZATION IS INDEXED
                                ACCESS SEQUENTIAL
                                RECORD KEY IDX-KEY
                                STATUS ST-INDEX-FILE.
           SELECT BACKUP-FILE   ASSIGN TO UNLDFILE
                                STATUS ST-BACKUP-FILE.
           SELECT REPORT-FILE   ASSIGN TO UNLDRPT
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
      *Backup record: H header, D one master record image, T trailer.
       FD  BACKUP-FILE RECORDING MODE F.
       01  BKP-REC.
           03 BKP-TYPE                 PIC X(01).
           03 BKP-IDX-IMAGE            PIC X(52).
           03 FILLER                   PIC X(27).
       01  BKP-HDR-REC.
           03 FILLER                   PIC X(01).
           03 BKP-HDR-DATE             PIC 9(08).
           03 BKP-HDR-TS               PIC X(16).
           03 FILLER                   PIC X(55).
       01  BKP-TRL-REC.
           03 FILLER                   PIC X(01).
           03 BKP-TRL-COUNT            PIC 9(09).
           03 BKP-TRL-HASH             PIC S9(17) COMP-3.
           03 FILLER                   PIC X(61).
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
           03 ST-BACKUP-FILE       PIC 9(02).
              88 BKPFILE-SUCCESS             VALUE 00 97.
           03 ST-REPORT-FILE       PIC 9(02).
              88 RPTFILE-SUCCESS             VALUE 00 97.
           03 WS-UNLOAD-TS         PIC X(21).
           03 WS-CNT-READ          PIC 9(09) VALUE ZERO.
           03 WS-CNT-WRITTEN       PIC 9(09) VALUE ZERO.
           03 WS-BALANCE-HASH      PIC S9(17) COMP-3 VALUE ZERO.
      *--------------------------------------
       01  WS-CURRENCY-TOTALS.
           03 WS-CT-MAX            PIC 9(03) COMP VALUE 50.
           03 WS-CT-COUNT          PIC 9(03) COMP VALUE ZERO.
           03 WS-CUR-IX            PIC 9(03) COMP.
           03 WS-CSRCH-IX          PIC 9(03) COMP.
           03 WS-CT-ENTRY OCCURS 50 TIMES.
              05 WS-CT-CUR         PIC S9(03) COMP.
              05 WS-CT-ACCOUNTS    PIC 9(07).
              05 WS-CT-BALANCE     PIC S9(17) COMP-3.
      *--------------------------------------
       01  HEADER-1.
           03 FILLER         PIC X(30) VALUE
              'CUSTOMER MASTER UNLOAD'.
           03 FILLER         PIC X(12) VALUE SPACES.
           03 FILLER         PIC X(19) VALUE 'Author: TOLGA KAYIS'.
           03 FILLER         PIC X(72) VALUE SPACES.
      *
       01  HEADER-2.
           03 FILLER         PIC X(12) VALUE 'UNLOAD DATE '.
           03 HDR-DATE       PIC 9(08).
           03 FILLER         PIC X(07) VALUE '  TIME '.
           03 HDR-TS         PIC X(16).
           03 FILLER         PIC X(90) VALUE SPACES.
      *
       01  CUR-LINE.
           03 FILLER         PIC X(09) VALUE 'CURRENCY '.
           03 CRL-CUR        PIC 9(03).
           03 FILLER         PIC X(12) VALUE '  ACCOUNTS  '.
           03 CRL-ACCOUNTS   PIC Z,ZZZ,ZZ9.
           03 FILLER         PIC X(11) VALUE '  BALANCES '.
           03 CRL-BALANCE    PIC -(16)9.
           03 FILLER         PIC X(72) VALUE SPACES.
      *
       01  SUM-LINE.
           03 SUM-LABEL      PIC X(25).
           03 FILLER         PIC X(05) VALUE SPACES.
           03 SUM-COUNT      PIC ZZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(92) VALUE SPACES.
      *
       01  HASH-LINE.
           03 HSH-LABEL      PIC X(25).
           03 FILLER         PIC X(05) VALUE SPACES.
           03 HSH-VALUE      PIC -(16)9.
           03 FILLER         PIC X(86) VALUE SPACES.
      *--------------------------------------
       01  WS-LOG-AREA.
           03 WS-LOG-PROGRAM       PIC X(08) VALUE 'MSTUNLD'.
           03 WS-LOG-EVENT         PIC X(01).
           03 WS-LOG-CNT-READ      PIC 9(09) VALUE ZERO.
           03 WS-LOG-CNT-WRITTEN   PIC 9(09) VALUE ZERO.
           03 WS-LOG-RC            PIC 9(02) VALUE ZERO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H050-LOG-START
           PERFORM H100-OPEN-FILES
           PERFORM H170-WRITE-HEADERS
           PERFORM H200-PROCESS UNTIL IDXFILE-EOF
           PERFORM H800-WRITE-TRAILER
           PERFORM H900-PRINT-TOTALS
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
           OPEN OUTPUT BACKUP-FILE
           IF NOT BKPFILE-SUCCESS
              DISPLAY 'UNLDFILE DID NOT OPEN PROPERLY: ' ST-BACKUP-FILE
              MOVE ST-BACKUP-FILE TO RETURN-CODE
              CLOSE INDEX-FILE
              PERFORM H195-ABORT-EXIT
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT RPTFILE-SUCCESS
              DISPLAY 'UNLDRPT DID NOT OPEN PROPERLY: ' ST-REPORT-FILE
              MOVE ST-REPORT-FILE TO RETURN-CODE
              CLOSE INDEX-FILE
              CLOSE BACKUP-FILE
              PERFORM H195-ABORT-EXIT
           END-IF.
       H100-END. EXIT.
      *
       H195-ABORT-EXIT.
           STOP RUN.
       H195-END. EXIT.
      *
      *The header time is taken before the first record is read, so
      *nothing imaged after it can already be in the copy.
       H170-WRITE-HEADERS.
           MOVE FUNCTION CURRENT-DATE TO WS-UNLOAD-TS
           MOVE SPACES TO BKP-HDR-REC
           MOVE 'H'                 TO BKP-TYPE
           MOVE WS-UNLOAD-TS(1:8)   TO BKP-HDR-DATE
           MOVE WS-UNLOAD-TS(1:16)  TO BKP-HDR-TS
           WRITE BKP-HDR-REC
           MOVE WS-UNLOAD-TS(1:8)   TO HDR-DATE
           MOVE WS-UNLOAD-TS(1:16)  TO HDR-TS
           WRITE RPT-REC FROM HEADER-1.
           WRITE RPT-REC FROM HEADER-2.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC AFTER ADVANCING 1 LINES.
       H170-END. EXIT.
      *
       H200-PROCESS.
           READ INDEX-FILE
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1 TO WS-CNT-READ
                 MOVE SPACES  TO BKP-REC
                 MOVE 'D'     TO BKP-TYPE
                 MOVE IDX-REC TO BKP-IDX-IMAGE
                 WRITE BKP-REC
                 ADD 1 TO WS-CNT-WRITTEN
                 ADD IDX-BALANCE TO WS-BALANCE-HASH
                 PERFORM H300-ROLL-CURRENCY
           END-READ.
       H200-END. EXIT.
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
                 DISPLAY 'MSTUNLD CURRENCY TABLE FULL AT ' WS-CT-COUNT
                 MOVE 16 TO RETURN-CODE
                 CLOSE INDEX-FILE
                 CLOSE BACKUP-FILE
                 CLOSE REPORT-FILE
                 PERFORM H195-ABORT-EXIT
              END-IF
              ADD 1 TO WS-CT-COUNT
              MOVE WS-CT-COUNT TO WS-CUR-IX
              MOVE IDX-CURRENCY TO WS-CT-CUR(WS-CUR-IX)
              MOVE ZERO TO WS-CT-ACCOUNTS(WS-CUR-IX)
              MOVE ZERO TO WS-CT-BALANCE(WS-CUR-IX)
           END-IF
           ADD 1 TO WS-CT-ACCOUNTS(WS-CUR-IX)
           ADD IDX-BALANCE TO WS-CT-BALANCE(WS-CUR-IX).
       H300-END. EXIT.
      *
       H800-WRITE-TRAILER.
           MOVE SPACES TO BKP-TRL-REC
           MOVE 'T'             TO BKP-TYPE
           MOVE WS-CNT-WRITTEN  TO BKP-TRL-COUNT
           MOVE WS-BALANCE-HASH TO BKP-TRL-HASH
           WRITE BKP-TRL-REC.
       H800-END. EXIT.
      *
       H900-PRINT-TOTALS.
           PERFORM VARYING WS-CUR-IX FROM 1 BY 1
                   UNTIL WS-CUR-IX > WS-CT-COUNT
              MOVE WS-CT-CUR(WS-CUR-IX)      TO CRL-CUR
              MOVE WS-CT-ACCOUNTS(WS-CUR-IX) TO CRL-ACCOUNTS
              MOVE WS-CT-BALANCE(WS-CUR-IX)  TO CRL-BALANCE
              WRITE RPT-REC FROM CUR-LINE
           END-PERFORM
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINES.
           MOVE 'MASTER RECORDS READ'    TO SUM-LABEL
           MOVE WS-CNT-READ              TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'BACKUP RECORDS WRITTEN' TO SUM-LABEL
           MOVE WS-CNT-WRITTEN           TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'TRAILER BALANCE HASH'   TO HSH-LABEL
           MOVE WS-BALANCE-HASH          TO HSH-VALUE
           WRITE RPT-REC FROM HASH-LINE.
       H900-END. EXIT.
      *
       H990-LOG-END.
           MOVE 'E' TO WS-LOG-EVENT
           MOVE WS-CNT-READ    TO WS-LOG-CNT-READ
           MOVE WS-CNT-WRITTEN TO WS-LOG-CNT-WRITTEN
           MOVE RETURN-CODE    TO WS-LOG-RC
           CALL WS-RUNLOG USING WS-LOG-AREA.
       H990-END. EXIT.
      *
       H999-PREPARE-EXIT.
           CLOSE INDEX-FILE
           CLOSE BACKUP-FILE
           CLOSE REPORT-FILE
           PERFORM H990-LOG-END
           STOP RUN.
       H999-END. EXIT.
      *-----------------------------------------------------------------
