       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTRCVR.
       AUTHOR. TOLGA KAYIS.
      *-----------------------------------------------------------------
      *Point-in-time recovery of the customer master. Reloads an empty
      *(or reusable) INDEX-FILE from a MSTUNLD backup on UNLDFILE -
      *the generation chosen in the JCL. The backup is first read
      *through to its trailer and proved against the trailer count and
      *balance hash, with its keys in sequence; only a proven backup
      *opens the master, so a rejected run leaves it as it was. It
      *then rolls the master forward by replaying the audit images
      *stamped after the unload: first the ARCHAUD history on
      *HISTFILE, then the day's AUDITFILE. Replay stops at the first
      *image after the recovery point, so nothing posted later is on
      *the rebuilt master.
      *Each image is taken as the record's state at that moment: the
      *balance becomes the imaged balance plus the posted amount, the
      *names and birth date come from the image (a reversal image
      *carries neither), function 5 removes the key, 4 and a merge
      *opening a survivor account create it, and 15 carries the
      *result of a name or birth-date change. A master balance that
      *does not agree with the next image is a break: it is listed
      *and the image wins. The last-activity date becomes the image
      *date on customer postings and changes.
      *Images the history and the day file both hold (ARCHAUD already
      *appended the day) are taken from the day file only.
      *The report proves, per currency, backup accounts plus opened
      *less closed against the accounts on the rebuilt master, and
      *the backup balance plus the replayed movement against its
      *balance total. Run MSTSCAN on the rebuilt master before it is
      *released. The run is logged on RUNLOG and RUNCHK lists it.
      *Parameter card on RCVPARM: RECOVER-TO(16) as YYYYMMDDHHMMSSHH,
      *trailing blanks meaning the end of that day, second or minute;
      *BACKUP-DATE(8), when given, must match the backup's unload
      *date. A missing card or blank point replays all history held.
      *RC 0 proven, 4 proven with exceptions listed, 8 not proven,
      *12 backup or parameter rejected (nothing replayed).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-FILE   ASSIGN TO UNLDFILE
                                STATUS ST-BACKUP-FILE.
           SELECT INDEX-FILE    ASSIGN TO IDXFILE
                                ORGANIZATION IS INDEXED
                                ACCESS DYNAMIC
                                RECORD KEY IDX-KEY
                                STATUS ST-INDEX-FILE.
           SELECT HIST-FILE     ASSIGN TO HISTFILE
                                STATUS ST-HIST-FILE.
           SELECT AUDIT-FILE    ASSIGN TO AUDITFILE
                                STATUS ST-AUDIT-FILE.
           SELECT PARM-FILE     ASSIGN TO RCVPARM
                                STATUS ST-PARM-FILE.
           SELECT REPORT-FILE   ASSIGN TO RCVRPT
                                STATUS ST-REPORT-FILE.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD  HIST-FILE RECORDING MODE F.
       01  HIST-REC                    PIC X(77).
      *
       FD  AUDIT-FILE RECORDING MODE F.
       01  AUDIT-REC.
           03 AUD-TIMESTAMP            PIC X(21).
           03 FILLER                   PIC X(56).
      *
       FD  PARM-FILE RECORDING MODE F.
       01  PARM-REC.
           03 PRM-TO-TS                PIC X(16).
           03 PRM-BACKUP-DATE          PIC X(08).
      *
       FD  REPORT-FILE RECORDING MODE F.
       01  RPT-REC                     PIC X(133).
      *--------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-WORKSHOP.
           03 WS-RUNLOG            PIC X(08) VALUE 'RUNLOG'.
           03 ST-BACKUP-FILE       PIC 9(02).
              88 BKPFILE-SUCCESS             VALUE 00 97.
              88 BKPFILE-EOF                 VALUE 10.
           03 ST-INDEX-FILE        PIC 9(02).
              88 IDXFILE-SUCCESS             VALUE 00 97.
              88 IDXFILE-EOF                 VALUE 10.
           03 ST-HIST-FILE         PIC 9(02).
              88 HSTFILE-SUCCESS             VALUE 00 97.
              88 HSTFILE-EOF                 VALUE 10.
              88 HSTFILE-NOT-FOUND           VALUE 35.
           03 ST-AUDIT-FILE        PIC 9(02).
              88 AUDFILE-SUCCESS             VALUE 00 97.
              88 AUDFILE-EOF                 VALUE 10.
              88 AUDFILE-NOT-FOUND           VALUE 35.
           03 ST-PARM-FILE         PIC 9(02).
              88 PARMFILE-SUCCESS            VALUE 00 97.
              88 PARMFILE-EOF                VALUE 10.
              88 PARMFILE-NOT-FOUND          VALUE 35.
           03 ST-REPORT-FILE       PIC 9(02).
              88 RPTFILE-SUCCESS             VALUE 00 97.
           03 WS-HIST-OPEN-SW      PIC X(01) VALUE 'N'.
              88 WS-HIST-OPEN                VALUE 'Y'.
           03 WS-DAY-OPEN-SW       PIC X(01) VALUE 'N'.
              88 WS-DAY-OPEN                 VALUE 'Y'.
           03 WS-IDX-OPEN-SW       PIC X(01) VALUE 'N'.
              88 WS-IDX-OPEN                 VALUE 'Y'.
           03 WS-TRAILER-SW        PIC X(01) VALUE 'N'.
              88 WS-TRAILER-SEEN             VALUE 'Y'.
           03 WS-PAST-POINT-SW     PIC X(01) VALUE 'N'.
              88 WS-PAST-POINT               VALUE 'Y'.
           03 WS-KEY-FOUND-SW      PIC X(01).
              88 WS-KEY-FOUND                VALUE 'Y'.
           03 WS-TO-TS             PIC X(16) VALUE HIGH-VALUES.
           03 WS-EXPECT-DATE       PIC 9(08) VALUE ZERO.
           03 WS-BKP-DATE          PIC 9(08) VALUE ZERO.
           03 WS-BKP-TS            PIC X(16) VALUE SPACES.
           03 WS-DAY-FIRST-TS      PIC X(16) VALUE HIGH-VALUES.
           03 WS-FIRST-UNAPPLIED   PIC X(16) VALUE SPACES.
           03 WS-LAST-APPLIED      PIC X(16) VALUE SPACES.
           03 WS-IMG-TS            PIC X(16).
           03 WS-IMG-DATE          PIC 9(08).
           03 WS-PRIOR-BALANCE     PIC S9(15) COMP-3.
           03 WS-REJECT-TEXT       PIC X(60).
           03 WS-ROLL-CUR          PIC S9(03) COMP.
           03 WS-PREV-ID           PIC S9(05) COMP-3 VALUE -1.
           03 WS-PREV-CUR          PIC S9(03) COMP VALUE -1.
           03 WS-TRL-COUNT         PIC 9(09) VALUE ZERO.
           03 WS-TRL-HASH          PIC S9(17) COMP-3 VALUE ZERO.
           03 WS-LOAD-HASH         PIC S9(17) COMP-3 VALUE ZERO.
           03 WS-FIN-HASH          PIC S9(17) COMP-3 VALUE ZERO.
           03 WS-EXP-COUNT         PIC S9(09) COMP-3.
           03 WS-EXP-BALANCE       PIC S9(17) COMP-3.
           03 WS-CNT-LOADED        PIC 9(09) VALUE ZERO.
           03 WS-CNT-HIST-READ     PIC 9(09) VALUE ZERO.
           03 WS-CNT-DAY-READ      PIC 9(09) VALUE ZERO.
           03 WS-CNT-BEFORE-BKP    PIC 9(09) VALUE ZERO.
           03 WS-CNT-IN-DAY        PIC 9(09) VALUE ZERO.
           03 WS-CNT-APPLIED       PIC 9(09) VALUE ZERO.
           03 WS-CNT-BREAKS        PIC 9(09) VALUE ZERO.
           03 WS-CNT-EXCEPTIONS    PIC 9(09) VALUE ZERO.
           03 WS-CNT-FINAL         PIC 9(09) VALUE ZERO.
           03 WS-CNT-NOT-PROVEN    PIC 9(03) VALUE ZERO.
      *--------------------------------------
      *One master record image off the backup, for the proving pass.
       01  WS-BKP-IMAGE.
           03 BKI-ID                   PIC S9(05) COMP-3.
           03 BKI-CURRENCY             PIC S9(03) COMP.
           03 BKI-FNAME                PIC X(15).
           03 BKI-LNAME                PIC X(15).
           03 BKI-BDAY                 PIC S9(07) COMP-3.
           03 BKI-BALANCE              PIC S9(15) COMP-3.
           03 BKI-LAST-ACT             PIC S9(08) COMP-3.
      *--------------------------------------
      *One audit image, read from either history or the day file.
       01  WS-IMG-REC.
           03 IMG-TIMESTAMP            PIC X(21).
           03 IMG-FUNCTION             PIC 9(02).
           03 IMG-ID                   PIC S9(05) COMP-3.
           03 IMG-CURRENCY             PIC S9(03) COMP.
           03 IMG-FNAME                PIC X(15).
           03 IMG-LNAME                PIC X(15).
           03 IMG-BDAY                 PIC S9(07) COMP-3.
           03 IMG-BALANCE              PIC S9(15) COMP-3.
           03 IMG-AMOUNT               PIC S9(13) COMP-3.
      *--------------------------------------
       01  WS-CURRENCY-TOTALS.
           03 WS-CT-MAX            PIC 9(03) COMP VALUE 50.
           03 WS-CT-COUNT          PIC 9(03) COMP VALUE ZERO.
           03 WS-CUR-IX            PIC 9(03) COMP.
           03 WS-CSRCH-IX          PIC 9(03) COMP.
           03 WS-CT-ENTRY OCCURS 50 TIMES.
              05 WS-CT-CUR         PIC S9(03) COMP.
              05 WS-CT-BKP-CNT     PIC 9(07).
              05 WS-CT-OPENED      PIC 9(07).
              05 WS-CT-CLOSED      PIC 9(07).
              05 WS-CT-FIN-CNT     PIC 9(07).
              05 WS-CT-BKP-BAL     PIC S9(17) COMP-3.
              05 WS-CT-NET         PIC S9(17) COMP-3.
              05 WS-CT-FIN-BAL     PIC S9(17) COMP-3.
      *--------------------------------------
       01  HEADER-1.
           03 FILLER         PIC X(30) VALUE
              'CUSTOMER MASTER RECOVERY'.
           03 FILLER         PIC X(12) VALUE SPACES.
           03 FILLER         PIC X(19) VALUE 'Author: TOLGA KAYIS'.
           03 FILLER         PIC X(72) VALUE SPACES.
      *
       01  HEADER-2.
           03 FILLER         PIC X(12) VALUE 'BACKUP DATE '.
           03 HDR-BKP-DATE   PIC 9(08).
           03 FILLER         PIC X(07) VALUE '  TIME '.
           03 HDR-BKP-TS     PIC X(16).
           03 FILLER         PIC X(16) VALUE '  RECOVERED TO '.
           03 HDR-TO-TS      PIC X(16).
           03 FILLER         PIC X(58) VALUE SPACES.
      *
       01  HEADER-3.
           03 FILLER         PIC X(16) VALUE 'IMAGE TIME'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(02) VALUE 'FN'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(05) VALUE 'ID'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(03) VALUE 'CUR'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(30) VALUE 'REPLAY EXCEPTION'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(16) VALUE ' MASTER BALANCE'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(16) VALUE '  IMAGE BALANCE'.
           03 FILLER         PIC X(33) VALUE SPACES.
      *
       01  HEADER-4.
           03 FILLER         PIC X(100) VALUE ALL '-'.
           03 FILLER         PIC X(33) VALUE SPACES.
      *
       01  EXC-LINE.
           03 EXC-TS         PIC X(16).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 EXC-FUNCTION   PIC 9(02).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 EXC-ID         PIC 9(05).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 EXC-CUR        PIC 9(03).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 EXC-REASON     PIC X(30).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 EXC-MST-BAL    PIC -(15)9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 EXC-IMG-BAL    PIC -(15)9.
           03 FILLER         PIC X(33) VALUE SPACES.
      *
       01  PROOF-HEAD-1.
           03 FILLER         PIC X(03) VALUE 'CUR'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(09) VALUE '   BACKUP'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(07) VALUE ' OPENED'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(07) VALUE ' CLOSED'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(09) VALUE 'RECOVERED'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(18) VALUE '    BACKUP BALANCE'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(18) VALUE '   REPLAYED MOVEMT'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(18) VALUE ' RECOVERED BALANCE'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(10) VALUE 'PROOF'.
           03 FILLER         PIC X(17) VALUE SPACES.
      *
       01  PROOF-LINE.
           03 PRF-CUR        PIC 9(03).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 PRF-BKP-CNT    PIC Z,ZZZ,ZZ9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 PRF-OPENED     PIC ZZZ,ZZ9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 PRF-CLOSED     PIC ZZZ,ZZ9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 PRF-FIN-CNT    PIC Z,ZZZ,ZZ9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 PRF-BKP-BAL    PIC -(17)9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 PRF-NET        PIC -(17)9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 PRF-FIN-BAL    PIC -(17)9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 PRF-STATUS     PIC X(10).
           03 FILLER         PIC X(17) VALUE SPACES.
      *
       01  SUM-LINE.
           03 SUM-LABEL      PIC X(25).
           03 FILLER         PIC X(05) VALUE SPACES.
           03 SUM-COUNT      PIC ZZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(92) VALUE SPACES.
      *
       01  TS-LINE.
           03 TSL-LABEL      PIC X(25).
           03 FILLER         PIC X(05) VALUE SPACES.
           03 TSL-VALUE      PIC X(16).
           03 FILLER         PIC X(87) VALUE SPACES.
      *
       01  HASH-LINE.
           03 HSH-LABEL      PIC X(25).
           03 FILLER         PIC X(05) VALUE SPACES.
           03 HSH-VALUE      PIC -(16)9.
           03 FILLER         PIC X(86) VALUE SPACES.
      *
       01  VERDICT-LINE.
           03 VER-TEXT       PIC X(133).
      *--------------------------------------
       01  WS-LOG-AREA.
           03 WS-LOG-PROGRAM       PIC X(08) VALUE 'MSTRCVR'.
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
           PERFORM H200-READ-BACKUP-HEADER
           PERFORM H170-WRITE-HEADERS
           PERFORM H250-PROVE-RECORD UNTIL BKPFILE-EOF
           PERFORM H280-PROVE-BACKUP
           PERFORM H290-RELOAD-MASTER
           PERFORM H300-OPEN-HISTORY
           PERFORM H400-REPLAY-HIST
              UNTIL HSTFILE-EOF OR WS-PAST-POINT
           PERFORM H450-REPLAY-DAY
              UNTIL AUDFILE-EOF OR WS-PAST-POINT
           PERFORM H700-COUNT-MASTER
           PERFORM H900-PRINT-PROOF
           PERFORM H999-PREPARE-EXIT.
       0000-END. EXIT.
      *
       H050-LOG-START.
           MOVE 'S' TO WS-LOG-EVENT
           CALL WS-RUNLOG USING WS-LOG-AREA.
       H050-END. EXIT.
      *
       H100-OPEN-FILES.
           OPEN INPUT BACKUP-FILE
           IF NOT BKPFILE-SUCCESS
              DISPLAY 'UNLDFILE DID NOT OPEN PROPERLY: ' ST-BACKUP-FILE
              MOVE ST-BACKUP-FILE TO RETURN-CODE
              PERFORM H195-ABORT-EXIT
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT RPTFILE-SUCCESS
              DISPLAY 'RCVRPT DID NOT OPEN PROPERLY: ' ST-REPORT-FILE
              MOVE ST-REPORT-FILE TO RETURN-CODE
              CLOSE BACKUP-FILE
              PERFORM H195-ABORT-EXIT
           END-IF.
       H100-END. EXIT.
      *
       H195-ABORT-EXIT.
           PERFORM H990-LOG-END
           STOP RUN.
       H195-END. EXIT.
      *
       H150-READ-PARM.
           OPEN INPUT PARM-FILE
           IF PARMFILE-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT PARMFILE-SUCCESS
                 DISPLAY 'RCVPARM DID NOT OPEN PROPERLY: '
                    ST-PARM-FILE
                 MOVE ST-PARM-FILE TO RETURN-CODE
                 PERFORM H190-CLOSE-FILES
                 PERFORM H195-ABORT-EXIT
              END-IF
              READ PARM-FILE
              IF NOT PARMFILE-EOF
                 IF PRM-TO-TS NOT = SPACES
                    INSPECT PRM-TO-TS REPLACING ALL SPACE BY '9'
                    MOVE PRM-TO-TS TO WS-TO-TS
                 END-IF
                 IF PRM-BACKUP-DATE IS NUMERIC
                    MOVE PRM-BACKUP-DATE TO WS-EXPECT-DATE
                 END-IF
              END-IF
              CLOSE PARM-FILE
           END-IF.
       H150-END. EXIT.
      *
       H170-WRITE-HEADERS.
           MOVE WS-BKP-DATE TO HDR-BKP-DATE
           MOVE WS-BKP-TS   TO HDR-BKP-TS
           IF WS-TO-TS = HIGH-VALUES
              MOVE 'END OF HISTORY'  TO HDR-TO-TS
           ELSE
              MOVE WS-TO-TS          TO HDR-TO-TS
           END-IF
           WRITE RPT-REC FROM HEADER-1.
           WRITE RPT-REC FROM HEADER-2.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC AFTER ADVANCING 1 LINES.
           WRITE RPT-REC FROM HEADER-3.
           WRITE RPT-REC FROM HEADER-4.
       H170-END. EXIT.
      *
       H180-REJECT-RUN.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINES
           MOVE WS-REJECT-TEXT TO VER-TEXT
           WRITE RPT-REC FROM VERDICT-LINE
           DISPLAY 'MSTRCVR ' WS-REJECT-TEXT
           MOVE 12 TO RETURN-CODE
           PERFORM H190-CLOSE-FILES
           PERFORM H195-ABORT-EXIT.
       H180-END. EXIT.
      *
       H190-CLOSE-FILES.
           CLOSE BACKUP-FILE
           CLOSE REPORT-FILE
           IF WS-IDX-OPEN
              CLOSE INDEX-FILE
           END-IF
           IF WS-HIST-OPEN
              CLOSE HIST-FILE
           END-IF
           IF WS-DAY-OPEN
              CLOSE AUDIT-FILE
           END-IF.
       H190-END. EXIT.
      *
      *The backup must be the one asked for and must be older than
      *the point it is rolled to.
       H200-READ-BACKUP-HEADER.
           READ BACKUP-FILE
           IF BKPFILE-EOF OR BKP-TYPE NOT = 'H'
              MOVE 'UNLDFILE HAS NO BACKUP HEADER - RUN REJECTED'
                 TO WS-REJECT-TEXT
              PERFORM H170-WRITE-HEADERS
              PERFORM H180-REJECT-RUN
           END-IF
           MOVE BKP-HDR-DATE TO WS-BKP-DATE
           MOVE BKP-HDR-TS   TO WS-BKP-TS
           IF WS-EXPECT-DATE > ZERO AND WS-EXPECT-DATE NOT = WS-BKP-DATE
              MOVE 'BACKUP IS NOT FROM THE DATE ON RCVPARM'
                 TO WS-REJECT-TEXT
              PERFORM H170-WRITE-HEADERS
              PERFORM H180-REJECT-RUN
           END-IF
           IF WS-TO-TS NOT = HIGH-VALUES AND WS-TO-TS IS NOT NUMERIC
              MOVE 'RECOVERY POINT ON RCVPARM IS NOT A TIMESTAMP'
                 TO WS-REJECT-TEXT
              PERFORM H170-WRITE-HEADERS
              PERFORM H180-REJECT-RUN
           END-IF
           IF WS-TO-TS < WS-BKP-TS
              MOVE 'RECOVERY POINT IS BEFORE THE BACKUP'
                 TO WS-REJECT-TEXT
              PERFORM H170-WRITE-HEADERS
              PERFORM H180-REJECT-RUN
           END-IF
           READ BACKUP-FILE.
       H200-END. EXIT.
      *
      *Proving pass: nothing is written to the master here.
       H250-PROVE-RECORD.
           IF WS-TRAILER-SEEN
              MOVE 'RECORDS AFTER BACKUP TRAILER - RUN REJECTED'
                 TO WS-REJECT-TEXT
              PERFORM H180-REJECT-RUN
           END-IF
           EVALUATE BKP-TYPE
              WHEN 'D'
                 MOVE BKP-IDX-IMAGE TO WS-BKP-IMAGE
                 IF BKI-ID < WS-PREV-ID
                    OR (BKI-ID = WS-PREV-ID
                       AND BKI-CURRENCY NOT > WS-PREV-CUR)
                    MOVE 'BACKUP KEY OUT OF SEQUENCE - RUN REJECTED'
                       TO WS-REJECT-TEXT
                    PERFORM H180-REJECT-RUN
                 END-IF
                 MOVE BKI-ID       TO WS-PREV-ID
                 MOVE BKI-CURRENCY TO WS-PREV-CUR
                 ADD 1 TO WS-CNT-LOADED
                 ADD BKI-BALANCE TO WS-LOAD-HASH
                 MOVE BKI-CURRENCY TO WS-ROLL-CUR
                 PERFORM H600-FIND-CURRENCY
                 ADD 1 TO WS-CT-BKP-CNT(WS-CUR-IX)
                 ADD BKI-BALANCE TO WS-CT-BKP-BAL(WS-CUR-IX)
              WHEN 'T'
                 SET WS-TRAILER-SEEN TO TRUE
                 MOVE BKP-TRL-COUNT TO WS-TRL-COUNT
                 MOVE BKP-TRL-HASH  TO WS-TRL-HASH
              WHEN OTHER
                 MOVE 'UNKNOWN BACKUP RECORD TYPE - RUN REJECTED'
                    TO WS-REJECT-TEXT
                 PERFORM H180-REJECT-RUN
           END-EVALUATE
           READ BACKUP-FILE.
       H250-END. EXIT.
      *
       H280-PROVE-BACKUP.
           IF NOT WS-TRAILER-SEEN
              MOVE 'BACKUP HAS NO TRAILER - RUN REJECTED'
                 TO WS-REJECT-TEXT
              PERFORM H180-REJECT-RUN
           END-IF
           IF WS-TRL-COUNT NOT = WS-CNT-LOADED
              OR WS-TRL-HASH NOT = WS-LOAD-HASH
              MOVE 'BACKUP DOES NOT AGREE WITH TRAILER - RUN REJECTED'
                 TO WS-REJECT-TEXT
              PERFORM H180-REJECT-RUN
           END-IF.
       H280-END. EXIT.
      *
      *The proven backup is read again from its header and the
      *master loaded from empty.
       H290-RELOAD-MASTER.
           CLOSE BACKUP-FILE
           OPEN INPUT BACKUP-FILE
           IF NOT BKPFILE-SUCCESS
              DISPLAY 'UNLDFILE DID NOT REOPEN: ' ST-BACKUP-FILE
              MOVE ST-BACKUP-FILE TO RETURN-CODE
              CLOSE REPORT-FILE
              PERFORM H195-ABORT-EXIT
           END-IF
           OPEN OUTPUT INDEX-FILE
           IF NOT IDXFILE-SUCCESS
              DISPLAY 'IDXFILE DID NOT OPEN PROPERLY: ' ST-INDEX-FILE
              MOVE ST-INDEX-FILE TO RETURN-CODE
              PERFORM H190-CLOSE-FILES
              PERFORM H195-ABORT-EXIT
           END-IF
           SET WS-IDX-OPEN TO TRUE
           READ BACKUP-FILE
           READ BACKUP-FILE
           PERFORM H295-LOAD-RECORD
              UNTIL BKPFILE-EOF OR BKP-TYPE NOT = 'D'.
       H290-END. EXIT.
      *
       H295-LOAD-RECORD.
           MOVE BKP-IDX-IMAGE TO IDX-REC
           WRITE IDX-REC
              INVALID KEY
                 DISPLAY 'MSTRCVR RELOAD WRITE FAILED: ' ST-INDEX-FILE
                 MOVE 'MASTER RELOAD FAILED - RESTORE AND RERUN'
                    TO WS-REJECT-TEXT
                 PERFORM H180-REJECT-RUN
           END-WRITE
           READ BACKUP-FILE.
       H295-END. EXIT.
      *
      *The reload is complete; the master is reopened for update and
      *the day file's first image time found, so history images it
      *repeats can be passed over.
       H300-OPEN-HISTORY.
           CLOSE INDEX-FILE
           OPEN I-O INDEX-FILE
           IF NOT IDXFILE-SUCCESS
              DISPLAY 'IDXFILE DID NOT REOPEN: ' ST-INDEX-FILE
              MOVE 'N' TO WS-IDX-OPEN-SW
              MOVE ST-INDEX-FILE TO RETURN-CODE
              PERFORM H190-CLOSE-FILES
              PERFORM H195-ABORT-EXIT
           END-IF
           OPEN INPUT HIST-FILE
           IF HSTFILE-NOT-FOUND
              SET HSTFILE-EOF TO TRUE
           ELSE
              IF NOT HSTFILE-SUCCESS
                 DISPLAY 'HISTFILE DID NOT OPEN PROPERLY: '
                    ST-HIST-FILE
                 MOVE ST-HIST-FILE TO RETURN-CODE
                 PERFORM H190-CLOSE-FILES
                 PERFORM H195-ABORT-EXIT
              END-IF
              SET WS-HIST-OPEN TO TRUE
           END-IF
           OPEN INPUT AUDIT-FILE
           IF AUDFILE-NOT-FOUND
              SET AUDFILE-EOF TO TRUE
           ELSE
              IF NOT AUDFILE-SUCCESS
                 DISPLAY 'AUDITFILE DID NOT OPEN PROPERLY: '
                    ST-AUDIT-FILE
                 MOVE ST-AUDIT-FILE TO RETURN-CODE
                 PERFORM H190-CLOSE-FILES
                 PERFORM H195-ABORT-EXIT
              END-IF
              SET WS-DAY-OPEN TO TRUE
              READ AUDIT-FILE
              IF NOT AUDFILE-EOF
                 MOVE AUD-TIMESTAMP(1:16) TO WS-DAY-FIRST-TS
              END-IF
           END-IF.
       H300-END. EXIT.
      *
       H400-REPLAY-HIST.
           READ HIST-FILE INTO WS-IMG-REC
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1 TO WS-CNT-HIST-READ
                 IF IMG-TIMESTAMP(1:16) >= WS-DAY-FIRST-TS
                    ADD 1 TO WS-CNT-IN-DAY
                 ELSE
                    PERFORM H500-TAKE-IMAGE
                 END-IF
           END-READ.
       H400-END. EXIT.
      *
       H450-REPLAY-DAY.
           MOVE AUDIT-REC TO WS-IMG-REC
           ADD 1 TO WS-CNT-DAY-READ
           PERFORM H500-TAKE-IMAGE
           IF NOT WS-PAST-POINT
              READ AUDIT-FILE
           END-IF.
       H450-END. EXIT.
      *
       H500-TAKE-IMAGE.
           MOVE IMG-TIMESTAMP(1:16) TO WS-IMG-TS
           IF WS-IMG-TS <= WS-BKP-TS
              ADD 1 TO WS-CNT-BEFORE-BKP
           ELSE IF WS-IMG-TS > WS-TO-TS
              SET WS-PAST-POINT TO TRUE
              MOVE WS-IMG-TS TO WS-FIRST-UNAPPLIED
           ELSE
              PERFORM H550-APPLY-IMAGE
           END-IF
           END-IF.
       H500-END. EXIT.
      *
      *Counts and movement are taken from the images; the master is
      *counted again afterwards, so a write that did not land shows
      *up in the proof as well as on the exception list.
       H550-APPLY-IMAGE.
           ADD 1 TO WS-CNT-APPLIED
           MOVE WS-IMG-TS       TO WS-LAST-APPLIED
           MOVE WS-IMG-TS(1:8)  TO WS-IMG-DATE
           MOVE IMG-CURRENCY    TO WS-ROLL-CUR
           PERFORM H600-FIND-CURRENCY
           MOVE IMG-ID          TO IDX-ID
           MOVE IMG-CURRENCY    TO IDX-CURRENCY
           MOVE 'N' TO WS-KEY-FOUND-SW
           READ INDEX-FILE KEY IS IDX-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-KEY-FOUND TO TRUE
           END-READ
           EVALUATE TRUE
              WHEN IMG-FUNCTION = 5 AND WS-KEY-FOUND
                 ADD 1 TO WS-CT-CLOSED(WS-CUR-IX)
                 SUBTRACT IDX-BALANCE FROM WS-CT-NET(WS-CUR-IX)
                 DELETE INDEX-FILE
                    INVALID KEY
                       MOVE 'DELETE FAILED' TO EXC-REASON
                       PERFORM H650-WRITE-EXCEPTION
                 END-DELETE
              WHEN IMG-FUNCTION = 15 AND WS-KEY-FOUND
                 MOVE IMG-FNAME TO IDX-FNAME
                 MOVE IMG-LNAME TO IDX-LNAME
                 MOVE IMG-BDAY  TO IDX-BDAY
                 PERFORM H580-REWRITE-MASTER
              WHEN (IMG-FUNCTION = 4 OR IMG-FUNCTION = 14)
                 AND NOT WS-KEY-FOUND
                 PERFORM H570-OPEN-ACCOUNT
              WHEN NOT WS-KEY-FOUND
                 MOVE ZERO TO IDX-BALANCE
                 MOVE 'KEY NOT ON MASTER - SKIPPED' TO EXC-REASON
                 PERFORM H650-WRITE-EXCEPTION
              WHEN IMG-FUNCTION = 4
                 MOVE 'OPEN - KEY ALREADY ON MASTER' TO EXC-REASON
                 PERFORM H650-WRITE-EXCEPTION
              WHEN OTHER
                 PERFORM H560-POST-IMAGE
           END-EVALUATE.
       H550-END. EXIT.
      *
       H560-POST-IMAGE.
           IF IDX-BALANCE NOT = IMG-BALANCE
              ADD 1 TO WS-CNT-BREAKS
              MOVE 'BALANCE BREAK - IMAGE TAKEN' TO EXC-REASON
              PERFORM H650-WRITE-EXCEPTION
           END-IF
           MOVE IDX-BALANCE TO WS-PRIOR-BALANCE
           COMPUTE IDX-BALANCE = IMG-BALANCE + IMG-AMOUNT
           IF IMG-FUNCTION NOT = 13
              MOVE IMG-FNAME TO IDX-FNAME
              MOVE IMG-LNAME TO IDX-LNAME
              MOVE IMG-BDAY  TO IDX-BDAY
           END-IF
      *A merge keeps the activity dates it carried; everything else
      *here was a customer posting or change.
           IF IMG-FUNCTION NOT = 14
              AND WS-IMG-DATE > IDX-LAST-ACT
              MOVE WS-IMG-DATE TO IDX-LAST-ACT
           END-IF
           COMPUTE WS-CT-NET(WS-CUR-IX) = WS-CT-NET(WS-CUR-IX)
                                        + IDX-BALANCE
                                        - WS-PRIOR-BALANCE
           PERFORM H580-REWRITE-MASTER.
       H560-END. EXIT.
      *
       H570-OPEN-ACCOUNT.
           MOVE IMG-ID       TO IDX-ID
           MOVE IMG-CURRENCY TO IDX-CURRENCY
           MOVE IMG-FNAME    TO IDX-FNAME
           MOVE IMG-LNAME    TO IDX-LNAME
           MOVE IMG-BDAY     TO IDX-BDAY
           COMPUTE IDX-BALANCE = IMG-BALANCE + IMG-AMOUNT
           MOVE WS-IMG-DATE  TO IDX-LAST-ACT
           ADD 1 TO WS-CT-OPENED(WS-CUR-IX)
           ADD IDX-BALANCE TO WS-CT-NET(WS-CUR-IX)
           WRITE IDX-REC
              INVALID KEY
                 MOVE 'OPEN FAILED' TO EXC-REASON
                 PERFORM H650-WRITE-EXCEPTION
           END-WRITE.
       H570-END. EXIT.
      *
       H580-REWRITE-MASTER.
           REWRITE IDX-REC
              INVALID KEY
                 MOVE 'REWRITE FAILED' TO EXC-REASON
                 PERFORM H650-WRITE-EXCEPTION
           END-REWRITE.
       H580-END. EXIT.
      *
       H600-FIND-CURRENCY.
           MOVE 0 TO WS-CUR-IX
           PERFORM VARYING WS-CSRCH-IX FROM 1 BY 1
                   UNTIL WS-CSRCH-IX > WS-CT-COUNT
                      OR WS-CUR-IX > 0
              IF WS-CT-CUR(WS-CSRCH-IX) = WS-ROLL-CUR
                 MOVE WS-CSRCH-IX TO WS-CUR-IX
              END-IF
           END-PERFORM
           IF WS-CUR-IX = 0
              IF WS-CT-COUNT >= WS-CT-MAX
                 DISPLAY 'MSTRCVR CURRENCY TABLE FULL AT ' WS-CT-COUNT
                 MOVE 16 TO RETURN-CODE
                 PERFORM H190-CLOSE-FILES
                 PERFORM H195-ABORT-EXIT
              END-IF
              ADD 1 TO WS-CT-COUNT
              MOVE WS-CT-COUNT TO WS-CUR-IX
              MOVE WS-ROLL-CUR TO WS-CT-CUR(WS-CUR-IX)
              MOVE ZERO TO WS-CT-BKP-CNT(WS-CUR-IX)
              MOVE ZERO TO WS-CT-OPENED(WS-CUR-IX)
              MOVE ZERO TO WS-CT-CLOSED(WS-CUR-IX)
              MOVE ZERO TO WS-CT-FIN-CNT(WS-CUR-IX)
              MOVE ZERO TO WS-CT-BKP-BAL(WS-CUR-IX)
              MOVE ZERO TO WS-CT-NET(WS-CUR-IX)
              MOVE ZERO TO WS-CT-FIN-BAL(WS-CUR-IX)
           END-IF.
       H600-END. EXIT.
      *
       H650-WRITE-EXCEPTION.
           MOVE WS-IMG-TS    TO EXC-TS
           MOVE IMG-FUNCTION TO EXC-FUNCTION
           MOVE IMG-ID       TO EXC-ID
           MOVE IMG-CURRENCY TO EXC-CUR
           MOVE IDX-BALANCE  TO EXC-MST-BAL
           MOVE IMG-BALANCE  TO EXC-IMG-BAL
           WRITE RPT-REC FROM EXC-LINE
           ADD 1 TO WS-CNT-EXCEPTIONS.
       H650-END. EXIT.
      *
      *The rebuilt master is read back in full for the proof.
       H700-COUNT-MASTER.
           CLOSE INDEX-FILE
           OPEN INPUT INDEX-FILE
           IF NOT IDXFILE-SUCCESS
              DISPLAY 'IDXFILE DID NOT REOPEN: ' ST-INDEX-FILE
              MOVE 'N' TO WS-IDX-OPEN-SW
              MOVE ST-INDEX-FILE TO RETURN-CODE
              PERFORM H190-CLOSE-FILES
              PERFORM H195-ABORT-EXIT
           END-IF
           PERFORM H750-COUNT-NEXT UNTIL IDXFILE-EOF.
       H700-END. EXIT.
      *
       H750-COUNT-NEXT.
           READ INDEX-FILE NEXT RECORD
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1 TO WS-CNT-FINAL
                 ADD IDX-BALANCE TO WS-FIN-HASH
                 MOVE IDX-CURRENCY TO WS-ROLL-CUR
                 PERFORM H600-FIND-CURRENCY
                 ADD 1 TO WS-CT-FIN-CNT(WS-CUR-IX)
                 ADD IDX-BALANCE TO WS-CT-FIN-BAL(WS-CUR-IX)
           END-READ.
       H750-END. EXIT.
      *
       H900-PRINT-PROOF.
           IF WS-CNT-EXCEPTIONS = 0
              MOVE 'NO REPLAY EXCEPTIONS' TO RPT-REC
              WRITE RPT-REC
           END-IF
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINES.
           WRITE RPT-REC FROM PROOF-HEAD-1.
           WRITE RPT-REC FROM HEADER-4.
           PERFORM H950-PROVE-CURRENCY
              VARYING WS-CUR-IX FROM 1 BY 1
              UNTIL WS-CUR-IX > WS-CT-COUNT
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINES.
           MOVE 'BACKUP RECORDS LOADED'  TO SUM-LABEL
           MOVE WS-CNT-LOADED            TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'BACKUP TRAILER COUNT'   TO SUM-LABEL
           MOVE WS-TRL-COUNT             TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'BACKUP TRAILER HASH'    TO HSH-LABEL
           MOVE WS-TRL-HASH              TO HSH-VALUE
           WRITE RPT-REC FROM HASH-LINE.
           MOVE 'HISTORY IMAGES READ'    TO SUM-LABEL
           MOVE WS-CNT-HIST-READ         TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'HISTORY HELD IN DAY FILE' TO SUM-LABEL
           MOVE WS-CNT-IN-DAY            TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'DAY IMAGES READ'        TO SUM-LABEL
           MOVE WS-CNT-DAY-READ          TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'IMAGES BEFORE BACKUP'   TO SUM-LABEL
           MOVE WS-CNT-BEFORE-BKP        TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'IMAGES REPLAYED'        TO SUM-LABEL
           MOVE WS-CNT-APPLIED           TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'BALANCE BREAKS'         TO SUM-LABEL
           MOVE WS-CNT-BREAKS            TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'REPLAY EXCEPTIONS'      TO SUM-LABEL
           MOVE WS-CNT-EXCEPTIONS        TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'LAST IMAGE REPLAYED'    TO TSL-LABEL
           MOVE WS-LAST-APPLIED          TO TSL-VALUE
           WRITE RPT-REC FROM TS-LINE.
           MOVE 'FIRST IMAGE NOT REPLAYED' TO TSL-LABEL
           IF WS-PAST-POINT
              MOVE WS-FIRST-UNAPPLIED    TO TSL-VALUE
           ELSE
              MOVE 'NONE'                TO TSL-VALUE
           END-IF
           WRITE RPT-REC FROM TS-LINE.
           MOVE 'ACCOUNTS ON REBUILT MASTER' TO SUM-LABEL
           MOVE WS-CNT-FINAL             TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'REBUILT BALANCE HASH'   TO HSH-LABEL
           MOVE WS-FIN-HASH              TO HSH-VALUE
           WRITE RPT-REC FROM HASH-LINE.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINES.
           IF WS-CNT-NOT-PROVEN > 0
              MOVE 8 TO RETURN-CODE
              MOVE 'RECOVERY NOT PROVEN - DO NOT RELEASE THE MASTER'
                 TO VER-TEXT
           ELSE IF WS-CNT-EXCEPTIONS > 0
              MOVE 4 TO RETURN-CODE
              MOVE 'RECOVERY PROVEN WITH EXCEPTIONS - REVIEW THE LIST'
                 TO VER-TEXT
           ELSE
              MOVE 'RECOVERY PROVEN - RUN MSTSCAN BEFORE RELEASE'
                 TO VER-TEXT
           END-IF
           END-IF
           WRITE RPT-REC FROM VERDICT-LINE.
       H900-END. EXIT.
      *
       H950-PROVE-CURRENCY.
           COMPUTE WS-EXP-COUNT = WS-CT-BKP-CNT(WS-CUR-IX)
                                + WS-CT-OPENED(WS-CUR-IX)
                                - WS-CT-CLOSED(WS-CUR-IX)
           COMPUTE WS-EXP-BALANCE = WS-CT-BKP-BAL(WS-CUR-IX)
                                  + WS-CT-NET(WS-CUR-IX)
           MOVE WS-CT-CUR(WS-CUR-IX)     TO PRF-CUR
           MOVE WS-CT-BKP-CNT(WS-CUR-IX) TO PRF-BKP-CNT
           MOVE WS-CT-OPENED(WS-CUR-IX)  TO PRF-OPENED
           MOVE WS-CT-CLOSED(WS-CUR-IX)  TO PRF-CLOSED
           MOVE WS-CT-FIN-CNT(WS-CUR-IX) TO PRF-FIN-CNT
           MOVE WS-CT-BKP-BAL(WS-CUR-IX) TO PRF-BKP-BAL
           MOVE WS-CT-NET(WS-CUR-IX)     TO PRF-NET
           MOVE WS-CT-FIN-BAL(WS-CUR-IX) TO PRF-FIN-BAL
           IF WS-EXP-COUNT = WS-CT-FIN-CNT(WS-CUR-IX)
              AND WS-EXP-BALANCE = WS-CT-FIN-BAL(WS-CUR-IX)
              MOVE 'PROVEN'     TO PRF-STATUS
           ELSE
              MOVE 'NOT PROVEN' TO PRF-STATUS
              ADD 1 TO WS-CNT-NOT-PROVEN
           END-IF
           WRITE RPT-REC FROM PROOF-LINE.
       H950-END. EXIT.
      *
       H990-LOG-END.
           MOVE 'E' TO WS-LOG-EVENT
           MOVE WS-CNT-APPLIED TO WS-LOG-CNT-READ
           MOVE WS-CNT-FINAL   TO WS-LOG-CNT-WRITTEN
           MOVE RETURN-CODE    TO WS-LOG-RC
           CALL WS-RUNLOG USING WS-LOG-AREA.
       H990-END. EXIT.
      *
       H999-PREPARE-EXIT.
           PERFORM H190-CLOSE-FILES
           PERFORM H990-LOG-END
           STOP RUN.
       H999-END. EXIT.
      *-----------------------------------------------------------------
