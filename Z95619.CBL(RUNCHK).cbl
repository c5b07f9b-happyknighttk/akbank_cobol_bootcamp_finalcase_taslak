      *release step to require RC zero here.
      *Where a program was rerun, the latest start and end records
      *win, so a clean rerun clears an earlier failure.
      *A master recovery (MSTRCVR) is listed wherever it falls in the
      *log, with its outcome and the images it replayed, so the night
      *shows the master was rebuilt; a failed one is also a warning.
      *Once a night proves clean the log is cut, so yesterday's
      *events can never satisfy tonight's verification. A night that
      *does not prove keeps its log: operations rerun the failed
           03 WS-CNT-EVENTS        PIC 9(07) VALUE ZERO.
           03 WS-CNT-PROBLEMS      PIC 9(07) VALUE ZERO.
           03 WS-CNT-WARNINGS      PIC 9(07) VALUE ZERO.
           03 WS-CNT-RECOVERIES    PIC 9(07) VALUE ZERO.
      *--------------------------------------
       01  WS-CHAIN-NAMES.
           03 FILLER               PIC X(08) VALUE 'PREEDIT'.
              ' ENDED NONZERO WITH RC'.
           03 WRN-RC         PIC Z9.
           03 FILLER         PIC X(60) VALUE SPACES.
      *
       01  RECOVERY-LINE.
           03 FILLER         PIC X(20) VALUE 'MASTER RECOVERED AT '.
           03 RCV-TIMESTAMP  PIC X(14).
           03 FILLER         PIC X(04) VALUE ' RC '.
           03 RCV-RC         PIC Z9.
           03 FILLER         PIC X(18) VALUE '  IMAGES REPLAYED '.
           03 RCV-IMAGES     PIC ZZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(11) VALUE '  ACCOUNTS '.
           03 RCV-ACCOUNTS   PIC ZZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(09) VALUE SPACES.
      *
       01  SUM-LINE.
           03 SUM-LABEL      PIC X(25).
                 MOVE RL-RC        TO WS-STEP-RC(WS-HIT-IX)
              END-IF
           ELSE
              IF RL-PROGRAM = 'MSTRCVR' AND RL-EVENT = 'E'
                 PERFORM H250-NOTE-RECOVERY
              END-IF
              IF RL-EVENT = 'E' AND RL-RC > 0
                 MOVE RL-PROGRAM TO WRN-PROGRAM
                 MOVE RL-RC      TO WRN-RC
           END-IF
           READ RUNLOG-FILE.
       H200-END. EXIT.
      *
       H250-NOTE-RECOVERY.
           MOVE RL-TIMESTAMP   TO RCV-TIMESTAMP
           MOVE RL-RC          TO RCV-RC
           MOVE RL-CNT-READ    TO RCV-IMAGES
           MOVE RL-CNT-WRITTEN TO RCV-ACCOUNTS
           WRITE RPT-REC FROM RECOVERY-LINE
           ADD 1 TO WS-CNT-RECOVERIES.
       H250-END. EXIT.
      *
       H400-JUDGE-CHAIN.
           MOVE SPACES TO RPT-REC
           MOVE 'NON-CHAIN WARNINGS'     TO SUM-LABEL
           MOVE WS-CNT-WARNINGS          TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE
           MOVE 'MASTER RECOVERIES'      TO SUM-LABEL
           MOVE WS-CNT-RECOVERIES        TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINES
           IF WS-CNT-PROBLEMS = 0
