      *and the mode so the receiving ledger knows what it was sent.
      *Record types on GLFILE: H header, D detail, A add, X delete,
      *C currency total, Z final trailer. All records are 55 bytes.
      *Every record also goes to GLKEEP, the dated copy of what was
      *sent, which GLACK matches against the ledger's acknowledgement.
      *Each run is entered on the sent-run register GLACKST (keyed run
      *date and mode) as sent and awaiting acknowledgement. A movement
      *run is held - RC 12, nothing written, snapshot not advanced -
      *while the last run of an earlier night is not confirmed there,
      *since the ledger would book tonight's movement on a position it
      *may never have taken. A full dump resets the ledger position and
      *is never held; a rerun the same night replaces its own entry.
      *A full dump also supersedes (X) an unconfirmed movement entry of
      *the same night, and where a night has both, its full dump is
      *the run that decides the hold.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                STATUS ST-SNAPNEW-FILE.
           SELECT RUNCARD-FILE  ASSIGN TO GLRNCARD
                                STATUS ST-RUNCARD-FILE.
           SELECT KEEP-FILE     ASSIGN TO GLKEEP
                                STATUS ST-KEEP-FILE.
           SELECT SENT-REG-FILE ASSIGN TO GLACKST
                                ORGANIZATION IS INDEXED
                                ACCESS DYNAMIC
                                RECORD KEY GLS-KEY
                                STATUS ST-SENT-REG-FILE.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       01  RUN-REC.
           03 RUN-MODE             PIC X(01).
           03 FILLER               PIC X(79).
      *
       FD  KEEP-FILE RECORDING MODE F.
       01  KEEP-REC                  PIC X(55).
      *
      *Sent-run register: one entry per GLFILE sent, status S sent and
      *awaiting acknowledgement, C confirmed, M acknowledgement did
      *not agree. GLACK sets C or M.
       FD  SENT-REG-FILE.
       01  GLS-REC.
           03 GLS-KEY.
              05 GLS-RUN-DATE      PIC 9(08).
              05 GLS-MODE          PIC X(01).
           03 GLS-STATUS           PIC X(01).
              88 GLS-SENT                    VALUE 'S'.
              88 GLS-CONFIRMED               VALUE 'C'.
              88 GLS-MISMATCHED              VALUE 'M'.
              88 GLS-SUPERSEDED              VALUE 'X'.
           03 GLS-SENT-COUNT       PIC 9(09).
           03 GLS-SENT-NET         PIC S9(15) COMP-3.
           03 GLS-ACK-DATE         PIC 9(08).
           03 GLS-MISMATCHES       PIC 9(07).
      *--------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-WORKSHOP.
              88 RUNCARD-SUCCESS             VALUE 00 97.
              88 RUNCARD-EOF                 VALUE 10.
              88 RUNCARD-NOT-FOUND           VALUE 35.
           03 ST-KEEP-FILE         PIC 9(02).
              88 KEEPFILE-SUCCESS            VALUE 00 97.
           03 ST-SENT-REG-FILE     PIC 9(02).
              88 SREGFILE-SUCCESS            VALUE 00 97.
              88 SREGFILE-EOF                VALUE 10.
           03 WS-RUN-DATE          PIC 9(08).
           03 WS-PREV-FOUND-SW     PIC X(01) VALUE 'N'.
              88 WS-PREV-FOUND               VALUE 'Y'.
           03 WS-PREV-RUN-DATE     PIC 9(08).
           03 WS-PREV-MODE         PIC X(01).
           03 WS-PREV-STATUS       PIC X(01).
              88 WS-PREV-CONFIRMED           VALUE 'C'.
           03 WS-SNAPOLD-OPEN-SW   PIC X(01) VALUE 'N'.
              88 WS-SNAPOLD-OPEN             VALUE 'Y'.
           03 WS-MODE-SW           PIC X(01) VALUE 'M'.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H050-LOG-START
           PERFORM H120-READ-RUNCARD
           PERFORM H130-CHECK-PREVIOUS-RUN
           PERFORM H100-OPEN-FILES
           PERFORM H150-WRITE-HEADER
           PERFORM H200-PROCESS UNTIL IDXFILE-EOF
           IF WS-MOVEMENT-MODE
              PERFORM H500-FLUSH-DELETES UNTIL SNOFILE-EOF
           END-IF
           PERFORM H900-WRITE-TRAILERS
           PERFORM H950-REGISTER-RUN
           PERFORM H999-PREPARE-EXIT.
       0000-END. EXIT.
      *
           IF NOT IDXFILE-SUCCESS
              DISPLAY 'IDXFILE DID NOT OPEN PROPERLY: ' ST-INDEX-FILE
              MOVE ST-INDEX-FILE TO RETURN-CODE
              CLOSE SENT-REG-FILE
              PERFORM H195-ABORT-EXIT
           END-IF
           OPEN OUTPUT EXTRACT-FILE
              DISPLAY 'GLFILE DID NOT OPEN PROPERLY: ' ST-EXTRACT-FILE
              MOVE ST-EXTRACT-FILE TO RETURN-CODE
              CLOSE INDEX-FILE
              CLOSE SENT-REG-FILE
              PERFORM H195-ABORT-EXIT
           END-IF
           OPEN INPUT SNAPOLD-FILE
                 MOVE ST-SNAPOLD-FILE TO RETURN-CODE
                 CLOSE INDEX-FILE
                 CLOSE EXTRACT-FILE
                 CLOSE SENT-REG-FILE
                 PERFORM H195-ABORT-EXIT
              END-IF
           END-IF
              IF WS-SNAPOLD-OPEN
                 CLOSE SNAPOLD-FILE
              END-IF
              CLOSE SENT-REG-FILE
              PERFORM H195-ABORT-EXIT
           END-IF
           OPEN OUTPUT KEEP-FILE
           IF NOT KEEPFILE-SUCCESS
              DISPLAY 'GLKEEP DID NOT OPEN PROPERLY: ' ST-KEEP-FILE
              MOVE ST-KEEP-FILE TO RETURN-CODE
              CLOSE INDEX-FILE
              CLOSE EXTRACT-FILE
              IF WS-SNAPOLD-OPEN
                 CLOSE SNAPOLD-FILE
              END-IF
              CLOSE SNAPNEW-FILE
              CLOSE SENT-REG-FILE
              PERFORM H195-ABORT-EXIT
           END-IF
           IF NOT SNOFILE-EOF
                 DISPLAY 'GLRNCARD DID NOT OPEN PROPERLY: '
                    ST-RUNCARD-FILE
                 MOVE ST-RUNCARD-FILE TO RETURN-CODE
                 PERFORM H195-ABORT-EXIT
              END-IF
              READ RUNCARD-FILE
              CLOSE RUNCARD-FILE
           END-IF.
       H120-END. EXIT.
      *
      *
      *The run card is read and the register checked before any output
      *is opened, so a held run leaves GLFILE and the snapshot as they
      *were. Tonight's own entry from an earlier attempt is ignored.
       H130-CHECK-PREVIOUS-RUN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE
           OPEN I-O SENT-REG-FILE
           IF NOT SREGFILE-SUCCESS
              DISPLAY 'GLACKST DID NOT OPEN PROPERLY: '
                 ST-SENT-REG-FILE
              MOVE ST-SENT-REG-FILE TO RETURN-CODE
              PERFORM H195-ABORT-EXIT
           END-IF
           PERFORM H135-SCAN-REGISTER UNTIL SREGFILE-EOF
           IF WS-MOVEMENT-MODE AND WS-PREV-FOUND
              AND NOT WS-PREV-CONFIRMED
              DISPLAY 'GLEXTR MOVEMENT RUN HELD - RUN OF '
                 WS-PREV-RUN-DATE ' MODE ' WS-PREV-MODE
                 ' NOT CONFIRMED BY THE LEDGER'
              MOVE 12 TO RETURN-CODE
              CLOSE SENT-REG-FILE
              PERFORM H990-LOG-END
              PERFORM H195-ABORT-EXIT
           END-IF.
       H130-END. EXIT.
      *
       H135-SCAN-REGISTER.
           READ SENT-REG-FILE NEXT RECORD
              AT END
                 CONTINUE
              NOT AT END
                 IF GLS-RUN-DATE < WS-RUN-DATE
                    AND NOT GLS-SUPERSEDED
                    AND NOT (WS-PREV-FOUND
                       AND GLS-RUN-DATE = WS-PREV-RUN-DATE
                       AND WS-PREV-MODE = 'F')
                    SET WS-PREV-FOUND TO TRUE
                    MOVE GLS-RUN-DATE TO WS-PREV-RUN-DATE
                    MOVE GLS-MODE     TO WS-PREV-MODE
                    MOVE GLS-STATUS   TO WS-PREV-STATUS
                 END-IF
           END-READ.
       H135-END. EXIT.
      *
       H195-ABORT-EXIT.
           STOP RUN.
       H195-END. EXIT.
      *
       H150-WRITE-HEADER.
           MOVE WS-RUN-DATE     TO EXTH-RUN-DATE.
           MOVE WS-MODE-SW      TO EXTH-MODE.
           WRITE EXT-REC FROM EXT-HEADER.
           WRITE KEEP-REC FROM EXT-HEADER.
       H150-END. EXIT.
      *
       H200-PROCESS.
           MOVE IDX-LNAME    TO EXTD-LNAME
           MOVE IDX-BALANCE  TO EXTD-BALANCE
           WRITE EXT-REC FROM EXT-DETAIL
           WRITE KEEP-REC FROM EXT-DETAIL
           ADD 1 TO WS-CNT-DETAIL
           ADD IDX-BALANCE TO WS-NET-TOTAL
           MOVE IDX-CURRENCY TO WS-ROLL-CUR
           MOVE IDX-LNAME    TO EXTD-LNAME
           MOVE WS-MOVEMENT  TO EXTD-BALANCE
           WRITE EXT-REC FROM EXT-DETAIL
           WRITE KEEP-REC FROM EXT-DETAIL
           ADD 1 TO WS-CNT-DETAIL
           ADD WS-MOVEMENT TO WS-NET-TOTAL
           MOVE IDX-CURRENCY TO WS-ROLL-CUR
           MOVE IDX-LNAME    TO EXTD-LNAME
           MOVE WS-MOVEMENT  TO EXTD-BALANCE
           WRITE EXT-REC FROM EXT-DETAIL
           WRITE KEEP-REC FROM EXT-DETAIL
           ADD 1 TO WS-CNT-DETAIL
           ADD WS-MOVEMENT TO WS-NET-TOTAL
           MOVE IDX-CURRENCY TO WS-ROLL-CUR
           COMPUTE WS-MOVEMENT = 0 - SNO-BALANCE
           MOVE WS-MOVEMENT  TO EXTD-BALANCE
           WRITE EXT-REC FROM EXT-DETAIL
           WRITE KEEP-REC FROM EXT-DETAIL
           ADD 1 TO WS-CNT-DETAIL
           ADD WS-MOVEMENT TO WS-NET-TOTAL
           MOVE SNO-CURRENCY TO WS-ROLL-CUR
                    CLOSE SNAPOLD-FILE
                 END-IF
                 CLOSE SNAPNEW-FILE
                 CLOSE KEEP-FILE
                 CLOSE SENT-REG-FILE
                 PERFORM H195-ABORT-EXIT
              END-IF
              ADD 1 TO WS-CT-COUNT
              MOVE WS-CT-ACCOUNTS(WS-CUR-IX) TO EXTC-COUNT
              MOVE WS-CT-NET(WS-CUR-IX)      TO EXTC-NET
              WRITE EXT-REC FROM EXT-CUR-TOTAL
              WRITE KEEP-REC FROM EXT-CUR-TOTAL
           END-PERFORM
           MOVE WS-CNT-DETAIL TO EXTZ-COUNT
           MOVE WS-NET-TOTAL  TO EXTZ-NET
           WRITE EXT-REC FROM EXT-TRAILER.
           WRITE KEEP-REC FROM EXT-TRAILER.
       H900-END. EXIT.
      *
       H950-REGISTER-RUN.
           MOVE WS-RUN-DATE   TO GLS-RUN-DATE
           MOVE WS-MODE-SW    TO GLS-MODE
           MOVE 'S'           TO GLS-STATUS
           MOVE WS-CNT-DETAIL TO GLS-SENT-COUNT
           MOVE WS-NET-TOTAL  TO GLS-SENT-NET
           MOVE ZERO          TO GLS-ACK-DATE
           MOVE ZERO          TO GLS-MISMATCHES
           WRITE GLS-REC
              INVALID KEY
                 REWRITE GLS-REC END-REWRITE
           END-WRITE
           IF NOT WS-MOVEMENT-MODE
              MOVE WS-RUN-DATE TO GLS-RUN-DATE
              MOVE 'M'         TO GLS-MODE
              READ SENT-REG-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF NOT GLS-CONFIRMED
                       MOVE 'X' TO GLS-STATUS
                       REWRITE GLS-REC END-REWRITE
                    END-IF
              END-READ
           END-IF.
       H950-END. EXIT.
      *
       H990-LOG-END.
           MOVE 'E' TO WS-LOG-EVENT
              CLOSE SNAPOLD-FILE
           END-IF
           CLOSE SNAPNEW-FILE
           CLOSE KEEP-FILE
           CLOSE SENT-REG-FILE
           PERFORM H990-LOG-END
           STOP RUN.
       H999-END. EXIT.
