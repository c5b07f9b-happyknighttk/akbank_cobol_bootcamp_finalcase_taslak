       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLACK.
       AUTHOR. TOLGA KAYIS.
      *-----------------------------------------------------------------
      *Ledger acknowledgement match. The general ledger returns an
      *acknowledgement (GLACKIN) for each GLFILE it takes in:
      *  H  run date and mode it received, detail records received
      *  C  currency and the net total it booked for that currency
      *  R  a detail key (ID/currency) it rejected, with its reason
      *The acknowledgement is matched against GLSENT, the GLKEEP copy
      *GLEXTR kept of that run. The received count must equal the
      *sent trailer count; every rejected key must be a detail that was
      *sent; the booked total of each currency must equal the sent
      *currency total less the rejected details of that currency, and
      *every currency sent must be booked. Every disagreement is listed
      *and the run is marked on the sent-run register GLACKST as
      *confirmed (C) or not agreed (M). GLEXTR holds its next movement
      *run until the last run is confirmed.
      *With or without an acknowledgement the register is then listed
      *for runs not confirmed: not agreed, unacknowledged more than one
      *business day (Saturday and Sunday are not business days) or
      *still awaiting. Runs before the latest confirmed full dump are
      *superseded and not listed, as is a movement run GLEXTR marked
      *superseded (X) by a full dump of the same night; an
      *acknowledgement of such a run is matched but leaves it X.
      *Parameter card on GLAPARM: AS-OF-DATE(8) as YYYYMMDD; a missing
      *card or blank field means the run date. No GLACKIN DD means no
      *acknowledgement came in and only the register is checked.
      *RC 8 when the acknowledgement disagrees or keys were rejected,
      *RC 4 when an earlier run is overdue or not agreed, otherwise 0.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-FILE      ASSIGN TO GLACKIN
                                STATUS ST-ACK-FILE.
           SELECT SENT-FILE     ASSIGN TO GLSENT
                                STATUS ST-SENT-FILE.
           SELECT SENT-REG-FILE ASSIGN TO GLACKST
                                ORGANIZATION IS INDEXED
                                ACCESS DYNAMIC
                                RECORD KEY GLS-KEY
                                STATUS ST-SENT-REG-FILE.
           SELECT SORT-FILE     ASSIGN TO SORTWK.
           SELECT PARM-FILE     ASSIGN TO GLAPARM
                                STATUS ST-PARM-FILE.
           SELECT REPORT-FILE   ASSIGN TO GLACKRPT
                                STATUS ST-REPORT-FILE.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ACK-FILE RECORDING MODE F.
       01  ACK-REC.
           03 ACK-TYPE             PIC X(01).
              88 ACK-HEADER                  VALUE 'H'.
              88 ACK-CUR-TOTAL               VALUE 'C'.
              88 ACK-REJECT                  VALUE 'R'.
           03 FILLER               PIC X(54).
       01  ACK-HDR-REC.
           03 FILLER               PIC X(01).
           03 ACKH-RUN-DATE        PIC 9(08).
           03 ACKH-MODE            PIC X(01).
           03 ACKH-RECEIVED        PIC 9(09).
           03 FILLER               PIC X(36).
       01  ACK-CUR-REC.
           03 FILLER               PIC X(01).
           03 ACKC-CURRENCY        PIC 9(03).
           03 ACKC-BOOKED          PIC S9(15)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           03 FILLER               PIC X(35).
       01  ACK-REJ-REC.
           03 FILLER               PIC X(01).
           03 ACKR-ID              PIC 9(05).
           03 ACKR-CURRENCY        PIC 9(03).
           03 ACKR-REASON          PIC X(30).
           03 FILLER               PIC X(16).
      *
      *GLSENT carries the GLFILE layouts exactly as GLEXTR wrote them.
       FD  SENT-FILE RECORDING MODE F.
       01  EXT-HEADER.
           03 EXTH-TYPE            PIC X(01).
           03 EXTH-RUN-DATE        PIC 9(08).
           03 EXTH-MODE            PIC X(01).
           03 FILLER               PIC X(45).
       01  EXT-DETAIL.
           03 EXTD-TYPE            PIC X(01).
           03 EXTD-ID              PIC 9(05).
           03 EXTD-CURRENCY        PIC 9(03).
           03 EXTD-FNAME           PIC X(15).
           03 EXTD-LNAME           PIC X(15).
           03 EXTD-BALANCE         PIC S9(15)
                                    SIGN IS LEADING SEPARATE CHARACTER.
       01  EXT-CUR-TOTAL.
           03 EXTC-TYPE            PIC X(01).
           03 EXTC-CURRENCY        PIC 9(03).
           03 EXTC-COUNT           PIC 9(09).
           03 EXTC-NET             PIC S9(15)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           03 FILLER               PIC X(26).
       01  EXT-TRAILER.
           03 EXTZ-TYPE            PIC X(01).
           03 EXTZ-COUNT           PIC 9(09).
           03 EXTZ-NET             PIC S9(15)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           03 FILLER               PIC X(29).
      *
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
      *
       SD  SORT-FILE.
       01  SORT-REC.
           03 SRT-KEY.
              05 SRT-ID            PIC 9(05).
              05 SRT-CURRENCY      PIC 9(03).
           03 SRT-REASON           PIC X(30).
      *
       FD  PARM-FILE RECORDING MODE F.
       01  PARM-REC.
           03 PRM-AS-OF-DATE       PIC X(08).
      *
       FD  REPORT-FILE RECORDING MODE F.
       01  RPT-REC                 PIC X(133).
      *--------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-WORKSHOP.
           03 WS-RUNLOG            PIC X(08) VALUE 'RUNLOG'.
           03 ST-ACK-FILE          PIC 9(02).
              88 ACKFILE-SUCCESS             VALUE 00 97.
              88 ACKFILE-EOF                 VALUE 10.
              88 ACKFILE-NOT-FOUND           VALUE 35.
           03 ST-SENT-FILE         PIC 9(02).
              88 SENTFILE-SUCCESS            VALUE 00 97.
              88 SENTFILE-EOF                VALUE 10.
           03 ST-SENT-REG-FILE     PIC 9(02).
              88 SREGFILE-SUCCESS            VALUE 00 97.
           03 ST-PARM-FILE         PIC 9(02).
              88 PARMFILE-SUCCESS            VALUE 00 97.
              88 PARMFILE-EOF                VALUE 10.
              88 PARMFILE-NOT-FOUND          VALUE 35.
           03 ST-REPORT-FILE       PIC 9(02).
              88 RPTFILE-SUCCESS             VALUE 00 97.
           03 WS-ACK-OPEN-SW       PIC X(01) VALUE 'N'.
              88 WS-ACK-OPEN                 VALUE 'Y'.
           03 WS-RUN-AGREED-SW     PIC X(01) VALUE 'N'.
              88 WS-RUN-AGREED               VALUE 'Y'.
           03 WS-ON-REGISTER-SW    PIC X(01) VALUE 'N'.
              88 WS-ON-REGISTER              VALUE 'Y'.
           03 WS-TRAILER-SW        PIC X(01) VALUE 'N'.
              88 WS-TRAILER-SEEN             VALUE 'Y'.
           03 WS-SORT-EOF-SW       PIC X(01) VALUE 'N'.
              88 WS-SORT-EOF                 VALUE 'Y'.
           03 WS-REG-EOF-SW        PIC X(01) VALUE 'N'.
              88 WS-REG-EOF                  VALUE 'Y'.
           03 WS-DET-REJECTED-SW   PIC X(01) VALUE 'N'.
              88 WS-DET-REJECTED             VALUE 'Y'.
           03 WS-AS-OF-DATE        PIC 9(08) VALUE ZERO.
           03 WS-PREV-BUS-DATE     PIC 9(08) VALUE ZERO.
           03 WS-RESET-DATE        PIC 9(08) VALUE ZERO.
           03 WS-DAY-INT           PIC 9(07).
           03 WS-WEEKDAY           PIC 9(01).
           03 WS-ACK-RUN-DATE      PIC 9(08) VALUE ZERO.
           03 WS-ACK-MODE          PIC X(01) VALUE SPACE.
           03 WS-ACK-RECEIVED      PIC 9(09) VALUE ZERO.
           03 WS-SENT-RUN-DATE     PIC 9(08) VALUE ZERO.
           03 WS-SENT-MODE         PIC X(01) VALUE SPACE.
           03 WS-SENT-Z-COUNT      PIC 9(09) VALUE ZERO.
           03 WS-SENT-Z-NET        PIC S9(15) COMP-3 VALUE ZERO.
           03 WS-DET-KEY.
              05 WS-DET-ID         PIC 9(05).
              05 WS-DET-CUR        PIC 9(03).
           03 WS-KEY-DISP.
              05 WS-KEY-DISP-ID    PIC 9(05).
              05 FILLER            PIC X(01) VALUE '/'.
              05 WS-KEY-DISP-CUR   PIC 9(03).
           03 WS-FIND-CUR          PIC 9(03).
           03 WS-EXPECTED          PIC S9(15) COMP-3.
           03 WS-CNT-ACK-READ      PIC 9(07) VALUE ZERO.
           03 WS-CNT-SENT-DETAIL   PIC 9(09) VALUE ZERO.
           03 WS-CNT-REJECTED      PIC 9(07) VALUE ZERO.
           03 WS-CNT-MISMATCH      PIC 9(07) VALUE ZERO.
           03 WS-CNT-OVERDUE       PIC 9(07) VALUE ZERO.
           03 WS-CNT-NOT-AGREED    PIC 9(07) VALUE ZERO.
           03 WS-CNT-AWAITING      PIC 9(07) VALUE ZERO.
      *--------------------------------------
       01  WS-CURRENCY-TOTALS.
           03 WS-CT-MAX            PIC 9(03) COMP VALUE 50.
           03 WS-CT-COUNT          PIC 9(03) COMP VALUE ZERO.
           03 WS-CUR-IX            PIC 9(03) COMP.
           03 WS-CSRCH-IX          PIC 9(03) COMP.
           03 WS-CT-ENTRY OCCURS 50 TIMES.
              05 WS-CT-CUR         PIC S9(03) COMP.
              05 WS-CT-SENT-SW     PIC X(01).
              05 WS-CT-SENT-COUNT  PIC 9(09).
              05 WS-CT-SENT-NET    PIC S9(15) COMP-3.
              05 WS-CT-REJ-COUNT   PIC 9(07).
              05 WS-CT-REJECTED    PIC S9(15) COMP-3.
              05 WS-CT-ACK-SW      PIC X(01).
              05 WS-CT-BOOKED      PIC S9(15) COMP-3.
              05 WS-CT-RESULT      PIC X(10).
      *--------------------------------------
       01  HEADER-1.
           03 FILLER         PIC X(30) VALUE
              'LEDGER ACKNOWLEDGEMENT MATCH'.
           03 FILLER         PIC X(12) VALUE SPACES.
           03 FILLER         PIC X(19) VALUE 'Author: TOLGA KAYIS'.
           03 FILLER         PIC X(72) VALUE SPACES.
      *
       01  HEADER-2.
           03 FILLER         PIC X(06) VALUE 'AS OF '.
           03 HDR-AS-OF      PIC 9(08).
           03 FILLER         PIC X(26) VALUE
              '  PREVIOUS BUSINESS DAY '.
           03 HDR-PREV-BUS   PIC 9(08).
           03 FILLER         PIC X(85) VALUE SPACES.
      *
       01  RUN-LINE.
           03 FILLER         PIC X(17) VALUE 'ACKNOWLEDGED RUN '.
           03 RNL-ACK-DATE   PIC 9(08).
           03 FILLER         PIC X(06) VALUE ' MODE '.
           03 RNL-ACK-MODE   PIC X(01).
           03 FILLER         PIC X(17) VALUE '   SENT COPY RUN '.
           03 RNL-SENT-DATE  PIC 9(08).
           03 FILLER         PIC X(06) VALUE ' MODE '.
           03 RNL-SENT-MODE  PIC X(01).
           03 FILLER         PIC X(69) VALUE SPACES.
      *
       01  MIS-HEADER.
           03 FILLER         PIC X(10) VALUE 'TYPE'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(40) VALUE 'DESCRIPTION'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(09) VALUE 'KEY'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(15) VALUE '           SENT'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(15) VALUE '         LEDGER'.
           03 FILLER         PIC X(36) VALUE SPACES.
      *
       01  MIS-LINE.
           03 MIS-KIND       PIC X(10).
           03 FILLER         PIC X(02).
           03 MIS-TEXT       PIC X(40).
           03 FILLER         PIC X(02).
           03 MIS-KEY        PIC X(09).
           03 FILLER         PIC X(02).
           03 MIS-SENT       PIC -(14)9.
           03 FILLER         PIC X(02).
           03 MIS-LEDGER     PIC -(14)9.
           03 FILLER         PIC X(36).
      *
       01  CUR-HEADER.
           03 FILLER         PIC X(03) VALUE 'CUR'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(09) VALUE '  DETAILS'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(15) VALUE '       SENT NET'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(15) VALUE '       REJECTED'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(15) VALUE '       EXPECTED'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(15) VALUE '         BOOKED'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(10) VALUE 'RESULT'.
           03 FILLER         PIC X(39) VALUE SPACES.
      *
       01  CUR-LINE.
           03 CRL-CUR        PIC 9(03).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 CRL-COUNT      PIC Z,ZZZ,ZZ9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 CRL-SENT       PIC -(14)9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 CRL-REJECTED   PIC -(14)9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 CRL-EXPECTED   PIC -(14)9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 CRL-BOOKED     PIC -(14)9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 CRL-RESULT     PIC X(10).
           03 FILLER         PIC X(39) VALUE SPACES.
      *
       01  OUT-HEADER.
           03 FILLER         PIC X(08) VALUE 'RUN DATE'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(04) VALUE 'MODE'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(08) VALUE 'ACK DATE'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(11) VALUE '    DETAILS'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(15) VALUE '       SENT NET'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(40) VALUE 'CONDITION'.
           03 FILLER         PIC X(37) VALUE SPACES.
      *
       01  OUT-LINE.
           03 OUT-RUN-DATE   PIC 9(08).
           03 FILLER         PIC X(05) VALUE SPACES.
           03 OUT-MODE       PIC X(01).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 OUT-ACK-DATE   PIC Z(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 OUT-COUNT      PIC ZZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 OUT-NET        PIC -(14)9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 OUT-TEXT       PIC X(40).
           03 FILLER         PIC X(37) VALUE SPACES.
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
           03 WS-LOG-PROGRAM       PIC X(08) VALUE 'GLACK'.
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
           IF WS-ACK-OPEN
              PERFORM H180-CHECK-RUN
              IF WS-RUN-AGREED
                 SORT SORT-FILE
                    ON ASCENDING KEY SRT-KEY
                    INPUT PROCEDURE H200-LOAD-ACK
                    OUTPUT PROCEDURE H400-MATCH-SENT
                 PERFORM H600-CHECK-TOTALS
                 PERFORM H700-UPDATE-REGISTER
              END-IF
           ELSE
              MOVE 'NO ACKNOWLEDGEMENT RECEIVED' TO RPT-REC
              WRITE RPT-REC
           END-IF
           PERFORM H800-LIST-OUTSTANDING
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
           OPEN I-O SENT-REG-FILE
           IF NOT SREGFILE-SUCCESS
              DISPLAY 'GLACKST DID NOT OPEN PROPERLY: '
                 ST-SENT-REG-FILE
              MOVE ST-SENT-REG-FILE TO RETURN-CODE
              PERFORM H195-ABORT-EXIT
           END-IF
           OPEN INPUT ACK-FILE
           IF ACKFILE-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT ACKFILE-SUCCESS
                 DISPLAY 'GLACKIN DID NOT OPEN PROPERLY: ' ST-ACK-FILE
                 MOVE ST-ACK-FILE TO RETURN-CODE
                 CLOSE SENT-REG-FILE
                 PERFORM H195-ABORT-EXIT
              END-IF
              SET WS-ACK-OPEN TO TRUE
              OPEN INPUT SENT-FILE
              IF NOT SENTFILE-SUCCESS
                 DISPLAY 'GLSENT DID NOT OPEN PROPERLY: ' ST-SENT-FILE
                 MOVE ST-SENT-FILE TO RETURN-CODE
                 CLOSE SENT-REG-FILE
                 CLOSE ACK-FILE
                 PERFORM H195-ABORT-EXIT
              END-IF
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT RPTFILE-SUCCESS
              DISPLAY 'GLACKRPT DID NOT OPEN PROPERLY: ' ST-REPORT-FILE
              MOVE ST-REPORT-FILE TO RETURN-CODE
              PERFORM H190-CLOSE-INPUTS
              PERFORM H195-ABORT-EXIT
           END-IF.
       H100-END. EXIT.
      *
       H190-CLOSE-INPUTS.
           CLOSE SENT-REG-FILE
           IF WS-ACK-OPEN
              CLOSE ACK-FILE
              CLOSE SENT-FILE
           END-IF.
       H190-END. EXIT.
      *
       H195-ABORT-EXIT.
           STOP RUN.
       H195-END. EXIT.
      *
      *Previous business day of the as-of date: Monday goes back to
      *Friday, Sunday and Saturday to the Friday before them.
       H150-READ-PARM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-AS-OF-DATE
           OPEN INPUT PARM-FILE
           IF PARMFILE-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT PARMFILE-SUCCESS
                 DISPLAY 'GLAPARM DID NOT OPEN PROPERLY: '
                    ST-PARM-FILE
                 MOVE ST-PARM-FILE TO RETURN-CODE
                 PERFORM H190-CLOSE-INPUTS
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
           END-IF
           COMPUTE WS-DAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-INT - 1, 7)
           EVALUATE WS-WEEKDAY
              WHEN 0
                 SUBTRACT 3 FROM WS-DAY-INT
              WHEN 6
                 SUBTRACT 2 FROM WS-DAY-INT
              WHEN OTHER
                 SUBTRACT 1 FROM WS-DAY-INT
           END-EVALUATE
           COMPUTE WS-PREV-BUS-DATE =
              FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
       H150-END. EXIT.
      *
       H170-WRITE-HEADERS.
           MOVE WS-AS-OF-DATE    TO HDR-AS-OF
           MOVE WS-PREV-BUS-DATE TO HDR-PREV-BUS
           MOVE SPACES TO MIS-LINE
           WRITE RPT-REC FROM HEADER-1.
           WRITE RPT-REC FROM HEADER-2.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC AFTER ADVANCING 1 LINES.
       H170-END. EXIT.
      *
      *Both files must open with their H record and name the same run,
      *otherwise nothing further can be matched.
       H180-CHECK-RUN.
           READ ACK-FILE
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1 TO WS-CNT-ACK-READ
                 IF ACK-HEADER
                    MOVE ACKH-RUN-DATE TO WS-ACK-RUN-DATE
                    MOVE ACKH-MODE     TO WS-ACK-MODE
                    MOVE ACKH-RECEIVED TO WS-ACK-RECEIVED
                 END-IF
           END-READ
           READ SENT-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF EXTH-TYPE = 'H'
                    MOVE EXTH-RUN-DATE TO WS-SENT-RUN-DATE
                    MOVE EXTH-MODE     TO WS-SENT-MODE
                 END-IF
           END-READ
           MOVE WS-ACK-RUN-DATE  TO RNL-ACK-DATE
           MOVE WS-ACK-MODE      TO RNL-ACK-MODE
           MOVE WS-SENT-RUN-DATE TO RNL-SENT-DATE
           MOVE WS-SENT-MODE     TO RNL-SENT-MODE
           WRITE RPT-REC FROM RUN-LINE.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC AFTER ADVANCING 1 LINES.
           MOVE 'EXCEPTIONS' TO RPT-REC
           WRITE RPT-REC.
           WRITE RPT-REC FROM MIS-HEADER.
           MOVE ALL '-' TO RPT-REC(1:97)
           WRITE RPT-REC.
           IF WS-ACK-RUN-DATE = ZERO
              MOVE 'RUN'                            TO MIS-KIND
              MOVE 'ACKNOWLEDGEMENT HAS NO HEADER'  TO MIS-TEXT
              PERFORM H590-WRITE-MISMATCH
           ELSE
              IF WS-SENT-RUN-DATE = ZERO
                 MOVE 'RUN'                         TO MIS-KIND
                 MOVE 'SENT COPY HAS NO HEADER'     TO MIS-TEXT
                 PERFORM H590-WRITE-MISMATCH
              ELSE
                 IF WS-ACK-RUN-DATE NOT = WS-SENT-RUN-DATE
                    OR WS-ACK-MODE NOT = WS-SENT-MODE
                    MOVE 'RUN'                      TO MIS-KIND
                    MOVE 'ACKNOWLEDGEMENT IS FOR ANOTHER RUN'
                                                    TO MIS-TEXT
                    PERFORM H590-WRITE-MISMATCH
                 ELSE
                    SET WS-RUN-AGREED TO TRUE
                    MOVE WS-ACK-RUN-DATE TO GLS-RUN-DATE
                    MOVE WS-ACK-MODE     TO GLS-MODE
                    READ SENT-REG-FILE
                       INVALID KEY
                          MOVE 'RUN'                TO MIS-KIND
                          MOVE 'RUN NOT ON SENT REGISTER'
                                                    TO MIS-TEXT
                          PERFORM H590-WRITE-MISMATCH
                       NOT INVALID KEY
                          SET WS-ON-REGISTER TO TRUE
                    END-READ
                 END-IF
              END-IF
           END-IF.
       H180-END. EXIT.
      *
       H200-LOAD-ACK.
           PERFORM H250-LOAD-ONE UNTIL ACKFILE-EOF.
       H200-END. EXIT.
      *
       H250-LOAD-ONE.
           READ ACK-FILE
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1 TO WS-CNT-ACK-READ
                 EVALUATE TRUE
                    WHEN ACK-CUR-TOTAL
                       PERFORM H260-TAKE-BOOKED
                    WHEN ACK-REJECT
                       PERFORM H270-TAKE-REJECT
                    WHEN OTHER
                       MOVE 'RECORD'                TO MIS-KIND
                       MOVE 'UNKNOWN ACKNOWLEDGEMENT RECORD'
                                                    TO MIS-TEXT
                       MOVE ACK-TYPE                TO MIS-KEY
                       PERFORM H590-WRITE-MISMATCH
                 END-EVALUATE
           END-READ.
       H250-END. EXIT.
      *
       H260-TAKE-BOOKED.
           IF ACKC-CURRENCY IS NOT NUMERIC
              OR ACKC-BOOKED IS NOT NUMERIC
              MOVE 'CURRENCY'                       TO MIS-KIND
              MOVE 'BOOKED TOTAL NOT NUMERIC'       TO MIS-TEXT
              MOVE ACKC-CURRENCY                    TO MIS-KEY
              PERFORM H590-WRITE-MISMATCH
           ELSE
              MOVE ACKC-CURRENCY TO WS-FIND-CUR
              PERFORM H300-FIND-CURRENCY
              IF WS-CT-ACK-SW(WS-CUR-IX) = 'Y'
                 MOVE 'CURRENCY'                    TO MIS-KIND
                 MOVE 'CURRENCY BOOKED TWICE BY LEDGER'
                                                    TO MIS-TEXT
                 MOVE ACKC-CURRENCY                 TO MIS-KEY
                 MOVE ACKC-BOOKED                   TO MIS-LEDGER
                 PERFORM H590-WRITE-MISMATCH
              ELSE
                 MOVE 'Y'         TO WS-CT-ACK-SW(WS-CUR-IX)
                 MOVE ACKC-BOOKED TO WS-CT-BOOKED(WS-CUR-IX)
              END-IF
           END-IF.
       H260-END. EXIT.
      *
       H270-TAKE-REJECT.
           IF ACKR-ID IS NOT NUMERIC
              OR ACKR-CURRENCY IS NOT NUMERIC
              MOVE 'KEY'                            TO MIS-KIND
              MOVE 'REJECTED KEY NOT NUMERIC'       TO MIS-TEXT
              MOVE ACK-REJ-REC(2:8)                 TO MIS-KEY
              PERFORM H590-WRITE-MISMATCH
           ELSE
              MOVE ACKR-ID       TO SRT-ID
              MOVE ACKR-CURRENCY TO SRT-CURRENCY
              MOVE ACKR-REASON   TO SRT-REASON
              RELEASE SORT-REC
           END-IF.
       H270-END. EXIT.
      *
       H300-FIND-CURRENCY.
           MOVE 0 TO WS-CUR-IX
           PERFORM VARYING WS-CSRCH-IX FROM 1 BY 1
                   UNTIL WS-CSRCH-IX > WS-CT-COUNT
                      OR WS-CUR-IX > 0
              IF WS-CT-CUR(WS-CSRCH-IX) = WS-FIND-CUR
                 MOVE WS-CSRCH-IX TO WS-CUR-IX
              END-IF
           END-PERFORM
           IF WS-CUR-IX = 0
              IF WS-CT-COUNT >= WS-CT-MAX
                 DISPLAY 'GLACK CURRENCY TABLE FULL AT ' WS-CT-COUNT
                 MOVE 16 TO RETURN-CODE
                 PERFORM H190-CLOSE-INPUTS
                 CLOSE REPORT-FILE
                 PERFORM H195-ABORT-EXIT
              END-IF
              ADD 1 TO WS-CT-COUNT
              MOVE WS-CT-COUNT TO WS-CUR-IX
              MOVE WS-FIND-CUR TO WS-CT-CUR(WS-CUR-IX)
              MOVE 'N'         TO WS-CT-SENT-SW(WS-CUR-IX)
              MOVE ZERO        TO WS-CT-SENT-COUNT(WS-CUR-IX)
              MOVE ZERO        TO WS-CT-SENT-NET(WS-CUR-IX)
              MOVE ZERO        TO WS-CT-REJ-COUNT(WS-CUR-IX)
              MOVE ZERO        TO WS-CT-REJECTED(WS-CUR-IX)
              MOVE 'N'         TO WS-CT-ACK-SW(WS-CUR-IX)
              MOVE ZERO        TO WS-CT-BOOKED(WS-CUR-IX)
              MOVE SPACES      TO WS-CT-RESULT(WS-CUR-IX)
           END-IF.
       H300-END. EXIT.
      *
      *The sent details are in master key order, the same order the
      *rejected keys come back from the sort, so the two are merged.
       H400-MATCH-SENT.
           PERFORM H450-RETURN-REJECT
           PERFORM H500-READ-SENT
           PERFORM H510-TAKE-SENT UNTIL SENTFILE-EOF
           PERFORM H560-REJECT-NOT-SENT UNTIL WS-SORT-EOF.
       H400-END. EXIT.
      *
       H450-RETURN-REJECT.
           RETURN SORT-FILE
              AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.
       H450-END. EXIT.
      *
       H500-READ-SENT.
           READ SENT-FILE
              AT END
                 CONTINUE
           END-READ.
       H500-END. EXIT.
      *
       H510-TAKE-SENT.
           EVALUATE EXTH-TYPE
              WHEN 'D'
              WHEN 'A'
              WHEN 'X'
                 PERFORM H520-TAKE-DETAIL
              WHEN 'C'
                 MOVE EXTC-CURRENCY TO WS-FIND-CUR
                 PERFORM H300-FIND-CURRENCY
                 MOVE 'Y'        TO WS-CT-SENT-SW(WS-CUR-IX)
                 MOVE EXTC-COUNT TO WS-CT-SENT-COUNT(WS-CUR-IX)
                 MOVE EXTC-NET   TO WS-CT-SENT-NET(WS-CUR-IX)
              WHEN 'Z'
                 SET WS-TRAILER-SEEN TO TRUE
                 MOVE EXTZ-COUNT TO WS-SENT-Z-COUNT
                 MOVE EXTZ-NET   TO WS-SENT-Z-NET
              WHEN OTHER
                 MOVE 'RECORD'                      TO MIS-KIND
                 MOVE 'UNKNOWN RECORD ON SENT COPY' TO MIS-TEXT
                 MOVE EXTH-TYPE                     TO MIS-KEY
                 PERFORM H590-WRITE-MISMATCH
           END-EVALUATE
           PERFORM H500-READ-SENT.
       H510-END. EXIT.
      *
       H520-TAKE-DETAIL.
           ADD 1 TO WS-CNT-SENT-DETAIL
           MOVE EXTD-ID       TO WS-DET-ID
           MOVE EXTD-CURRENCY TO WS-DET-CUR
           MOVE 'N'           TO WS-DET-REJECTED-SW
           PERFORM H560-REJECT-NOT-SENT
              UNTIL WS-SORT-EOF OR SRT-KEY NOT < WS-DET-KEY
           PERFORM H550-REJECTED-BY-LEDGER
              UNTIL WS-SORT-EOF OR SRT-KEY NOT = WS-DET-KEY.
       H520-END. EXIT.
      *
      *A rejected detail was received but not booked, so its amount
      *comes off what the ledger should have booked for the currency.
       H550-REJECTED-BY-LEDGER.
           MOVE WS-DET-ID  TO WS-KEY-DISP-ID
           MOVE WS-DET-CUR TO WS-KEY-DISP-CUR
           IF WS-DET-REJECTED
              MOVE 'KEY'                            TO MIS-KIND
              MOVE 'KEY REJECTED MORE THAN ONCE'    TO MIS-TEXT
              MOVE WS-KEY-DISP                      TO MIS-KEY
              PERFORM H590-WRITE-MISMATCH
           ELSE
              SET WS-DET-REJECTED TO TRUE
              MOVE SPACES       TO MIS-LINE
              MOVE 'REJECTED'   TO MIS-KIND
              MOVE SRT-REASON   TO MIS-TEXT
              MOVE WS-KEY-DISP  TO MIS-KEY
              MOVE EXTD-BALANCE TO MIS-SENT
              WRITE RPT-REC FROM MIS-LINE
              MOVE SPACES       TO MIS-LINE
              ADD 1 TO WS-CNT-REJECTED
              MOVE WS-DET-CUR TO WS-FIND-CUR
              PERFORM H300-FIND-CURRENCY
              ADD 1            TO WS-CT-REJ-COUNT(WS-CUR-IX)
              ADD EXTD-BALANCE TO WS-CT-REJECTED(WS-CUR-IX)
           END-IF
           PERFORM H450-RETURN-REJECT.
       H550-END. EXIT.
      *
       H560-REJECT-NOT-SENT.
           MOVE SRT-ID       TO WS-KEY-DISP-ID
           MOVE SRT-CURRENCY TO WS-KEY-DISP-CUR
           MOVE 'KEY'                               TO MIS-KIND
           MOVE 'REJECTED KEY WAS NOT SENT'         TO MIS-TEXT
           MOVE WS-KEY-DISP                         TO MIS-KEY
           PERFORM H590-WRITE-MISMATCH
           PERFORM H450-RETURN-REJECT.
       H560-END. EXIT.
      *
      *Callers fill the kind, text and whichever of key, sent and
      *ledger apply; the line is cleared again once written.
       H590-WRITE-MISMATCH.
           WRITE RPT-REC FROM MIS-LINE
           MOVE SPACES TO MIS-LINE
           ADD 1 TO WS-CNT-MISMATCH.
       H590-END. EXIT.
      *
       H600-CHECK-TOTALS.
           IF NOT WS-TRAILER-SEEN
              MOVE 'RECORD'                         TO MIS-KIND
              MOVE 'SENT COPY HAS NO TRAILER'       TO MIS-TEXT
              MOVE WS-CNT-SENT-DETAIL               TO MIS-SENT
              PERFORM H590-WRITE-MISMATCH
           ELSE
              IF WS-CNT-SENT-DETAIL NOT = WS-SENT-Z-COUNT
                 MOVE 'RECORD'                      TO MIS-KIND
                 MOVE 'SENT COPY DETAILS DISAGREE WITH TRAILER'
                                                    TO MIS-TEXT
                 MOVE WS-CNT-SENT-DETAIL            TO MIS-SENT
                 PERFORM H590-WRITE-MISMATCH
              END-IF
           END-IF
           IF WS-ACK-RECEIVED NOT = WS-SENT-Z-COUNT
              MOVE 'COUNT'                          TO MIS-KIND
              MOVE 'DETAIL COUNT RECEIVED DIFFERS'  TO MIS-TEXT
              MOVE WS-SENT-Z-COUNT                  TO MIS-SENT
              MOVE WS-ACK-RECEIVED                  TO MIS-LEDGER
              PERFORM H590-WRITE-MISMATCH
           END-IF
           PERFORM H650-CHECK-CURRENCY
              VARYING WS-CUR-IX FROM 1 BY 1
              UNTIL WS-CUR-IX > WS-CT-COUNT
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINES.
           MOVE 'CURRENCY TOTALS' TO RPT-REC
           WRITE RPT-REC.
           WRITE RPT-REC FROM CUR-HEADER.
           MOVE ALL '-' TO RPT-REC(1:94)
           WRITE RPT-REC.
           PERFORM H680-PRINT-CURRENCY
              VARYING WS-CUR-IX FROM 1 BY 1
              UNTIL WS-CUR-IX > WS-CT-COUNT.
       H600-END. EXIT.
      *
       H650-CHECK-CURRENCY.
           COMPUTE WS-EXPECTED = WS-CT-SENT-NET(WS-CUR-IX)
                               - WS-CT-REJECTED(WS-CUR-IX)
           MOVE WS-CT-CUR(WS-CUR-IX) TO MIS-KEY
           IF WS-CT-SENT-SW(WS-CUR-IX) = 'Y'
              AND WS-CT-ACK-SW(WS-CUR-IX) = 'N'
              MOVE 'NOT BOOKED'                     TO WS-CT-RESULT
                                                       (WS-CUR-IX)
              MOVE 'CURRENCY'                       TO MIS-KIND
              MOVE 'CURRENCY SENT BUT NOT BOOKED'   TO MIS-TEXT
              MOVE WS-EXPECTED                      TO MIS-SENT
              PERFORM H590-WRITE-MISMATCH
           ELSE
              IF WS-CT-SENT-SW(WS-CUR-IX) = 'N'
                 MOVE 'NOT SENT'                    TO WS-CT-RESULT
                                                       (WS-CUR-IX)
                 MOVE 'CURRENCY'                    TO MIS-KIND
                 MOVE 'CURRENCY BOOKED BUT NOT SENT'
                                                    TO MIS-TEXT
                 MOVE WS-CT-BOOKED(WS-CUR-IX)       TO MIS-LEDGER
                 PERFORM H590-WRITE-MISMATCH
              ELSE
                 IF WS-CT-BOOKED(WS-CUR-IX) NOT = WS-EXPECTED
                    MOVE 'DIFFERS'                  TO WS-CT-RESULT
                                                       (WS-CUR-IX)
                    MOVE 'CURRENCY'                 TO MIS-KIND
                    MOVE 'BOOKED TOTAL DIFFERS'     TO MIS-TEXT
                    MOVE WS-EXPECTED                TO MIS-SENT
                    MOVE WS-CT-BOOKED(WS-CUR-IX)    TO MIS-LEDGER
                    PERFORM H590-WRITE-MISMATCH
                 ELSE
                    MOVE 'AGREED'                   TO WS-CT-RESULT
                                                       (WS-CUR-IX)
                    MOVE SPACES TO MIS-LINE
                 END-IF
              END-IF
           END-IF.
       H650-END. EXIT.
      *
       H680-PRINT-CURRENCY.
           MOVE WS-CT-CUR(WS-CUR-IX)        TO CRL-CUR
           MOVE WS-CT-SENT-COUNT(WS-CUR-IX) TO CRL-COUNT
           MOVE WS-CT-SENT-NET(WS-CUR-IX)   TO CRL-SENT
           MOVE WS-CT-REJECTED(WS-CUR-IX)   TO CRL-REJECTED
           COMPUTE CRL-EXPECTED = WS-CT-SENT-NET(WS-CUR-IX)
                                - WS-CT-REJECTED(WS-CUR-IX)
           MOVE WS-CT-BOOKED(WS-CUR-IX)     TO CRL-BOOKED
           MOVE WS-CT-RESULT(WS-CUR-IX)     TO CRL-RESULT
           WRITE RPT-REC FROM CUR-LINE.
       H680-END. EXIT.
      *
       H700-UPDATE-REGISTER.
           IF WS-ON-REGISTER AND NOT GLS-SUPERSEDED
              MOVE WS-AS-OF-DATE TO GLS-ACK-DATE
              COMPUTE GLS-MISMATCHES = WS-CNT-MISMATCH
                                     + WS-CNT-REJECTED
              IF GLS-MISMATCHES = ZERO
                 MOVE 'C' TO GLS-STATUS
              ELSE
                 MOVE 'M' TO GLS-STATUS
              END-IF
              REWRITE GLS-REC
                 INVALID KEY
                    DISPLAY 'GLACKST REWRITE FAILED: ' ST-SENT-REG-FILE
              END-REWRITE
           END-IF.
       H700-END. EXIT.
      *
      *First pass finds the latest confirmed full dump, second pass
      *lists every later run that is not confirmed.
       H800-LIST-OUTSTANDING.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINES.
           MOVE 'RUNS NOT CONFIRMED' TO RPT-REC
           WRITE RPT-REC.
           WRITE RPT-REC FROM OUT-HEADER.
           MOVE ALL '-' TO RPT-REC(1:96)
           WRITE RPT-REC.
           PERFORM H805-START-REGISTER
           PERFORM H810-FIND-RESET UNTIL WS-REG-EOF
           PERFORM H805-START-REGISTER
           PERFORM H820-LIST-ONE UNTIL WS-REG-EOF.
       H800-END. EXIT.
      *
       H805-START-REGISTER.
           MOVE 'N' TO WS-REG-EOF-SW
           MOVE LOW-VALUES TO GLS-KEY
           START SENT-REG-FILE KEY IS >= GLS-KEY
              INVALID KEY
                 SET WS-REG-EOF TO TRUE
           END-START.
       H805-END. EXIT.
      *
       H810-FIND-RESET.
           READ SENT-REG-FILE NEXT RECORD
              AT END
                 SET WS-REG-EOF TO TRUE
              NOT AT END
                 IF GLS-MODE = 'F' AND GLS-CONFIRMED
                    MOVE GLS-RUN-DATE TO WS-RESET-DATE
                 END-IF
           END-READ.
       H810-END. EXIT.
      *
       H820-LIST-ONE.
           READ SENT-REG-FILE NEXT RECORD
              AT END
                 SET WS-REG-EOF TO TRUE
              NOT AT END
                 IF GLS-RUN-DATE >= WS-RESET-DATE
                    AND NOT GLS-CONFIRMED AND NOT GLS-SUPERSEDED
                    PERFORM H850-WRITE-OUTSTANDING
                 END-IF
           END-READ.
       H820-END. EXIT.
      *
       H850-WRITE-OUTSTANDING.
           MOVE GLS-RUN-DATE   TO OUT-RUN-DATE
           MOVE GLS-MODE       TO OUT-MODE
           MOVE GLS-ACK-DATE   TO OUT-ACK-DATE
           MOVE GLS-SENT-COUNT TO OUT-COUNT
           MOVE GLS-SENT-NET   TO OUT-NET
           IF GLS-MISMATCHED
              MOVE 'ACKNOWLEDGEMENT DID NOT AGREE' TO OUT-TEXT
              ADD 1 TO WS-CNT-NOT-AGREED
           ELSE
              IF GLS-RUN-DATE < WS-PREV-BUS-DATE
                 MOVE 'UNACKNOWLEDGED OVER ONE BUSINESS DAY'
                                                   TO OUT-TEXT
                 ADD 1 TO WS-CNT-OVERDUE
              ELSE
                 MOVE 'AWAITING ACKNOWLEDGEMENT'   TO OUT-TEXT
                 ADD 1 TO WS-CNT-AWAITING
              END-IF
           END-IF
           WRITE RPT-REC FROM OUT-LINE.
       H850-END. EXIT.
      *
       H900-PRINT-SUMMARY.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINES.
           MOVE 'ACK RECORDS READ'       TO SUM-LABEL
           MOVE WS-CNT-ACK-READ          TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'SENT DETAILS READ'      TO SUM-LABEL
           MOVE WS-CNT-SENT-DETAIL       TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'KEYS REJECTED BY LEDGER' TO SUM-LABEL
           MOVE WS-CNT-REJECTED          TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'MISMATCHES'             TO SUM-LABEL
           MOVE WS-CNT-MISMATCH          TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'RUNS NOT AGREED'        TO SUM-LABEL
           MOVE WS-CNT-NOT-AGREED        TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'RUNS OVERDUE'           TO SUM-LABEL
           MOVE WS-CNT-OVERDUE           TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'RUNS AWAITING'          TO SUM-LABEL
           MOVE WS-CNT-AWAITING          TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC AFTER ADVANCING 1 LINES.
           IF WS-CNT-MISMATCH > ZERO OR WS-CNT-REJECTED > ZERO
              MOVE 'ACKNOWLEDGEMENT DISAGREES - RUN NOT CONFIRMED'
                 TO RPT-REC
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-ACK-OPEN
                 MOVE 'ACKNOWLEDGEMENT AGREES - RUN CONFIRMED'
                    TO RPT-REC
              ELSE
                 MOVE 'NO ACKNOWLEDGEMENT MATCHED' TO RPT-REC
              END-IF
              IF WS-CNT-OVERDUE > ZERO OR WS-CNT-NOT-AGREED > ZERO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           WRITE RPT-REC.
       H900-END. EXIT.
      *
       H990-LOG-END.
           MOVE 'E' TO WS-LOG-EVENT
           MOVE WS-CNT-ACK-READ    TO WS-LOG-CNT-READ
           MOVE WS-CNT-MISMATCH    TO WS-LOG-CNT-WRITTEN
           ADD  WS-CNT-REJECTED    TO WS-LOG-CNT-WRITTEN
           MOVE RETURN-CODE        TO WS-LOG-RC
           CALL WS-RUNLOG USING WS-LOG-AREA.
       H990-END. EXIT.
      *
       H999-PREPARE-EXIT.
           PERFORM H190-CLOSE-INPUTS
           CLOSE REPORT-FILE
           PERFORM H990-LOG-END
           STOP RUN.
       H999-END. EXIT.
      *-----------------------------------------------------------------
