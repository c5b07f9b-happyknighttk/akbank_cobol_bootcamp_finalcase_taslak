      *master instead of an in-core table. Exception lines are spooled
      *to the EXCWORK work file during the match and listed again in
      *the exception section. Accounts that do not prove put the job
      *at RETURN-CODE 8. Reversal images (V transactions, function 13)
      *are carried in their own column and totals rather than netted
      *in with ordinary adjustments; the proof is opening + net +
      *reversed.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03 WS-EXCEPTION-COUNT   PIC 9(07) VALUE ZERO.
           03 WS-PROVED-COUNT      PIC 9(07) VALUE ZERO.
           03 WS-AUDIT-RECS        PIC 9(07) VALUE ZERO.
           03 WS-REVERSAL-RECS     PIC 9(07) VALUE ZERO.
      *--------------------------------------
      *One key's aggregated day: the working equivalent of the old
      *in-core table entry, carried only while its group is current.
           03 WS-GRP-CUR           PIC 9(03).
           03 WS-GRP-OPENING       PIC S9(15) COMP-3.
           03 WS-GRP-NET           PIC S9(15) COMP-3.
           03 WS-GRP-REVERSED      PIC S9(15) COMP-3.
           03 WS-GRP-ACTUAL        PIC S9(15) COMP-3.
           03 WS-GRP-DELETED-SW    PIC X(01).
              88 WS-GRP-DELETED              VALUE 'Y'.
              05 WS-CT-CUR         PIC S9(03) COMP.
              05 WS-CT-ACCOUNTS    PIC 9(07).
              05 WS-CT-EXPECTED    PIC S9(15) COMP-3.
              05 WS-CT-REVERSED    PIC S9(15) COMP-3.
              05 WS-CT-ACTUAL      PIC S9(15) COMP-3.
              05 WS-CT-EXCEPTIONS  PIC 9(07).
      *--------------------------------------
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(15) VALUE '            NET'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(15) VALUE '       REVERSED'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(15) VALUE '       EXPECTED'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(15) VALUE '         ACTUAL'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(12) VALUE 'STATUS'.
           03 FILLER         PIC X(24) VALUE SPACES.
      *
       01  HEADER-4.
           03 FILLER         PIC X(109) VALUE ALL '-'.
           03 FILLER         PIC X(24) VALUE SPACES.
      *
       01  HEADER-5.
           03 FILLER         PIC X(17) VALUE 'EXCEPTION SECTION'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-NET        PIC -(14)9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-REVERSED   PIC -(14)9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-EXPECTED   PIC -(14)9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-ACTUAL     PIC -(14)9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-STATUS     PIC X(12).
           03 FILLER         PIC X(24) VALUE SPACES.
      *
       01  CUR-TOT-LINE.
           03 FILLER         PIC X(09) VALUE 'CURRENCY '.
           03 CTL-ACTUAL     PIC -(14)9.
           03 FILLER         PIC X(06) VALUE '  EXCP'.
           03 CTL-EXCEPTIONS PIC Z,ZZZ,ZZ9.
           03 FILLER         PIC X(05) VALUE '  REV'.
           03 CTL-REVERSED   PIC -(14)9.
           03 FILLER         PIC X(31) VALUE SPACES.
      *
       01  SUM-LINE.
           03 SUM-LABEL      PIC X(25).
           MOVE AUD-FUNCTION TO SRT-FUNCTION
           MOVE AUD-BALANCE  TO SRT-BALANCE
           MOVE AUD-AMOUNT   TO SRT-AMOUNT
           IF AUD-FUNCTION = 13
              ADD 1 TO WS-REVERSAL-RECS
           END-IF
           RELEASE SORT-REC
           READ AUDIT-FILE.
       H220-END. EXIT.
           MOVE SRT-ID      TO WS-GRP-ID
           MOVE SRT-CUR     TO WS-GRP-CUR
           MOVE SRT-BALANCE TO WS-GRP-OPENING
           MOVE ZERO        TO WS-GRP-NET
           MOVE ZERO        TO WS-GRP-REVERSED
           PERFORM H345-ADD-AMOUNT
           MOVE ZERO        TO WS-GRP-ACTUAL
           MOVE 'N'         TO WS-GRP-DELETED-SW
           MOVE 'N'         TO WS-GRP-MATCHED-SW
           IF WS-GRP-DELETED
      *Key came back after a delete: its proof restarts at this image.
              MOVE SRT-BALANCE TO WS-GRP-OPENING
              MOVE ZERO        TO WS-GRP-NET
              MOVE ZERO        TO WS-GRP-REVERSED
              MOVE 'N' TO WS-GRP-DELETED-SW
           END-IF
           PERFORM H345-ADD-AMOUNT
           IF SRT-FUNCTION = 5
              MOVE 'Y' TO WS-GRP-DELETED-SW
           END-IF
           PERFORM H310-RETURN-RECORD.
       H340-END. EXIT.
      *
       H345-ADD-AMOUNT.
           IF SRT-FUNCTION = 13
              ADD SRT-AMOUNT TO WS-GRP-REVERSED
           ELSE
              ADD SRT-AMOUNT TO WS-GRP-NET
           END-IF.
       H345-END. EXIT.
      *
      *Master keys below the audited key had no activity today and
      *need no proof; the sweep just steps over them.
      *
       H450-JUDGE-ENTRY.
           COMPUTE WS-EXPECTED = WS-GRP-OPENING + WS-GRP-NET
                               + WS-GRP-REVERSED
           IF WS-GRP-DELETED
              IF WS-GRP-MATCHED
                 MOVE 'E' TO WS-GRP-STATUS
           MOVE WS-GRP-CUR     TO DET-CUR
           MOVE WS-GRP-OPENING TO DET-OPENING
           MOVE WS-GRP-NET     TO DET-NET
           MOVE WS-GRP-REVERSED TO DET-REVERSED
           MOVE WS-EXPECTED    TO DET-EXPECTED
           MOVE WS-GRP-ACTUAL  TO DET-ACTUAL
           EVALUATE TRUE
              MOVE WS-GRP-CUR TO WS-CT-CUR(WS-CUR-IX)
              MOVE ZERO TO WS-CT-ACCOUNTS(WS-CUR-IX)
              MOVE ZERO TO WS-CT-EXPECTED(WS-CUR-IX)
              MOVE ZERO TO WS-CT-REVERSED(WS-CUR-IX)
              MOVE ZERO TO WS-CT-ACTUAL(WS-CUR-IX)
              MOVE ZERO TO WS-CT-EXCEPTIONS(WS-CUR-IX)
           END-IF
              ADD WS-EXPECTED TO WS-CT-EXPECTED(WS-CUR-IX)
           END-IF
           ADD WS-GRP-ACTUAL TO WS-CT-ACTUAL(WS-CUR-IX)
           ADD WS-GRP-REVERSED TO WS-CT-REVERSED(WS-CUR-IX)
           IF WS-GRP-EXCEPTION
              ADD 1 TO WS-CT-EXCEPTIONS(WS-CUR-IX)
           END-IF.
              MOVE WS-CT-EXPECTED(WS-CUR-IX)   TO CTL-EXPECTED
              MOVE WS-CT-ACTUAL(WS-CUR-IX)     TO CTL-ACTUAL
              MOVE WS-CT-EXCEPTIONS(WS-CUR-IX) TO CTL-EXCEPTIONS
              MOVE WS-CT-REVERSED(WS-CUR-IX)   TO CTL-REVERSED
              WRITE RPT-REC FROM CUR-TOT-LINE
           END-PERFORM
           MOVE SPACES TO RPT-REC
           MOVE 'AUDIT RECORDS READ'    TO SUM-LABEL
           MOVE WS-AUDIT-RECS           TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'REVERSAL IMAGES READ'  TO SUM-LABEL
           MOVE WS-REVERSAL-RECS        TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'ACCOUNTS PROVED'       TO SUM-LABEL
           MOVE WS-PROVED-COUNT         TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
