      *on the archive and are skipped, so the latest archived day is
      *never listed twice. A missing HISTFILE means the inquiry
      *covers the current day only.
      *Timestamps print to the hundredth of a second: that is the
      *reference a V reversal quotes. A reversal image shows the
      *timestamp of the posting it backs out in the name columns.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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
       FD  HIST-FILE RECORDING MODE F.
       01  HIST-REC.
           03 WS-SEL-FROM-TS       PIC X(14).
           03 WS-SEL-TO-TS         PIC X(14).
           03 WS-AUD-TS-KEY        PIC X(14).
           03 WS-CNT-REVERSALS     PIC 9(07) VALUE ZERO.
           03 WS-HIST-HIGH-TS      PIC X(14) VALUE LOW-VALUES.
           03 WS-CNT-READ          PIC 9(07) VALUE ZERO.
           03 WS-CNT-SELECTED      PIC 9(07) VALUE ZERO.
           03 FILLER         PIC X(65) VALUE SPACES.
      *
       01  HEADER-3.
           03 FILLER         PIC X(16) VALUE 'TIMESTAMP'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(12) VALUE 'FUNCTION'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(15) VALUE '        BALANCE'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(13) VALUE '       AMOUNT'.
           03 FILLER         PIC X(17) VALUE SPACES.
      *
       01  HEADER-4.
           03 FILLER         PIC X(116) VALUE ALL '-'.
           03 FILLER         PIC X(17) VALUE SPACES.
      *
       01  DET-LINE.
           03 DET-TS         PIC X(16).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-FUNCTION   PIC X(12).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-CUR        PIC 9(03).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-NAMES.
              05 DET-FNAME   PIC X(15).
              05 FILLER      PIC X(01).
              05 DET-LNAME   PIC X(15).
           03 DET-REV-REF REDEFINES DET-NAMES.
              05 DET-REV-LABEL PIC X(09).
              05 DET-REV-TS  PIC X(16).
              05 DET-REV-FUNC PIC X(06).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-BDAY       PIC 9(07).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-BALANCE    PIC -(14)9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-AMOUNT     PIC -(12)9.
           03 FILLER         PIC X(17) VALUE SPACES.
      *
       01  SUM-LINE.
           03 SUM-LABEL      PIC X(25).
      *
       H300-WRITE-DETAIL.
           MOVE SPACES TO DET-LINE
           MOVE AUD-TIMESTAMP(1:16) TO DET-TS
           EVALUATE AUD-FUNCTION
              WHEN 3
                 MOVE 'UPDATE'      TO DET-FUNCTION
                 MOVE 'TRANSFER'    TO DET-FUNCTION
              WHEN 11
                 MOVE 'BDAY SET'    TO DET-FUNCTION
              WHEN 13
                 MOVE 'REVERSAL'    TO DET-FUNCTION
              WHEN 14
                 MOVE 'MERGE'       TO DET-FUNCTION
              WHEN 15
                 MOVE 'AFTER IMAGE' TO DET-FUNCTION
              WHEN OTHER
                 MOVE 'UNKNOWN'     TO DET-FUNCTION
           END-EVALUATE
           MOVE AUD-ID       TO DET-ID
           MOVE AUD-CURRENCY TO DET-CUR
           IF AUD-FUNCTION = 13
              MOVE 'REVERSES '     TO DET-REV-LABEL
              MOVE AUD-REV-ORIG-TS TO DET-REV-TS
              IF AUD-REV-ORIG-FUNCTION = 10
                 MOVE ' XFER' TO DET-REV-FUNC
              ELSE
                 MOVE ' ADJ'  TO DET-REV-FUNC
              END-IF
              ADD 1 TO WS-CNT-REVERSALS
           ELSE
              MOVE AUD-FNAME    TO DET-FNAME
              MOVE AUD-LNAME    TO DET-LNAME
           END-IF
           MOVE AUD-BDAY     TO DET-BDAY
           MOVE AUD-BALANCE  TO DET-BALANCE
           MOVE AUD-AMOUNT   TO DET-AMOUNT
           MOVE 'RECORDS SELECTED'       TO SUM-LABEL
           MOVE WS-CNT-SELECTED          TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           MOVE 'REVERSALS SELECTED'     TO SUM-LABEL
           MOVE WS-CNT-REVERSALS         TO SUM-COUNT
           WRITE RPT-REC FROM SUM-LINE.
           IF WS-CNT-SELECTED = 0
              MOVE SPACES TO RPT-REC
              MOVE 'NO AUDIT ACTIVITY MATCHES THE SELECTION' TO RPT-REC
