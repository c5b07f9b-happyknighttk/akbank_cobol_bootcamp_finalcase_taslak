           03 RAWD-LNAME           PIC X(15).
           03 RAWD-AMOUNT          PIC S9(13)
                                    SIGN IS LEADING SEPARATE CHARACTER.
      *For V records the name area carries the audit timestamp of the
      *posting image to be reversed.
       01  RAW-REVERSAL REDEFINES RAW-REC.
           03 FILLER               PIC X(09).
           03 RAWR-ORIG-TS         PIC X(16).
           03 FILLER               PIC X(28).
      *
       SD  SORT-FILE.
       01  SORT-REC.
              WHEN RAWD-PROCESS-TYPE NOT = 'R' AND NOT = 'U'
                 AND NOT = 'W' AND NOT = 'D' AND NOT = 'B'
                 AND NOT = 'C' AND NOT = 'T' AND NOT = 'S'
                 AND NOT = 'L' AND NOT = 'V' AND NOT = 'M'
                 MOVE 'INVALID PROC TYPE'   TO WS-REJECT-REASON
              WHEN RAWD-ID IS NOT NUMERIC
                 MOVE 'INVALID ID FORMAT'   TO WS-REJECT-REASON
              WHEN RAWD-PROCESS-TYPE NOT = 'C' AND NOT = 'M'
                 AND RAWD-CURRENCY IS NOT NUMERIC
                 MOVE 'INVALID CURRENCY FMT' TO WS-REJECT-REASON
              WHEN (RAWD-PROCESS-TYPE = 'B' OR = 'T' OR = 'L')
                 AND RAWD-AMOUNT IS NOT NUMERIC
                 MOVE 'INVALID AMOUNT'      TO WS-REJECT-REASON
              WHEN RAWD-PROCESS-TYPE = 'T'
                 AND (RAWD-TO-ID IS NOT NUMERIC
                    OR RAWD-TO-CURRENCY IS NOT NUMERIC)
                 MOVE 'INVALID TO-KEY'      TO WS-REJECT-REASON
              WHEN RAWD-PROCESS-TYPE = 'M'
                 AND RAWD-TO-ID IS NOT NUMERIC
                 MOVE 'INVALID SURVIVOR ID' TO WS-REJECT-REASON
              WHEN RAWD-PROCESS-TYPE = 'D'
                 AND RAWD-TRANSFER-KEYS NOT = SPACES
                 AND (RAWD-TO-ID IS NOT NUMERIC
                    OR RAWD-TO-CURRENCY IS NOT NUMERIC)
                 MOVE 'INVALID PAYOUT KEY'  TO WS-REJECT-REASON
              WHEN RAWD-PROCESS-TYPE = 'S'
                 AND RAWD-BDAY IS NOT NUMERIC
                 MOVE 'INVALID BDAY FORMAT' TO WS-REJECT-REASON
              WHEN RAWD-PROCESS-TYPE = 'V'
                 AND RAWR-ORIG-TS IS NOT NUMERIC
                 MOVE 'INVALID REVERSAL REF' TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
              ADD 1 TO WS-CNT-VALID
