              88 CUR-DEACTIVATED               VALUE 'D'.
           03 CUR-EFF-DATE            PIC S9(08) COMP-3.
           03 CUR-LRG-THRESHOLD       PIC S9(13) COMP-3.
           03 CUR-AUTH-AMOUNT         PIC S9(13) COMP-3.
      *
       FD  AUDIT-FILE RECORDING MODE F.
       01  AUDIT-REC.
