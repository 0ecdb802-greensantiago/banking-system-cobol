       01  VAULT-LIMIT-REC.
           05 VL-BRANCH-CODE        PIC X(4).
           05 VL-MIN-HOLDING        PIC 9(9)V99.
           05 VL-MAX-HOLDING        PIC 9(9)V99.
           05 VL-LAST-MAINT-BY      PIC X(15).
           05 VL-LAST-MAINT-DATE    PIC 9(8).
