           05 PC-CHECK-NUMBER       PIC 9(8).
           05 PC-AMOUNT             PIC 9(9)V99.
           05 PC-PRESENTING-BANK    PIC X(10).
           05 PC-PAYEE-NAME         PIC X(30).
