       01  IN-CLR-REC.
           05 IC-BANK-CODE          PIC X(10).
           05 IC-SENDER-REF         PIC X(12).
           05 IC-VALUE-DATE         PIC 9(8).
           05 IC-DEST-ACCOUNT       PIC 9(10).
           05 IC-AMOUNT             PIC 9(9)V99.
           05 IC-CURRENCY-CODE      PIC X(3).
           05 IC-SENDER-NAME        PIC X(30).
