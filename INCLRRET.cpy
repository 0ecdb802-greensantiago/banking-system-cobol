       01  IN-RET-REC.
           05 IR-BANK-CODE          PIC X(10).
           05 IR-SENDER-REF         PIC X(12).
           05 IR-RETURN-DATE        PIC 9(8).
           05 IR-DEST-ACCOUNT       PIC 9(10).
           05 IR-AMOUNT             PIC 9(9)V99.
           05 IR-CURRENCY-CODE      PIC X(3).
           05 IR-REASON-CODE        PIC X(2).
              88 IR-NO-ACCOUNT      VALUE 'NA'.
              88 IR-ACCOUNT-CLOSED  VALUE 'AC'.
              88 IR-ACCOUNT-FROZEN  VALUE 'AF'.
              88 IR-WRONG-CURRENCY  VALUE 'CU'.
           05 IR-REASON-TEXT        PIC X(30).
