       01  PP-ISSUE-REC.
           05 PI-KEY.
              10 PI-ACCOUNT-NUMBER  PIC 9(10).
              10 PI-CHECK-NUMBER    PIC 9(8).
           05 PI-AMOUNT             PIC 9(9)V99.
           05 PI-ISSUE-DATE         PIC 9(8).
           05 PI-PAYEE-NAME         PIC X(30).
           05 PI-STATUS             PIC X.
              88 PI-ISSUED          VALUE 'I'.
              88 PI-PAID            VALUE 'P'.
              88 PI-VOID            VALUE 'V'.
           05 PI-LOAD-DATE          PIC 9(8).
           05 PI-PAID-DATE          PIC 9(8).
