       01  PP-ISSUE-IN-REC.
           05 PF-ACCOUNT-NUMBER     PIC 9(10).
           05 PF-CHECK-NUMBER       PIC 9(8).
           05 PF-AMOUNT             PIC 9(9)V99.
           05 PF-ISSUE-DATE         PIC 9(8).
           05 PF-PAYEE-NAME         PIC X(30).
           05 PF-VOID-SW            PIC X.
              88 PF-VOID-ITEM       VALUE 'V'.
