       01  AML-HIT-REC.
           05 AH-DATE               PIC 9(8).
           05 AH-ACCOUNT-NUMBER     PIC 9(10).
           05 AH-CUSTOMER-NUMBER    PIC 9(8).
           05 AH-HIT-TYPE           PIC X.
              88 AH-COVERED         VALUE 'C'.
              88 AH-STRUCTURING     VALUE 'S'.
              88 AH-HIGH-RISK-ALERT VALUE 'H'.
           05 AH-AMOUNT             PIC 9(11)V99.
           05 AH-ITEM-COUNT         PIC 9(5).
