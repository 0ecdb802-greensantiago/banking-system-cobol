       01  PP-EXCP-REC.
           05 PX-ITEM-NUMBER        PIC 9(8).
           05 PX-ACCOUNT-NUMBER     PIC 9(10).
           05 PX-CHECK-NUMBER       PIC 9(8).
           05 PX-AMOUNT             PIC 9(9)V99.
           05 PX-PAYEE-NAME         PIC X(30).
           05 PX-PRESENTING-BANK    PIC X(10).
           05 PX-ISSUED-AMOUNT      PIC 9(9)V99.
           05 PX-ISSUED-PAYEE       PIC X(30).
           05 PX-REASON             PIC X(26).
           05 PX-PRESENTED-DATE     PIC 9(8).
           05 PX-STATUS             PIC X.
              88 PX-PENDING         VALUE 'P'.
              88 PX-APPROVED        VALUE 'A'.
              88 PX-RETURNED        VALUE 'R'.
           05 PX-DECIDED-BY         PIC X(15).
           05 PX-DECIDED-DATE       PIC 9(8).
