       01  REMIT-REC.
           05 RM-REFERENCE          PIC 9(8).
           05 RM-SECURITY-CODE      PIC X(6).
           05 RM-SEND-BRANCH        PIC X(4).
           05 RM-SEND-DATE          PIC 9(8).
           05 RM-SEND-TELLER        PIC X(15).
           05 RM-SENDER-NAME        PIC X(30).
           05 RM-SENDER-ID-NUMBER   PIC X(20).
           05 RM-SENDER-CONTACT     PIC X(15).
           05 RM-BENEF-NAME         PIC X(30).
           05 RM-BENEF-CONTACT      PIC X(15).
           05 RM-PAY-BRANCH         PIC X(4).
           05 RM-AMOUNT             PIC 9(9)V99.
           05 RM-FEE                PIC 9(7)V99.
           05 RM-STATUS             PIC X.
              88 RM-OUTSTANDING     VALUE 'O'.
              88 RM-PAID            VALUE 'P'.
              88 RM-EXPIRED         VALUE 'E'.
              88 RM-REFUNDED        VALUE 'R'.
           05 RM-CLOSE-DATE         PIC 9(8).
           05 RM-CLOSE-BRANCH       PIC X(4).
           05 RM-CLOSE-TELLER       PIC X(15).
           05 RM-ID-PRESENTED       PIC X(20).
           05 RM-RELEASED-BY        PIC X(15).
