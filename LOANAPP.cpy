       01  LOAN-APP-REC.
           05 LA-APP-NUMBER         PIC 9(10).
           05 LA-CUSTOMER-NUMBER    PIC 9(8).
           05 LA-REQ-AMOUNT         PIC 9(9)V99.
           05 LA-REQ-TERM           PIC 9(3).
           05 LA-PURPOSE            PIC X(20).
           05 LA-MONTHLY-INCOME     PIC 9(9)V99.
           05 LA-APPROVER-LEVEL     PIC X.
              88 LA-LEVEL-SUPERVISOR VALUE 'S'.
              88 LA-LEVEL-ADMIN     VALUE 'A'.
           05 LA-STATUS             PIC X.
              88 LA-PENDING         VALUE 'P'.
              88 LA-APPROVED        VALUE 'A'.
              88 LA-DECLINED        VALUE 'D'.
              88 LA-WITHDRAWN       VALUE 'W'.
              88 LA-BOOKED          VALUE 'B'.
           05 LA-APPROVED-AMOUNT    PIC 9(9)V99.
           05 LA-ENTERED-BY         PIC X(15).
           05 LA-ENTERED-DATE       PIC 9(8).
           05 LA-DECIDED-BY         PIC X(15).
           05 LA-DECIDED-DATE       PIC 9(8).
           05 LA-DECISION-NOTE      PIC X(20).
           05 LA-LOAN-NUMBER        PIC 9(10).
           05 LA-BOOKED-DATE        PIC 9(8).
