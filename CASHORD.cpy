       01  CASH-ORDER-REC.
           05 CO-ORDER-NUMBER       PIC 9(8).
           05 CO-BRANCH-CODE        PIC X(4).
           05 CO-ORDER-TYPE         PIC X.
              88 CO-DELIVERY        VALUE 'D'.
              88 CO-PICKUP          VALUE 'P'.
           05 CO-AMOUNT             PIC 9(9)V99.
           05 CO-DENOM-USED         PIC 9(2).
           05 CO-DENOM-LINE OCCURS 10 TIMES.
              10 CO-NOTE-VALUE      PIC 9(5).
              10 CO-NOTE-COUNT      PIC 9(7).
           05 CO-STATUS             PIC X.
              88 CO-REQUESTED       VALUE 'R'.
              88 CO-APPROVED        VALUE 'A'.
              88 CO-IN-TRANSIT      VALUE 'T'.
              88 CO-CONFIRMED       VALUE 'C'.
              88 CO-REJECTED        VALUE 'J'.
              88 CO-CANCELLED       VALUE 'X'.
              88 CO-OPEN            VALUE 'R' 'A' 'T'.
           05 CO-REQUEST-DATE       PIC 9(8).
           05 CO-REQUESTED-BY       PIC X(15).
           05 CO-APPROVE-DATE       PIC 9(8).
           05 CO-APPROVED-BY        PIC X(15).
           05 CO-DISPATCH-DATE      PIC 9(8).
           05 CO-DISPATCHED-BY      PIC X(15).
           05 CO-RECEIVE-DATE       PIC 9(8).
           05 CO-RECEIVED-BY        PIC X(15).
           05 CO-REMARKS            PIC X(30).
