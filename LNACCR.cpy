       01  LOAN-ACCRUAL-REC.
           05 LA-LOAN-NUMBER        PIC 9(10).
           05 LA-ACCRUED-INTEREST   PIC 9(9)V9(4).
           05 LA-DAYS-ACCRUED       PIC 9(3).
           05 LA-LAST-ACCRUAL-DATE  PIC 9(8).
