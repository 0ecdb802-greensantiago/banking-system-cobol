       01  ACR-REVERSAL-AREA.
           05 AV-KIND               PIC X.
              88 AV-DEPOSIT-ACCRUAL VALUE 'D'.
              88 AV-LOAN-ACCRUAL    VALUE 'L'.
           05 AV-NUMBER             PIC 9(10).
           05 AV-AMOUNT-REVERSED    PIC 9(9)V99.
