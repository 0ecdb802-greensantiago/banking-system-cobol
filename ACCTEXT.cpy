       01  ACCT-EXT-REC.
           05 AX-BUSINESS-DATE      PIC 9(8).
           05 AX-ACCOUNT-NUMBER     PIC 9(10).
           05 AX-ACCOUNT-NAME       PIC X(30).
           05 AX-ACCOUNT-TYPE       PIC X.
              88 AX-SAVINGS-ACCOUNT VALUE 'S'.
              88 AX-CHECKING-ACCOUNT VALUE 'C'.
              88 AX-TERM-ACCOUNT    VALUE 'T'.
           05 AX-USER-ID-ACCT       PIC X(15).
           05 AX-ACCOUNT-BALANCE    PIC S9(9)V99.
           05 AX-ACCOUNT-STATUS     PIC X.
              88 AX-OPEN-ACCOUNT    VALUE 'O'.
              88 AX-CLOSED-ACCOUNT  VALUE 'C'.
              88 AX-DORMANT-ACCOUNT VALUE 'D'.
              88 AX-FROZEN-ACCOUNT  VALUE 'F'.
           05 AX-CURRENCY-CODE      PIC X(3).
              88 AX-PHP-CURRENCY    VALUE 'PHP'.
              88 AX-USD-CURRENCY    VALUE 'USD'.
              88 AX-EUR-CURRENCY    VALUE 'EUR'.
           05 AX-LAST-ACTIVITY-DATE PIC 9(8).
           05 AX-OD-LIMIT           PIC 9(9)V99.
           05 AX-BRANCH-CODE        PIC X(4).
           05 AX-CUSTOMER-NUMBER    PIC 9(8).
           05 AX-HOLD-AMOUNT        PIC 9(9)V99.
           05 AX-AVAILABLE-BALANCE  PIC S9(10)V99.
           05 AX-DAY-CREDITS        PIC 9(10)V99.
           05 AX-DAY-DEBITS         PIC 9(10)V99.
           05 AX-DAY-FEES           PIC S9(9)V99.
           05 AX-DAY-POSTINGS       PIC 9(5).
           05 AX-NET-CHANGE         PIC S9(10)V99.
           05 FILLER                PIC X(15).
