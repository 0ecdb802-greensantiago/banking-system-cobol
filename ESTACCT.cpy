       01  ESTATE-ACCT-REC.
           05 EC-KEY.
              10 EC-CUSTOMER-NUMBER PIC 9(8).
              10 EC-ACCOUNT-NUMBER  PIC 9(10).
           05 EC-RESTRICTION        PIC X.
              88 EC-ESTATE-FREEZE   VALUE 'E'.
              88 EC-ALREADY-FROZEN  VALUE 'F'.
              88 EC-JOINT-PRIMARY   VALUE 'P'.
              88 EC-JOINT-OWNER     VALUE 'J'.
           05 EC-BALANCE-AT-REPORT  PIC S9(9)V99.
           05 EC-CURRENCY-CODE      PIC X(3).
           05 EC-SO-CANCELLED       PIC 9(3).
           05 EC-SW-CANCELLED       PIC 9(3).
           05 EC-CARDS-HOT-LISTED   PIC 9(3).
           05 EC-LIMITS-CLOSED      PIC X.
           05 EC-STATUS             PIC X.
              88 EC-RESTRICTED      VALUE 'R'.
              88 EC-LIFTED          VALUE 'L'.
