       01  ATM-REPLENISH-REC.
           05 AR-KEY.
              10 AR-TERMINAL-ID     PIC X(8).
              10 AR-DATE            PIC 9(8).
              10 AR-TIME            PIC 9(8).
           05 AR-BRANCH-CODE        PIC X(4).
           05 AR-CUSTODIAN          PIC X(15).
           05 AR-EXPECTED-CASH      PIC 9(9)V99.
           05 AR-COUNTED-CASH       PIC 9(9)V99.
           05 AR-OVER-SHORT         PIC S9(9)V99.
           05 AR-NEW-LOAD           PIC 9(9)V99.
