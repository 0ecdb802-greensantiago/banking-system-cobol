       01  ATM-REC.
           05 AT-TERMINAL-ID        PIC X(8).
           05 AT-BRANCH-CODE        PIC X(4).
           05 AT-LOCATION           PIC X(30).
           05 AT-STATUS             PIC X.
              88 AT-ACTIVE          VALUE 'A'.
              88 AT-INACTIVE        VALUE 'I'.
           05 AT-CASSETTE OCCURS 4 TIMES.
              10 AT-NOTE-VALUE      PIC 9(5).
              10 AT-LOADED-COUNT    PIC 9(7).
           05 AT-LOADED-AMOUNT      PIC 9(9)V99.
           05 AT-LOAD-DATE          PIC 9(8).
           05 AT-DISPENSED-AMOUNT   PIC 9(9)V99.
           05 AT-DISPENSED-COUNT    PIC 9(7).
           05 AT-LAST-DISPENSE-DATE PIC 9(8).
           05 AT-LOW-CASH-LEVEL     PIC 9(9)V99.
           05 AT-LAST-OVER-SHORT    PIC S9(9)V99.
           05 AT-LAST-MAINT-BY      PIC X(15).
           05 AT-LAST-MAINT-DATE    PIC 9(8).
