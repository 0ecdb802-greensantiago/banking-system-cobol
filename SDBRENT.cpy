       01  SDB-RENT-REC.
           05 SR-AGREEMENT-NUMBER   PIC 9(8).
           05 SR-BOX-KEY.
              10 SR-BRANCH-CODE     PIC X(4).
              10 SR-BOX-NUMBER      PIC 9(5).
           05 SR-CUSTOMER-NUMBER    PIC 9(8).
           05 SR-RENT-ACCOUNT       PIC 9(10).
           05 SR-ANNUAL-RENT        PIC 9(7)V99.
           05 SR-START-DATE         PIC 9(8).
           05 SR-PAID-TO-DATE       PIC 9(8).
           05 SR-STATUS             PIC X.
              88 SR-ACTIVE          VALUE 'A'.
              88 SR-DELINQUENT      VALUE 'D'.
              88 SR-DRILL-DUE       VALUE 'O'.
              88 SR-SURRENDERED     VALUE 'S'.
              88 SR-DRILLED         VALUE 'X'.
              88 SR-IN-FORCE        VALUE 'A' 'D' 'O'.
           05 SR-DELINQ-DATE        PIC 9(8).
           05 SR-OPENED-BY          PIC X(15).
           05 SR-END-DATE           PIC 9(8).
           05 SR-ENDED-BY           PIC X(15).
