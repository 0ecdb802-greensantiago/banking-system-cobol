       01  SUSP-PARK-AREA.
           05 PK-SOURCE             PIC X(8).
           05 PK-REFERENCE          PIC X(20).
           05 PK-ACCOUNT-NUMBER     PIC 9(10).
           05 PK-AMOUNT             PIC 9(9)V99.
           05 PK-DIRECTION          PIC X.
           05 PK-REASON             PIC X(30).
           05 PK-PARKED-DATE        PIC 9(8).
           05 PK-ITEM-NUMBER        PIC 9(8).
