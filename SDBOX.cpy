       01  SDB-BOX-REC.
           05 SB-KEY.
              10 SB-BRANCH-CODE     PIC X(4).
              10 SB-BOX-NUMBER      PIC 9(5).
           05 SB-SIZE               PIC X.
              88 SB-SMALL           VALUE 'S'.
              88 SB-MEDIUM          VALUE 'M'.
              88 SB-LARGE           VALUE 'L'.
           05 SB-STATUS             PIC X.
              88 SB-AVAILABLE       VALUE 'A'.
              88 SB-RENTED          VALUE 'R'.
              88 SB-DRILLED         VALUE 'D'.
           05 SB-KEY-NUMBER-1       PIC X(8).
           05 SB-KEY-NUMBER-2       PIC X(8).
           05 SB-ANNUAL-RENT        PIC 9(7)V99.
           05 SB-AGREEMENT-NUMBER   PIC 9(8).
           05 SB-LAST-MAINT-BY      PIC X(15).
           05 SB-LAST-MAINT-DATE    PIC 9(8).
