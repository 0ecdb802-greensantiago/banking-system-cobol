       01  DRAWER-PROOF-REC.
           05 DP-KEY.
              10 DP-TELLER-ID       PIC X(15).
              10 DP-BUSINESS-DATE   PIC 9(8).
           05 DP-OVER-SHORT         PIC S9(9)V99.
           05 DP-DIFFERENCE-SW      PIC X.
              88 DP-DIFFERENCE      VALUE 'Y'.
              88 DP-IN-BALANCE      VALUE 'N'.
           05 DP-PROVED-DATE        PIC 9(8).
           05 DP-PROVED-TIME        PIC 9(8).
