       01  NSF-HIST-REC.
           05 NH-KEY.
              10 NH-ACCOUNT-NUMBER  PIC 9(10).
              10 NH-RETURN-DATE     PIC 9(8).
              10 NH-CHECK-NUMBER    PIC 9(8).
           05 NH-AMOUNT             PIC 9(9)V99.
           05 NH-PRESENTING-BANK    PIC X(10).
           05 NH-FEE-AMOUNT         PIC 9(9)V99.
           05 NH-FEE-STATUS         PIC X.
              88 NH-FEE-CHARGED     VALUE 'C'.
              88 NH-FEE-WAIVED      VALUE 'W'.
