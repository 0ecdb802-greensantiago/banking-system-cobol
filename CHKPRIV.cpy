       01  CHK-PRIV-REC.
           05 CP-ACCOUNT-NUMBER     PIC 9(10).
           05 CP-STATUS             PIC X.
              88 CP-SUSPENDED       VALUE 'S'.
              88 CP-REINSTATED      VALUE 'R'.
           05 CP-RETURN-COUNT       PIC 9(3).
           05 CP-SUSPEND-DATE       PIC 9(8).
           05 CP-REINSTATE-DATE     PIC 9(8).
           05 CP-REINSTATED-BY      PIC X(15).
