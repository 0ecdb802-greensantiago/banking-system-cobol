       01  DAY-POST-REC.
           05 DP-ACCOUNT-NUMBER     PIC 9(10).
           05 DP-CREDITS            PIC 9(10)V99.
           05 DP-DEBITS             PIC 9(10)V99.
           05 DP-FEE-COUNT          PIC 9(5).
           05 DP-REFUND-COUNT       PIC 9(5).
           05 DP-POSTINGS           PIC 9(5).
