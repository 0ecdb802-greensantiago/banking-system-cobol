       01  ACCT-CAT-REC.
           05 AC-PURGE-DATE         PIC 9(8).
           05 AC-FILE-NAME          PIC X(30).
           05 AC-RETENTION-DAYS     PIC 9(5).
           05 AC-LOW-ACCOUNT        PIC 9(10).
           05 AC-HIGH-ACCOUNT       PIC 9(10).
           05 AC-ACCOUNT-COUNT      PIC 9(9).
           05 AC-RECORD-COUNT       PIC 9(9).
