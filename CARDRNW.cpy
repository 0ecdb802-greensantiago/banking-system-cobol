       01  CARD-RENEWAL-REC.
           05 CR-OLD-CARD-NUMBER    PIC 9(16).
           05 CR-NEW-CARD-NUMBER    PIC 9(16).
           05 CR-ACCOUNT-NUMBER     PIC 9(10).
           05 CR-STATUS             PIC X.
              88 CR-PENDING         VALUE 'P'.
              88 CR-ACTIVATED       VALUE 'A'.
              88 CR-NOT-RENEWED     VALUE 'D'.
           05 CR-REASON             PIC X(12).
           05 CR-RUN-DATE           PIC 9(8).
           05 CR-NEW-EXPIRY-DATE    PIC 9(8).
           05 CR-ACTIVATE-DATE      PIC 9(8).
           05 CR-ACTIVATED-BY       PIC X(15).
