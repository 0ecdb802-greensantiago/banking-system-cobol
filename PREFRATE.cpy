       01  PREF-RATE-REC.
           05 PR-KEY.
              10 PR-ACCOUNT-NUMBER  PIC 9(10).
              10 PR-SEQ-NUMBER      PIC 9(3).
           05 PR-RATE               PIC 9(3)V99.
           05 PR-START-DATE         PIC 9(8).
           05 PR-EXPIRY-DATE        PIC 9(8).
           05 PR-OFFICER            PIC X(15).
           05 PR-REASON             PIC X(30).
           05 PR-STATUS             PIC X.
              88 PR-PENDING         VALUE 'P'.
              88 PR-APPROVED        VALUE 'A'.
              88 PR-REJECTED        VALUE 'R'.
              88 PR-CANCELLED       VALUE 'C'.
           05 PR-ENTERED-BY         PIC X(15).
           05 PR-APPROVED-BY        PIC X(15).
           05 PR-ENTRY-DATE         PIC 9(8).
           05 PR-CANCELLED-BY       PIC X(15).
