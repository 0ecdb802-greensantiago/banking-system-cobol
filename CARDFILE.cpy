              88 CARD-BLOCKED       VALUE 'B'.
              88 CARD-HOT-LISTED    VALUE 'H'.
              88 CARD-EXPIRED       VALUE 'E'.
              88 CARD-PENDING       VALUE 'P'.
           05 CARD-EXPIRY-DATE      PIC 9(8).
           05 CARD-ISSUE-DATE       PIC 9(8).
           05 CARD-ISSUED-BY        PIC X(15).
