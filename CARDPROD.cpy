       01  CARD-PROD-REC.
           05 CP-RECORD-TYPE        PIC X(2).
              88 CP-RENEWAL         VALUE 'RN'.
           05 CP-CARD-NUMBER        PIC 9(16).
           05 CP-EXPIRY-MMYY        PIC 9(4).
           05 CP-EMBOSS-NAME        PIC X(26).
           05 CP-ACCOUNT-NUMBER     PIC 9(10).
           05 CP-DELIVERY-BRANCH    PIC X(4).
           05 CP-OLD-CARD-NUMBER    PIC 9(16).
           05 CP-ISSUE-DATE         PIC 9(8).
