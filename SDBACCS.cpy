       01  SDB-ACCESS-REC.
           05 SL-KEY.
              10 SL-BRANCH-CODE     PIC X(4).
              10 SL-BOX-NUMBER      PIC 9(5).
              10 SL-DATE            PIC 9(8).
              10 SL-TIME            PIC 9(8).
           05 SL-AGREEMENT-NUMBER   PIC 9(8).
           05 SL-CUSTOMER-NUMBER    PIC 9(8).
           05 SL-ACCESS-TYPE        PIC X.
              88 SL-RENTAL          VALUE 'R'.
              88 SL-VISIT           VALUE 'V'.
              88 SL-SURRENDER       VALUE 'S'.
              88 SL-DRILLING        VALUE 'D'.
              88 SL-REKEY           VALUE 'K'.
           05 SL-OFFICER            PIC X(15).
           05 SL-REMARKS            PIC X(30).
