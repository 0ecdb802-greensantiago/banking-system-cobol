       01  RATE-NOTICE-REC.
           05 RN-KEY.
              10 RN-ACCOUNT-TYPE    PIC X.
              10 RN-BAND-FLOOR      PIC 9(9)V99.
              10 RN-EFFECTIVE-DATE  PIC 9(8).
              10 RN-ACCOUNT-NUMBER  PIC 9(10).
           05 RN-CUSTOMER-NUMBER    PIC 9(8).
           05 RN-BALANCE            PIC S9(9)V99.
           05 RN-OLD-RATE           PIC 9(3)V99.
           05 RN-NEW-RATE           PIC 9(3)V99.
           05 RN-METHOD             PIC X.
              88 RN-BY-NOTIFQ       VALUE 'N'.
              88 RN-BY-LETTER       VALUE 'L'.
           05 RN-CONTACT-NUMBER     PIC X(15).
           05 RN-CONTACT-EMAIL      PIC X(30).
           05 RN-NOTICE-DATE        PIC 9(8).
           05 RN-NOTICE-TIME        PIC 9(8).
           05 RN-DAYS-NOTICE        PIC 9(5).
           05 RN-SHORT-FLAG         PIC X.
              88 RN-SHORT-NOTICE    VALUE 'Y'.
