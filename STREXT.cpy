       01  STR-EXT-REC.
           05 SX-REPORT-DATE        PIC 9(8).
           05 SX-STR-REFERENCE      PIC X(15).
           05 SX-CASE-NUMBER        PIC 9(8).
           05 SX-CUSTOMER-NUMBER    PIC 9(8).
           05 SX-CUSTOMER-NAME      PIC X(30).
           05 SX-CONTACT-ADDRESS    PIC X(50).
           05 SX-ACCOUNT-NUMBER     PIC 9(10).
           05 SX-PERIOD             PIC 9(6).
           05 SX-FIRST-ALERT-DATE   PIC 9(8).
           05 SX-LAST-ALERT-DATE    PIC 9(8).
           05 SX-STRUCT-ALERTS      PIC 9(3).
           05 SX-HIGH-RISK-ALERTS   PIC 9(3).
           05 SX-WATCH-LIST-ALERTS  PIC 9(3).
           05 SX-ALERT-AMOUNT       PIC 9(11)V99.
           05 SX-RISK-RATING        PIC X.
           05 SX-DISPOSITION        PIC X(40).
           05 SX-FILED-BY           PIC X(15).
           05 SX-FILED-DATE         PIC 9(8).
