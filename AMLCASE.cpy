       01  AML-CASE-REC.
           05 SA-CASE-NUMBER        PIC 9(8).
           05 SA-CUST-PERIOD.
              10 SA-CUSTOMER-NUMBER PIC 9(8).
              10 SA-PERIOD          PIC 9(6).
           05 SA-ACCOUNT-NUMBER     PIC 9(10).
           05 SA-STRUCT-ALERTS      PIC 9(3).
           05 SA-HIGH-RISK-ALERTS   PIC 9(3).
           05 SA-WATCH-LIST-ALERTS  PIC 9(3).
           05 SA-ALERT-AMOUNT       PIC 9(11)V99.
           05 SA-FIRST-ALERT-DATE   PIC 9(8).
           05 SA-LAST-ALERT-DATE    PIC 9(8).
           05 SA-OPEN-DATE          PIC 9(8).
           05 SA-STATUS             PIC X VALUE 'O'.
              88 SA-OPEN            VALUE 'O'.
              88 SA-UNDER-REVIEW    VALUE 'R'.
              88 SA-CLOSED-NO-ACTION VALUE 'N'.
              88 SA-ESCALATED       VALUE 'E'.
              88 SA-STR-FILED       VALUE 'F'.
              88 SA-CASE-PENDING    VALUE 'O' 'R' 'E'.
           05 SA-ASSIGNED-TO        PIC X(15) VALUE SPACES.
           05 SA-ASSIGNED-DATE      PIC 9(8) VALUE ZEROES.
           05 SA-DISPOSITION        PIC X(40) VALUE SPACES.
           05 SA-CLOSED-BY          PIC X(15) VALUE SPACES.
           05 SA-CLOSE-DATE         PIC 9(8) VALUE ZEROES.
           05 SA-STR-REFERENCE      PIC X(15) VALUE SPACES.
           05 SA-STR-EXTRACT-SW     PIC X VALUE 'N'.
              88 SA-STR-EXTRACTED   VALUE 'Y'.
