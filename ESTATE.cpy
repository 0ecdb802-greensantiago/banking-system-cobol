       01  ESTATE-REC.
           05 EA-CUSTOMER-NUMBER    PIC 9(8).
           05 EA-CUSTOMER-NAME      PIC X(30).
           05 EA-DEATH-DATE         PIC 9(8).
           05 EA-DOC-TYPE           PIC X(4).
              88 EA-DEATH-CERT      VALUE 'DCRT'.
              88 EA-COURT-ORDER     VALUE 'CORD'.
              88 EA-OTHER-DOC       VALUE 'OTHR'.
           05 EA-DOC-REFERENCE      PIC X(20).
           05 EA-STATUS             PIC X.
              88 EA-OPEN            VALUE 'O'.
              88 EA-RELEASED        VALUE 'R'.
           05 EA-REPORTED-DATE      PIC 9(8).
           05 EA-REPORTED-BY        PIC X(15).
           05 EA-RELEASE-DATE       PIC 9(8) VALUE ZEROES.
           05 EA-RELEASED-BY        PIC X(15) VALUE SPACES.
           05 EA-RELEASE-REFERENCE  PIC X(20) VALUE SPACES.
