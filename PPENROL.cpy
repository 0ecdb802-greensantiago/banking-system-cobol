       01  PP-ENROL-REC.
           05 PE-ACCOUNT-NUMBER     PIC 9(10).
           05 PE-STATUS             PIC X.
              88 PE-ACTIVE          VALUE 'A'.
              88 PE-ENDED           VALUE 'I'.
           05 PE-PAYEE-MATCH-SW     PIC X.
              88 PE-MATCH-PAYEE     VALUE 'Y'.
           05 PE-ENROL-DATE         PIC 9(8).
           05 PE-ENROLLED-BY        PIC X(15).
           05 PE-END-DATE           PIC 9(8).
