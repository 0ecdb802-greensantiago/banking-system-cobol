       01  COLLATERAL-REC.
           05 CO-KEY.
              10 CO-LOAN-NUMBER     PIC 9(10).
              10 CO-SEQ             PIC 9(3).
           05 CO-TYPE               PIC X.
              88 CO-DEPOSIT         VALUE 'D'.
              88 CO-TERM-DEPOSIT    VALUE 'T'.
              88 CO-REAL-ESTATE     VALUE 'R'.
              88 CO-VEHICLE         VALUE 'V'.
              88 CO-OTHER           VALUE 'O'.
           05 CO-DESCRIPTION        PIC X(30).
           05 CO-APPRAISED-VALUE    PIC 9(9)V99.
           05 CO-APPRAISAL-DATE     PIC 9(8).
           05 CO-INSURANCE-EXPIRY   PIC 9(8).
           05 CO-PLEDGED-ACCOUNT    PIC 9(10).
           05 CO-HOLD-SEQ           PIC 9(5).
           05 CO-STATUS             PIC X.
              88 CO-ACTIVE          VALUE 'A'.
              88 CO-RELEASED        VALUE 'R'.
           05 CO-ENTERED-BY         PIC X(15).
           05 CO-ENTERED-DATE       PIC 9(8).
           05 CO-RELEASED-BY        PIC X(15).
           05 CO-RELEASED-DATE      PIC 9(8).
