      ****************************************************************
      * THIS PROGRAM IS THE MONTH-END LOAN LOSS PROVISIONING RUN,    *
      * SCHEDULED AFTER LOANAGE HAS REFRESHED THE DAYS PAST DUE.     *
      * EVERY ACTIVE LOAN IS CLASSIFIED - CURRENT, ESPECIALLY        *
      * MENTIONED, SUBSTANDARD, DOUBTFUL OR LOSS - BY ITS DAYS PAST  *
      * DUE AGAINST THE PROVISIONING TABLE KEPT BY PRVMAINT, AND THE *
      * CLASS PERCENTAGE OF ITS OUTSTANDING BALANCE IS THE ALLOWANCE *
      * REQUIRED.  THE ALLOWANCE HELD IS CARRIED ON EACH LOAN, SO    *
      * ONLY THE CHANGE FROM THE LAST RUN IS BOOKED - A LOANPROV     *
      * ENTRY (PROVISION EXPENSE AGAINST THE ALLOWANCE) WHEN IT      *
      * GROWS, A LOANPROVRL RELEASE WHEN IT SHRINKS - AND A REPEATED *
      * RUN BOOKS NOTHING.  A LOAN PAID OFF OR WRITTEN OFF RELEASES  *
      * WHATEVER IT STILL HELD.  LOANS PAST THE NON-ACCRUAL          *
      * THRESHOLD ARE PLACED ON NON-ACCRUAL AND RETURN TO ACCRUAL    *
      * ONLY WHEN BROUGHT FULLY CURRENT.  THE CLASSIFICATION         *
      * SCHEDULE IS PRINTED FOR THE CREDIT COMMITTEE.                *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANPROV.
       AUTHOR. GERAD CARLOS TUPAZ.
       DATE-WRITTEN. 10 15 2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO 'LOAN.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LN-LOAN-NUMBER.
           SELECT PROV-TABLE-FILE ASSIGN TO 'PROVTBL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PV-CLASS.
           SELECT TRAN-LOG-FILE ASSIGN TO 'TRANLOG.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT SYSCTL-FILE ASSIGN TO 'SYSCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTL-KEY.
           SELECT REPORT-FILE ASSIGN TO 'LOANPROV.RPT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE
           RECORD CONTAINS 123 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS LOAN-REC.
       COPY LOANFILE.
       FD  PROV-TABLE-FILE
           RECORD CONTAINS 33 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS PROV-TABLE-REC.
       COPY PROVTBL.
       FD  TRAN-LOG-FILE
           RECORD CONTAINS 106 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRAN-LOG-REC.
       COPY TRANLOG.
       FD  SYSCTL-FILE
           RECORD CONTAINS 31 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CTL-REC.
       COPY SYSCTL.
       FD  REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE               PIC X(100).
      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
      * CLASS, DAYS PAST DUE FROM, PROVISION PCT - THE STANDARD      *
      * SCHEDULE, OVERRIDDEN CLASS BY CLASS FROM PROVTBL.DAT.        *
      *****************************************************************
       01  WS-PROV-DEFAULTS.
           05 FILLER  PIC X(10) VALUE 'C000000100'.
           05 FILLER  PIC X(10) VALUE 'M003100500'.
           05 FILLER  PIC X(10) VALUE 'S009102500'.
           05 FILLER  PIC X(10) VALUE 'D018105000'.
           05 FILLER  PIC X(10) VALUE 'L036110000'.
       01  WS-PROV-TABLE REDEFINES WS-PROV-DEFAULTS.
           05 WS-PROV-ENTRY OCCURS 5 TIMES.
              10 WS-PV-CLASS         PIC X.
              10 WS-PV-DAYS          PIC 9(4).
              10 WS-PV-PCT           PIC 9(3)V99.
       01  WS-CLASS-TOTALS.
           05 WS-CLASS-TOTAL OCCURS 5 TIMES.
              10 WS-CT-COUNT         PIC 9(7).
              10 WS-CT-OUTSTANDING   PIC 9(11)V99.
              10 WS-CT-PROVISION     PIC 9(11)V99.
       01  WS-CLASS-NAMES.
           05 FILLER  PIC X(20) VALUE 'CURRENT             '.
           05 FILLER  PIC X(20) VALUE 'ESPECIALLY MENTIONED'.
           05 FILLER  PIC X(20) VALUE 'SUBSTANDARD         '.
           05 FILLER  PIC X(20) VALUE 'DOUBTFUL            '.
           05 FILLER  PIC X(20) VALUE 'LOSS                '.
       01  WS-CLASS-NAME-TABLE REDEFINES WS-CLASS-NAMES.
           05 WS-CLASS-NAME OCCURS 5 TIMES PIC X(20).
       01  WS-CLASS-IDX              PIC 9(2) VALUE ZEROES.
       01  WS-TBL-IDX                PIC 9(2) VALUE ZEROES.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZEROES.
       01  WS-CURRENT-TIME           PIC 9(8) VALUE ZEROES.
       01  WS-NONACCRUAL-DAYS        PIC 9(4) VALUE 0090.
       01  WS-PROV-BASE              PIC 9(9)V99 VALUE ZEROES.
       01  WS-REQUIRED               PIC 9(9)V99 VALUE ZEROES.
       01  WS-TOTAL-REQUIRED         PIC 9(11)V99 VALUE ZEROES.
       01  WS-TOTAL-PRIOR            PIC 9(11)V99 VALUE ZEROES.
       01  WS-TOTAL-OUTSTANDING      PIC 9(11)V99 VALUE ZEROES.
       01  WS-PROV-CHANGE            PIC S9(11)V99 VALUE ZEROES.
       01  WS-LOANS-READ             PIC 9(7) VALUE ZEROES.
       01  WS-LOANS-CLASSIFIED       PIC 9(7) VALUE ZEROES.
       01  WS-LOANS-RELEASED         PIC 9(7) VALUE ZEROES.
       01  WS-NONACCRUAL-COUNT       PIC 9(7) VALUE ZEROES.
       01  WS-NEW-NONACCRUAL         PIC 9(7) VALUE ZEROES.
       01  WS-REINSTATED             PIC 9(7) VALUE ZEROES.
       01  WS-ACCRUAL-FLAG           PIC X(11) VALUE SPACES.
       01  WS-AMOUNT-DISPLAY         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PROV-DISPLAY           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-DISPLAY          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL2-DISPLAY         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-CHANGE-DISPLAY         PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-PCT-DISPLAY            PIC ZZ9.99.
       01  WS-DAYS-DISPLAY           PIC ZZZ9.
       01  WS-COUNT-DISPLAY          PIC Z,ZZZ,ZZ9.
       01  EOF-SW                    PIC X VALUE 'N'.
           88 END-OF-LOAN-FILE       VALUE 'Y'.
      *****************************************************************
       PROCEDURE DIVISION.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A300-PROCESS-RTN UNTIL END-OF-LOAN-FILE.
           PERFORM A900-CLOSE-RTN.
           STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN I-O LOAN-FILE.
           OPEN INPUT PROV-TABLE-FILE.
           OPEN EXTEND TRAN-LOG-FILE.
           OPEN OUTPUT REPORT-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
           OPEN INPUT SYSCTL-FILE.
           MOVE 'BUSDATE   ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-BUSINESS-DATE
           END-READ.
           MOVE 'NONACCDAYS' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-NUM-VALUE TO WS-NONACCRUAL-DAYS
           END-READ.
           CLOSE SYSCTL-FILE.
           MOVE 1 TO WS-TBL-IDX.
           PERFORM 050-LOAD-ONE-CLASS-RTN UNTIL WS-TBL-IDX > 5.
           CLOSE PROV-TABLE-FILE.
           INITIALIZE WS-CLASS-TOTALS.
           DISPLAY 'LOANPROV - LOAN LOSS PROVISIONING STARTED'.
           MOVE SPACES TO REPORT-LINE.
           STRING 'LOAN CLASSIFICATION AND PROVISIONING SCHEDULE - '
                  WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE 'LOAN NUMBER     OUTSTANDING  DPD  CLASS    PCT'
             TO REPORT-LINE.
           MOVE '      PROVISION  ACCRUAL' TO REPORT-LINE (47:24).
           WRITE REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZEROES TO LN-LOAN-NUMBER.
           START LOAN-FILE KEY IS NOT LESS THAN LN-LOAN-NUMBER
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
                 DISPLAY 'LOANPROV - NO LOANS ON FILE'
           END-START.
      *****************************************************************
       050-LOAD-ONE-CLASS-RTN.
           MOVE WS-PV-CLASS (WS-TBL-IDX) TO PV-CLASS.
           READ PROV-TABLE-FILE
              NOT INVALID KEY
                 MOVE PV-DAYS-FROM TO WS-PV-DAYS (WS-TBL-IDX)
                 MOVE PV-PROV-PCT  TO WS-PV-PCT (WS-TBL-IDX)
           END-READ.
           ADD 1 TO WS-TBL-IDX.
      *****************************************************************
       A300-PROCESS-RTN.
           READ LOAN-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 ADD 1 TO WS-LOANS-READ
                 IF LN-ACTIVE
                    PERFORM 100-CLASSIFY-ONE-LOAN-RTN
                 ELSE
                    IF LN-PROVISION > ZEROES
                       PERFORM 300-RELEASE-CLOSED-LOAN-RTN
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
       100-CLASSIFY-ONE-LOAN-RTN.
           ADD 1 TO WS-LOANS-CLASSIFIED.
           MOVE 1 TO WS-CLASS-IDX.
           MOVE 2 TO WS-TBL-IDX.
           PERFORM 150-TEST-ONE-CLASS-RTN UNTIL WS-TBL-IDX > 5.
           MOVE WS-PV-CLASS (WS-CLASS-IDX) TO LN-LOAN-CLASS.
           MOVE ZEROES TO WS-PROV-BASE.
           IF LN-OUTSTANDING > ZEROES
              MOVE LN-OUTSTANDING TO WS-PROV-BASE
           END-IF.
           COMPUTE WS-REQUIRED ROUNDED =
                   WS-PROV-BASE * WS-PV-PCT (WS-CLASS-IDX) / 100.
           ADD LN-PROVISION TO WS-TOTAL-PRIOR.
           ADD WS-REQUIRED TO WS-TOTAL-REQUIRED.
           ADD WS-PROV-BASE TO WS-TOTAL-OUTSTANDING.
           MOVE WS-REQUIRED TO LN-PROVISION.
           ADD 1 TO WS-CT-COUNT (WS-CLASS-IDX).
           ADD WS-PROV-BASE TO WS-CT-OUTSTANDING (WS-CLASS-IDX).
           ADD WS-REQUIRED TO WS-CT-PROVISION (WS-CLASS-IDX).
           PERFORM 200-SET-ACCRUAL-STATUS-RTN.
           REWRITE LOAN-REC
              INVALID KEY
                 DISPLAY 'LOANPROV - ERROR UPDATING LOAN '
                         LN-LOAN-NUMBER
           END-REWRITE.
           PERFORM 400-REPORT-LOAN-RTN.
      *****************************************************************
      * THE LOAN TAKES THE HIGHEST CLASS WHOSE STARTING DAYS PAST    *
      * DUE IT HAS REACHED.                                          *
      *****************************************************************
       150-TEST-ONE-CLASS-RTN.
           IF LN-DAYS-PAST-DUE NOT < WS-PV-DAYS (WS-TBL-IDX)
              MOVE WS-TBL-IDX TO WS-CLASS-IDX
           END-IF.
           ADD 1 TO WS-TBL-IDX.
      *****************************************************************
      * INTEREST STOPS ACCRUING ONCE THE LOAN IS PAST THE THRESHOLD  *
      * AND RESUMES ONLY WHEN NOTHING IS LEFT PAST DUE.              *
      *****************************************************************
       200-SET-ACCRUAL-STATUS-RTN.
           IF LN-DAYS-PAST-DUE > WS-NONACCRUAL-DAYS
              IF NOT LN-NON-ACCRUAL
                 ADD 1 TO WS-NEW-NONACCRUAL
              END-IF
              MOVE 'N' TO LN-ACCRUAL-STATUS
           ELSE
              IF LN-DAYS-PAST-DUE = ZEROES
                 IF LN-NON-ACCRUAL
                    ADD 1 TO WS-REINSTATED
                 END-IF
                 MOVE 'A' TO LN-ACCRUAL-STATUS
              END-IF
           END-IF.
           IF LN-NON-ACCRUAL
              ADD 1 TO WS-NONACCRUAL-COUNT
              MOVE 'NON-ACCRUAL' TO WS-ACCRUAL-FLAG
           ELSE
              MOVE 'ACCRUING' TO WS-ACCRUAL-FLAG
           END-IF.
      *****************************************************************
       300-RELEASE-CLOSED-LOAN-RTN.
           ADD LN-PROVISION TO WS-TOTAL-PRIOR.
           MOVE ZEROES TO LN-PROVISION.
           REWRITE LOAN-REC
              INVALID KEY
                 DISPLAY 'LOANPROV - ERROR UPDATING LOAN '
                         LN-LOAN-NUMBER
              NOT INVALID KEY
                 ADD 1 TO WS-LOANS-RELEASED
           END-REWRITE.
      *****************************************************************
       400-REPORT-LOAN-RTN.
           MOVE WS-PROV-BASE TO WS-AMOUNT-DISPLAY.
           MOVE LN-DAYS-PAST-DUE TO WS-DAYS-DISPLAY.
           MOVE WS-PV-PCT (WS-CLASS-IDX) TO WS-PCT-DISPLAY.
           MOVE WS-REQUIRED TO WS-PROV-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING LN-LOAN-NUMBER      DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY   DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-DAYS-DISPLAY     DELIMITED BY SIZE
                  '    '              DELIMITED BY SIZE
                  LN-LOAN-CLASS       DELIMITED BY SIZE
                  '   '               DELIMITED BY SIZE
                  WS-PCT-DISPLAY      DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-PROV-DISPLAY     DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  WS-ACCRUAL-FLAG     DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
      *****************************************************************
      * ONLY THE NET CHANGE IN THE ALLOWANCE REACHES THE LEDGER.     *
      *****************************************************************
       500-BOOK-PROVISION-RTN.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-BUSINESS-DATE TO TRAN-DATE.
           MOVE WS-CURRENT-TIME  TO TRAN-TIME.
           IF WS-PROV-CHANGE > ZEROES
              MOVE 'LOANPROV'    TO TRAN-TYPE
              MOVE WS-PROV-CHANGE TO TRAN-AMOUNT
           ELSE
              MOVE 'LOANPROVRL'  TO TRAN-TYPE
              COMPUTE TRAN-AMOUNT = ZEROES - WS-PROV-CHANGE
           END-IF.
           MOVE ZEROES           TO TRAN-FROM-ACCOUNT.
           MOVE ZEROES           TO TRAN-TO-ACCOUNT.
           MOVE 'LOANPROV'       TO TRAN-TELLER-ID.
           MOVE ZEROES           TO TRAN-FX-RATE.
           MOVE WS-CURRENT-DATE  TO TRAN-ACTUAL-DATE.
           MOVE SPACES           TO TRAN-BRANCH-CODE.
           MOVE SPACES           TO TRAN-REFERENCE.
           WRITE TRAN-LOG-REC.
      *****************************************************************
       600-REPORT-CLASS-TOTAL-RTN.
           MOVE WS-CT-COUNT (WS-TBL-IDX) TO WS-COUNT-DISPLAY.
           MOVE WS-CT-OUTSTANDING (WS-TBL-IDX) TO WS-TOTAL-DISPLAY.
           MOVE WS-CT-PROVISION (WS-TBL-IDX) TO WS-TOTAL2-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-PV-CLASS (WS-TBL-IDX) DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-CLASS-NAME (WS-TBL-IDX) DELIMITED BY SIZE
                  WS-COUNT-DISPLAY         DELIMITED BY SIZE
                  '  '                     DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY         DELIMITED BY SIZE
                  '  '                     DELIMITED BY SIZE
                  WS-TOTAL2-DISPLAY        DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           ADD 1 TO WS-TBL-IDX.
      *****************************************************************
       A900-CLOSE-RTN.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'CLASS                   LOANS        OUTSTANDING'
             TO REPORT-LINE.
           MOVE '          PROVISION' TO REPORT-LINE (48:19).
           WRITE REPORT-LINE.
           MOVE 1 TO WS-TBL-IDX.
           PERFORM 600-REPORT-CLASS-TOTAL-RTN UNTIL WS-TBL-IDX > 5.
           MOVE WS-LOANS-CLASSIFIED TO WS-COUNT-DISPLAY.
           MOVE WS-TOTAL-OUTSTANDING TO WS-TOTAL-DISPLAY.
           MOVE WS-TOTAL-REQUIRED TO WS-TOTAL2-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TOTAL                 ' WS-COUNT-DISPLAY
                  '  ' WS-TOTAL-DISPLAY '  ' WS-TOTAL2-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           COMPUTE WS-PROV-CHANGE = WS-TOTAL-REQUIRED - WS-TOTAL-PRIOR.
           MOVE WS-TOTAL-PRIOR TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ALLOWANCE HELD BEFORE THIS RUN: ' WS-TOTAL-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-REQUIRED TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ALLOWANCE REQUIRED            : ' WS-TOTAL-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-PROV-CHANGE TO WS-CHANGE-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CHANGE BOOKED TO THE LEDGER   : ' WS-CHANGE-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'NON-ACCRUAL LOANS: ' WS-NONACCRUAL-COUNT
                  '  NEWLY NON-ACCRUAL: ' WS-NEW-NONACCRUAL
                  '  RETURNED TO ACCRUAL: ' WS-REINSTATED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF WS-PROV-CHANGE NOT = ZEROES
              PERFORM 500-BOOK-PROVISION-RTN
           END-IF.
           CLOSE LOAN-FILE.
           CLOSE TRAN-LOG-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'LOANPROV - LOANS READ: ' WS-LOANS-READ.
           DISPLAY 'LOANPROV - LOANS CLASSIFIED: ' WS-LOANS-CLASSIFIED.
           DISPLAY 'LOANPROV - CLOSED LOANS RELEASED: '
                   WS-LOANS-RELEASED.
           DISPLAY 'LOANPROV - ALLOWANCE CHANGE: ' WS-CHANGE-DISPLAY.
           STOP RUN.
