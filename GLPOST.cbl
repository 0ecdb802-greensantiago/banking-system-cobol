      * TURNS EVERY TRAN-LOG-REC INTO BALANCED DEBIT AND CREDIT GL   *
      * POSTINGS BY TRAN-TYPE.  THE GL ACCOUNT NUMBERS FOR CASH,     *
      * DEPOSITS, CLEARING AND INTEREST COME FROM SYSCTL.DAT.        *
      * THE NIGHTLY INTEREST ACCRUALS ARE BOOKED AGAINST ACCRUED     *
      * INTEREST PAYABLE (GLACRPAY) AND RECEIVABLE (GLACRREC) AND    *
      * REVERSED OUT OF THEM WHEN THE INTEREST IS PAID OR COLLECTED. *
      * A POSTING DATE ON OR BEFORE SYSCTL KEY GLCLOSED FALLS IN A   *
      * CLOSED YEAR AND THE RUN IS REFUSED WITHOUT POSTING.          *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST.
           DATA RECORD IS CTL-REC.
       COPY SYSCTL.
       FD  RUN-CTL-FILE
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS RUN-CTL-REC.
       COPY RUNCTL.
       01  WS-GL-FEE-INCOME          PIC 9(10) VALUE 4000000003.
       01  WS-GL-MGR-CHECK           PIC 9(10) VALUE 2000000002.
       01  WS-GL-ESCHEAT             PIC 9(10) VALUE 2000000003.
       01  WS-GL-SUSPENSE            PIC 9(10) VALUE 2000000004.
       01  WS-GL-PEN-INCOME          PIC 9(10) VALUE 4000000004.
       01  WS-GL-PROV-EXPENSE        PIC 9(10) VALUE 5000000002.
       01  WS-GL-ALLOWANCE           PIC 9(10) VALUE 1000000004.
       01  WS-GL-SDB-INCOME          PIC 9(10) VALUE 4000000005.
       01  WS-GL-RMT-PAYABLE         PIC 9(10) VALUE 2000000005.
       01  WS-GL-CASH-TRANSIT        PIC 9(10) VALUE 1000000005.
       01  WS-GL-ATM-OVER-SHORT      PIC 9(10) VALUE 5000000003.
       01  WS-GL-ACR-PAYABLE         PIC 9(10) VALUE 2000000006.
       01  WS-GL-ACR-RECEIVABLE      PIC 9(10) VALUE 1000000006.
       01  WS-POSTING-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZEROES.
       01  WS-GL-CLOSED              PIC 9(8) VALUE ZEROES.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-PRIOR-CLOSING          PIC S9(9)V99 VALUE ZEROES.
       01  WS-POST-ACCOUNT           PIC 9(10) VALUE ZEROES.
       01  GL-SCAN-EOF-SW            PIC X VALUE 'N'.
       01  LOG-EOF-SW                PIC X VALUE 'N'.
           88 END-OF-TRAN-LOG        VALUE 'Y'.
       01  PERIOD-CLOSED-SW          PIC X VALUE 'N'.
      *****************************************************************
       PROCEDURE DIVISION.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           IF PERIOD-CLOSED-SW = 'N'
              PERFORM A250-CARRY-FORWARD-ALL-RTN
              PERFORM A300-PROCESS-RTN UNTIL END-OF-TRAN-LOG
           END-IF.
           PERFORM A900-CLOSE-RTN.
           STOP RUN.
      *****************************************************************
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-GL-ESCHEAT
           END-READ.
           MOVE 'GLSUSPENSE' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-GL-SUSPENSE
           END-READ.
           MOVE 'GLPENINC  ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-GL-PEN-INCOME
           END-READ.
           MOVE 'GLPROVEXP ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-GL-PROV-EXPENSE
           END-READ.
           MOVE 'GLALLOW   ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-GL-ALLOWANCE
           END-READ.
           MOVE 'GLSDBINC  ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-GL-SDB-INCOME
           END-READ.
           MOVE 'GLRMTPAY  ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-GL-RMT-PAYABLE
           END-READ.
           MOVE 'GLCIT     ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-GL-CASH-TRANSIT
           END-READ.
           MOVE 'GLATMOS   ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-GL-ATM-OVER-SHORT
           END-READ.
           MOVE 'GLACRPAY  ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-GL-ACR-PAYABLE
           END-READ.
           MOVE 'GLACRREC  ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-GL-ACR-RECEIVABLE
           END-READ.
           MOVE 'BUSDATE   ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-BUSINESS-DATE
           END-READ.
           MOVE 'GLCLOSED  ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-GL-CLOSED
           END-READ.
           CLOSE SYSCTL-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN I-O RUN-CTL-FILE.
           IF WS-POSTING-DATE = ZEROES
              MOVE WS-BUSINESS-DATE TO WS-POSTING-DATE
           END-IF.
           IF WS-POSTING-DATE NOT > WS-GL-CLOSED
              MOVE 'Y' TO PERIOD-CLOSED-SW
              DISPLAY 'GLPOST - ' WS-POSTING-DATE ' IS IN A CLOSED'
                      ' GL PERIOD (CLOSED THROUGH ' WS-GL-CLOSED
                      ') - RUN REFUSED'
           ELSE
              DISPLAY 'GLPOST - GL POSTING STARTED FOR '
                      WS-POSTING-DATE
           END-IF.
      *****************************************************************
      * CARRY-FORWARD: EACH CHART ACCOUNT'S LATEST CLOSING BALANCE   *
      * BEFORE THE POSTING DATE BECOMES THE POSTING DATE'S OPENING.  *
              MOVE WS-GL-DEPOSITS TO WS-DEBIT-ACCT
              MOVE WS-GL-CLEARING TO WS-CREDIT-ACCT
           ELSE
           IF TRAN-TYPE = 'EXTRETURN' OR TRAN-TYPE = 'INCLEARING'
              MOVE WS-GL-CLEARING TO WS-DEBIT-ACCT
              MOVE WS-GL-DEPOSITS TO WS-CREDIT-ACCT
           ELSE
              MOVE WS-GL-DEPOSITS    TO WS-DEBIT-ACCT
              MOVE WS-GL-LOAN-INCOME TO WS-CREDIT-ACCT
           ELSE
           IF TRAN-TYPE = 'LOANPEN'
              MOVE WS-GL-DEPOSITS    TO WS-DEBIT-ACCT
              MOVE WS-GL-PEN-INCOME  TO WS-CREDIT-ACCT
           ELSE
           IF TRAN-TYPE = 'LOANPPFEE'
              MOVE WS-GL-DEPOSITS    TO WS-DEBIT-ACCT
              MOVE WS-GL-FEE-INCOME  TO WS-CREDIT-ACCT
           ELSE
           IF TRAN-TYPE = 'LOANPROV'
              MOVE WS-GL-PROV-EXPENSE TO WS-DEBIT-ACCT
              MOVE WS-GL-ALLOWANCE    TO WS-CREDIT-ACCT
           ELSE
           IF TRAN-TYPE = 'LOANPROVRL'
              MOVE WS-GL-ALLOWANCE    TO WS-DEBIT-ACCT
              MOVE WS-GL-PROV-EXPENSE TO WS-CREDIT-ACCT
           ELSE
           IF TRAN-TYPE = 'INTACCR'
              MOVE WS-GL-INT-EXPENSE  TO WS-DEBIT-ACCT
              MOVE WS-GL-ACR-PAYABLE  TO WS-CREDIT-ACCT
           ELSE
           IF TRAN-TYPE = 'INTACCRRV'
              MOVE WS-GL-ACR-PAYABLE  TO WS-DEBIT-ACCT
              MOVE WS-GL-INT-EXPENSE  TO WS-CREDIT-ACCT
           ELSE
           IF TRAN-TYPE = 'LNACCR'
              MOVE WS-GL-ACR-RECEIVABLE TO WS-DEBIT-ACCT
              MOVE WS-GL-LOAN-INCOME    TO WS-CREDIT-ACCT
           ELSE
           IF TRAN-TYPE = 'LNACCRRV'
              MOVE WS-GL-LOAN-INCOME    TO WS-DEBIT-ACCT
              MOVE WS-GL-ACR-RECEIVABLE TO WS-CREDIT-ACCT
           ELSE
           IF TRAN-TYPE = 'SVCCHARGE' OR TRAN-TYPE = 'RCHKFEE'
              MOVE WS-GL-DEPOSITS   TO WS-DEBIT-ACCT
              MOVE WS-GL-FEE-INCOME TO WS-CREDIT-ACCT
           ELSE
           IF TRAN-TYPE = 'SDBRENT'
              MOVE WS-GL-DEPOSITS   TO WS-DEBIT-ACCT
              MOVE WS-GL-SDB-INCOME TO WS-CREDIT-ACCT
           ELSE
           IF TRAN-TYPE = 'RMTSEND'
              MOVE WS-GL-CASH        TO WS-DEBIT-ACCT
              MOVE WS-GL-RMT-PAYABLE TO WS-CREDIT-ACCT
           ELSE
           IF TRAN-TYPE = 'RMTFEE'
              MOVE WS-GL-CASH       TO WS-DEBIT-ACCT
              MOVE WS-GL-FEE-INCOME TO WS-CREDIT-ACCT
           ELSE
           IF TRAN-TYPE = 'RMTPAY' OR TRAN-TYPE = 'RMTREFUND'
              MOVE WS-GL-RMT-PAYABLE TO WS-DEBIT-ACCT
              MOVE WS-GL-CASH        TO WS-CREDIT-ACCT
           ELSE
           IF TRAN-TYPE = 'CITOUT'
              MOVE WS-GL-CASH-TRANSIT TO WS-DEBIT-ACCT
              MOVE WS-GL-CASH         TO WS-CREDIT-ACCT
           ELSE
           IF TRAN-TYPE = 'CITIN'
              MOVE WS-GL-CASH         TO WS-DEBIT-ACCT
              MOVE WS-GL-CASH-TRANSIT TO WS-CREDIT-ACCT
           ELSE
           IF TRAN-TYPE = 'ATMOVER'
              MOVE WS-GL-CASH           TO WS-DEBIT-ACCT
              MOVE WS-GL-ATM-OVER-SHORT TO WS-CREDIT-ACCT
           ELSE
           IF TRAN-TYPE = 'ATMSHORT'
              MOVE WS-GL-ATM-OVER-SHORT TO WS-DEBIT-ACCT
              MOVE WS-GL-CASH           TO WS-CREDIT-ACCT
           ELSE
           IF TRAN-TYPE = 'CHKDEP'
              MOVE WS-GL-CLEARING TO WS-DEBIT-ACCT
              MOVE WS-GL-DEPOSITS TO WS-CREDIT-ACCT
           IF TRAN-TYPE = 'ESCHEAT'
              MOVE WS-GL-DEPOSITS TO WS-DEBIT-ACCT
              MOVE WS-GL-ESCHEAT  TO WS-CREDIT-ACCT
           ELSE
           IF TRAN-TYPE = 'SUSPCASH'
              MOVE WS-GL-CASH     TO WS-DEBIT-ACCT
              MOVE WS-GL-SUSPENSE TO WS-CREDIT-ACCT
           ELSE
           IF TRAN-TYPE = 'SUSPATMWD'
              MOVE WS-GL-SUSPENSE TO WS-DEBIT-ACCT
              MOVE WS-GL-CASH     TO WS-CREDIT-ACCT
           ELSE
           IF TRAN-TYPE = 'SUSPCLR' OR TRAN-TYPE = 'SUSPRETCR'
              MOVE WS-GL-SUSPENSE TO WS-DEBIT-ACCT
              MOVE WS-GL-CLEARING TO WS-CREDIT-ACCT
           ELSE
           IF TRAN-TYPE = 'SUSPDEP'
              MOVE WS-GL-DEPOSITS TO WS-DEBIT-ACCT
              MOVE WS-GL-SUSPENSE TO WS-CREDIT-ACCT
           ELSE
           IF TRAN-TYPE = 'SUSPAPPLY'
              IF TRAN-TO-ACCOUNT NOT = ZEROES
                 MOVE WS-GL-SUSPENSE TO WS-DEBIT-ACCT
                 MOVE WS-GL-DEPOSITS TO WS-CREDIT-ACCT
              ELSE
                 MOVE WS-GL-DEPOSITS TO WS-DEBIT-ACCT
                 MOVE WS-GL-SUSPENSE TO WS-CREDIT-ACCT
              END-IF
           ELSE
           IF TRAN-TYPE = 'SUSPRETDR'
              MOVE WS-GL-CLEARING TO WS-DEBIT-ACCT
              MOVE WS-GL-SUSPENSE TO WS-CREDIT-ACCT
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           CLOSE TRAN-LOG-FILE.
           DISPLAY 'GLPOST - LOG RECORDS READ: ' WS-LOG-COUNT.
           DISPLAY 'GLPOST - ENTRIES POSTED: ' WS-POSTED-COUNT.
           IF PERIOD-CLOSED-SW = 'N'
              PERFORM 940-MARK-RUN-COMPLETE-RTN
           ELSE
              CLOSE RUN-CTL-FILE
           END-IF.
           STOP RUN.
      *****************************************************************
      * THE RUN-CONTROL RECORD LETS THE NIGHTRUN STREAM CONTROLLER   *
                 MOVE 'GLPOST' TO RC-JOB-NAME
                 MOVE WS-CURRENT-DATE TO RC-RUN-DATE
                 MOVE 'S' TO RC-STATUS
                 ACCEPT RC-START-TIME FROM TIME
                 MOVE ZEROES TO RC-END-TIME
                 MOVE ZEROES TO RC-RECORD-COUNT
                 MOVE ZEROES TO RC-LAST-KEY
                 MOVE ZEROES TO RC-BUSINESS-DATE
                 WRITE RUN-CTL-REC
                    INVALID KEY
                       DISPLAY 'GLPOST - ERROR WRITING RUN CONTROL'
                 END-WRITE
              NOT INVALID KEY
                 MOVE 'S' TO RC-STATUS
                 ACCEPT RC-START-TIME FROM TIME
                 MOVE ZEROES TO RC-END-TIME
                 MOVE ZEROES TO RC-RECORD-COUNT
                 REWRITE RUN-CTL-REC
           END-READ.
      *****************************************************************
       940-MARK-RUN-COMPLETE-RTN.
           MOVE 'C' TO RC-STATUS.
           ACCEPT RC-END-TIME FROM TIME.
           MOVE WS-POSTED-COUNT TO RC-RECORD-COUNT.
           REWRITE RUN-CTL-REC
              INVALID KEY
