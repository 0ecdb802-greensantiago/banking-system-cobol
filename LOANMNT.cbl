      ****************************************************************
      * THIS PROGRAM BOOKS A LOAN ACCOUNT.  A SUPERVISOR KEYS AN     *
      * APPROVED APPLICATION FROM THE LOANAPP.DAT REGISTER, WHICH    *
      * GIVES THE CUSTOMER, THEN THE DEPOSIT ACCOUNT THAT TAKES THE  *
      * PROCEEDS, THE PRINCIPAL - NEVER MORE THAN THE AMOUNT         *
      * APPROVED - ANNUAL RATE AND TERM.  THE MONTHLY AMORTIZATION   *
      * IS COMPUTED, THE FULL SCHEDULE IS STORED ON LOANSCHD.DAT,    *
      * THE PROCEEDS ARE CREDITED TO THE DEPOSIT ACCOUNT AND THE     *
      * DISBURSEMENT IS LOGGED FOR GLPOST TO TURN INTO BALANCED      *
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LN-LOAN-NUMBER.
           SELECT LOAN-APP-FILE ASSIGN TO 'LOANAPP.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LA-APP-NUMBER
                  ALTERNATE KEY IS LA-CUSTOMER-NUMBER WITH DUPLICATES.
           SELECT LOAN-SCHED-FILE ASSIGN TO 'LOANSCHD.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE
           RECORD CONTAINS 123 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS LOAN-REC.
       COPY LOANFILE.
       FD  LOAN-APP-FILE
           RECORD CONTAINS 160 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS LOAN-APP-REC.
       COPY LOANAPP.
       FD  LOAN-SCHED-FILE
           RECORD CONTAINS 55 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACCOUNT-REC.
       COPY ACCOUNTFILE.
       FD  CUSTOMER-FILE
           RECORD CONTAINS 174 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CUSTOMER-REC.
       COPY CUSTFILE.
       FD  USER-FILE
           RECORD CONTAINS 321 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS USER-REC.
       COPY USERFILE.
           DATA RECORD IS TRAN-LOG-REC.
       COPY TRANLOG.
       FD  JOURNAL-FILE
           RECORD CONTAINS 370 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS JOURNAL-REC.
       COPY JRNL.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-LN-APP                 PIC 9(10) VALUE ZEROES.
       01  WS-LN-CUST                PIC 9(8) VALUE ZEROES.
       01  WS-LN-ACCT                PIC 9(10) VALUE ZEROES.
       01  WS-LN-PRIN                PIC 9(9)V99 VALUE ZEROES.
       A200-INITIAL-RTN.
           OPEN EXTEND JOURNAL-FILE.
           OPEN I-O LOAN-FILE.
           OPEN I-O LOAN-APP-FILE.
           OPEN I-O LOAN-SCHED-FILE.
           OPEN I-O ACCOUNT-FILE.
           OPEN INPUT CUSTOMER-FILE.
           END-IF.
      *****************************************************************
       A300-PROCESS-RTN.
           ACCEPT G-LN-APP.
           MOVE WS-LN-APP TO LA-APP-NUMBER.
           READ LOAN-APP-FILE
              INVALID KEY
                 DISPLAY 'APPLICATION NOT ON FILE'
                         LINE 21 COL 2 ERASE EOL
              NOT INVALID KEY
                 IF NOT LA-APPROVED
                    DISPLAY 'APPLICATION IS NOT APPROVED OR IS ALREADY'
                            ' BOOKED' LINE 21 COL 2 ERASE EOL
                 ELSE
                    PERFORM 080-CHECK-CUSTOMER-RTN
                 END-IF
           END-READ.
           PERFORM A800-ASK-EXIT-RTN.
      *****************************************************************
      * THE CUSTOMER, PRINCIPAL AND TERM ARE TAKEN FROM THE          *
      * APPLICATION; PRINCIPAL AND TERM MAY BE KEYED OVER.           *
      *****************************************************************
       080-CHECK-CUSTOMER-RTN.
           MOVE LA-CUSTOMER-NUMBER TO WS-LN-CUST.
           MOVE LA-APPROVED-AMOUNT TO WS-LN-PRIN.
           MOVE LA-REQ-TERM        TO WS-LN-TERM.
           DISPLAY G-LN-CUST.
           DISPLAY G-LN-PRIN.
           DISPLAY G-LN-TERM.
           MOVE WS-LN-CUST TO CU-CUSTOMER-NUMBER.
           READ CUSTOMER-FILE
              INVALID KEY
                    PERFORM 100-ACCEPT-LOAN-FIELDS-RTN
                 END-IF
           END-READ.
      *****************************************************************
       100-ACCEPT-LOAN-FIELDS-RTN.
           ACCEPT G-LN-ACCT.
           IF WS-LN-PRIN = ZEROES OR WS-LN-TERM = ZEROES
              DISPLAY 'PRINCIPAL AND TERM MUST NOT BE ZERO'
                      LINE 21 COL 2 ERASE EOL
           ELSE
           IF WS-LN-PRIN > LA-APPROVED-AMOUNT
              DISPLAY 'PRINCIPAL EXCEEDS THE AMOUNT APPROVED'
                      LINE 21 COL 2 ERASE EOL
           ELSE
              COMPUTE WS-MONTH-RATE ROUNDED =
                      WS-LN-RATE / 100 / 12
                         / (WS-FACTOR - 1)
              END-IF
              MOVE WS-PAYMENT TO WS-PAYMENT-DISPLAY
              DISPLAY 'MONTHLY PAYMENT:' LINE 15 COL 2 ERASE EOL
              DISPLAY WS-PAYMENT-DISPLAY LINE 15 COL 20
              DISPLAY 'BOOK LOAN? Y/N: ' LINE 21 COL 2 ERASE EOL
              ACCEPT SAVE-SW LINE 21
              INSPECT SAVE-SW CONVERTING ALPHALOWER TO ALPHAUPPER
                 PERFORM 300-WRITE-LOAN-RTN
                 PERFORM 400-BUILD-SCHEDULE-RTN
                 PERFORM 500-DISBURSE-PROCEEDS-RTN
                 PERFORM 550-MARK-APP-BOOKED-RTN
                 DISPLAY 'LOAN BOOKED - LOAN NUMBER:'
                         LINE 22 COL 2 ERASE EOL
                 DISPLAY WS-LOAN-NUMBER LINE 22 COL 30
              END-IF
           END-IF
           END-IF.
      *****************************************************************
       250-ASSIGN-LOAN-NUMBER-RTN.
           MOVE ZEROES           TO LN-PAYMENTS-MADE.
           MOVE ZEROES           TO LN-DAYS-PAST-DUE.
           MOVE 'A'              TO LN-STATUS.
           MOVE ZEROES           TO LN-PENALTY-DUE.
           MOVE ZEROES           TO LN-PENALTY-THRU-DATE.
           MOVE 'C'              TO LN-LOAN-CLASS.
           MOVE 'A'              TO LN-ACCRUAL-STATUS.
           MOVE ZEROES           TO LN-PROVISION.
           MOVE WS-BUSINESS-DATE TO WS-DUE-SPLIT.
           PERFORM 350-ADVANCE-ONE-MONTH-RTN.
           MOVE WS-DUE-SPLIT     TO LN-NEXT-DUE-DATE.
                 END-REWRITE
                 PERFORM 880-WRITE-ACCT-JOURNAL-RTN
           END-READ.
      *****************************************************************
       550-MARK-APP-BOOKED-RTN.
           MOVE 'B'              TO LA-STATUS.
           MOVE WS-LOAN-NUMBER   TO LA-LOAN-NUMBER.
           MOVE WS-BUSINESS-DATE TO LA-BOOKED-DATE.
           REWRITE LOAN-APP-REC
              INVALID KEY
                 DISPLAY 'ERROR IN UPDATING APPLICATION'
                         LINE 23 COL 2 ERASE EOL
           END-REWRITE.
      *****************************************************************
       600-WRITE-TRANLOG-RTN.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           END-IF.
      *****************************************************************
       900-CLEAR-FIELDS-RTN.
           DISPLAY ' ' LINE 15 COL 1 ERASE EOL.
           DISPLAY ' ' LINE 21 COL 1 ERASE EOL.
           DISPLAY ' ' LINE 22 COL 1 ERASE EOL.
           DISPLAY ' ' LINE 23 COL 1 ERASE EOL.
           DISPLAY ' ' LINE 24 COL 1 ERASE EOL.
           DISPLAY G-LN-APP.
           DISPLAY G-LN-CUST.
           DISPLAY G-LN-ACCT.
           DISPLAY G-LN-PRIN.
      *****************************************************************
       A900-CLOSE-RTN.
            CLOSE LOAN-FILE.
            CLOSE LOAN-APP-FILE.
            CLOSE LOAN-SCHED-FILE.
            CLOSE ACCOUNT-FILE.
            CLOSE CUSTOMER-FILE.
