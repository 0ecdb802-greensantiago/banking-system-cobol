      ****************************************************************
      * THIS PROGRAM IS THE MONTHLY CONSOLIDATED RELATIONSHIP        *
      * STATEMENT RUN.  IT PRINTS ONE DOCUMENT PER CUSTOMER WHO HAS  *
      * OPTED FOR IT ON THE CUSTOMER RECORD (CU-CONSOL-STMT, SET IN  *
      * CIFMAINT).  THE DOCUMENT OPENS WITH A SUMMARY - EVERY OPEN   *
      * DEPOSIT ACCOUNT WITH TOTAL DEPOSITS BY CURRENCY, TERM        *
      * DEPOSITS WITH RATE AND MATURITY, AND LOANS OUTSTANDING WITH  *
      * THE NEXT INSTALLMENT - FOLLOWED BY THE TRANSACTION DETAIL OF *
      * EACH ACCOUNT FOR THE CYCLE, PRINTED AND ROLLED FORWARD ON    *
      * STMTCTL.DAT EXACTLY AS STMTCYCL DOES.  STMTCYCL LEAVES THESE *
      * CUSTOMERS' ACCOUNTS OUT, SO NO ONE RECEIVES BOTH.            *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELSTMT.
       AUTHOR. GERAD CARLOS TUPAZ.
       DATE-WRITTEN. 10 15 2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CU-CUSTOMER-NUMBER.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNT.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACCOUNT-NUMBER
                  ALTERNATE KEY IS USER-ID-ACCT WITH DUPLICATES.
           SELECT TERM-DEP-FILE ASSIGN TO 'TERMDEP.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TD-ACCOUNT-NUMBER.
           SELECT LOAN-FILE ASSIGN TO 'LOAN.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LN-LOAN-NUMBER.
           SELECT TRAN-HIST-FILE ASSIGN TO 'TRANHIST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TH-KEY.
           SELECT STMT-CTL-FILE ASSIGN TO 'STMTCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SC-ACCOUNT-NUMBER.
           SELECT REPORT-FILE ASSIGN TO 'RELSTMT.RPT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE
           RECORD CONTAINS 174 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CUSTOMER-REC.
       COPY CUSTFILE.
       FD  ACCOUNT-FILE
           RECORD CONTAINS 201 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACCOUNT-REC.
       COPY ACCOUNTFILE.
       FD  TERM-DEP-FILE
           RECORD CONTAINS 37 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS TERM-DEP-REC.
       COPY TERMDEP.
       FD  LOAN-FILE
           RECORD CONTAINS 123 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS LOAN-REC.
       COPY LOANFILE.
       FD  TRAN-HIST-FILE
           RECORD CONTAINS 101 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRAN-HIST-REC.
       COPY TRANHIST.
       FD  STMT-CTL-FILE
           RECORD CONTAINS 29 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS STMT-CTL-REC.
       COPY STMTCTL.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE                PIC X(80).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-CYCLE-END-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-SELECT-CUSTOMER          PIC 9(8) VALUE ZEROES.
       01  WS-CURRENT-DATE             PIC 9(8) VALUE ZEROES.
       01  WS-LAST-STMT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-BF-BALANCE               PIC 9(9)V99 VALUE ZEROES.
       01  WS-PERIOD-DEBITS            PIC 9(9)V99 VALUE ZEROES.
       01  WS-PERIOD-CREDITS           PIC 9(9)V99 VALUE ZEROES.
       01  WS-CLOSING-BALANCE          PIC S9(10)V99 VALUE ZEROES.
       01  WS-TRAN-COUNT               PIC 9(5) VALUE ZEROES.
       01  WS-STMT-COUNT               PIC 9(7) VALUE ZEROES.
       01  WS-ACCT-STMT-COUNT          PIC 9(7) VALUE ZEROES.
      *****************************************************************
      * THE CUSTOMER'S OPEN ACCOUNTS, AND THE DEPOSIT TOTAL IN EACH  *
      * CURRENCY HELD.                                               *
      *****************************************************************
       01  WS-RS-ACCT-TABLE.
           05 WS-RS-ACCT-NO            PIC 9(10) OCCURS 60 TIMES.
       01  WS-RS-ACCT-COUNT            PIC 9(3) VALUE ZEROES.
       01  WS-RS-CCY-TABLE.
           05 WS-RS-CCY-ENTRY OCCURS 10 TIMES.
              10 WS-RS-CCY-CODE        PIC X(3).
              10 WS-RS-CCY-TOTAL       PIC S9(11)V99.
       01  WS-RS-CCY-COUNT             PIC 9(2) VALUE ZEROES.
       01  WS-RS-IDX                   PIC 9(3) VALUE ZEROES.
       01  WS-RS-CCY-IDX               PIC 9(2) VALUE ZEROES.
       01  WS-RS-LOAN-COUNT            PIC 9(3) VALUE ZEROES.
       01  WS-RS-TD-COUNT              PIC 9(3) VALUE ZEROES.
       01  WS-RS-LOAN-TOTAL            PIC S9(11)V99 VALUE ZEROES.
       01  WS-BALANCE-DISPLAY          PIC ----,---,--9.99.
       01  WS-TOTAL-DISPLAY            PIC --,---,---,--9.99.
       01  WS-AMOUNT-DISPLAY           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-RATE-DISPLAY             PIC ZZ9.99.
       01  WS-TYPE-TEXT                PIC X(8) VALUE SPACES.
       01  CUST-EOF-SW                 PIC X VALUE 'N'.
           88 END-OF-CUSTOMER-FILE     VALUE 'Y'.
       01  ACCT-EOF-SW                 PIC X VALUE 'N'.
       01  LOAN-EOF-SW                 PIC X VALUE 'N'.
       01  HIST-EOF-SW                 PIC X VALUE 'N'.
       01  CCY-FOUND-SW                PIC X VALUE 'N'.
       01  DL-TRAN-DATE.
           05 DL-TRAN-YYYY             PIC 9(4).
           05 DL-TRAN-MM               PIC 9(2).
           05 DL-TRAN-DD               PIC 9(2).
      *****************************************************************
       PROCEDURE DIVISION.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A300-PROCESS-RTN UNTIL END-OF-CUSTOMER-FILE.
           PERFORM A900-CLOSE-RTN.
           STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN INPUT CUSTOMER-FILE.
           OPEN INPUT ACCOUNT-FILE.
           OPEN INPUT TERM-DEP-FILE.
           OPEN INPUT LOAN-FILE.
           OPEN INPUT TRAN-HIST-FILE.
           OPEN I-O STMT-CTL-FILE.
           OPEN OUTPUT REPORT-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           DISPLAY 'RELSTMT - ENTER CYCLE END DATE (YYYYMMDD) OR 0'
                   ' FOR TODAY: '.
           ACCEPT WS-CYCLE-END-DATE.
           IF WS-CYCLE-END-DATE = ZEROES
              MOVE WS-CURRENT-DATE TO WS-CYCLE-END-DATE
           END-IF.
           DISPLAY 'RELSTMT - ENTER CUSTOMER NUMBER OR 0 FOR ALL: '.
           ACCEPT WS-SELECT-CUSTOMER.
           MOVE ZEROES TO CU-CUSTOMER-NUMBER.
           START CUSTOMER-FILE KEY IS NOT LESS THAN CU-CUSTOMER-NUMBER
              INVALID KEY
                 MOVE 'Y' TO CUST-EOF-SW
                 DISPLAY 'RELSTMT - NO CUSTOMERS ON FILE'
           END-START.
      *****************************************************************
       A300-PROCESS-RTN.
           READ CUSTOMER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO CUST-EOF-SW
              NOT AT END
                 IF CU-CONSOLIDATED AND CU-ACTIVE AND
                    (WS-SELECT-CUSTOMER = ZEROES OR
                     CU-CUSTOMER-NUMBER = WS-SELECT-CUSTOMER)
                    PERFORM 100-STATEMENT-ONE-CUSTOMER-RTN
                 END-IF
           END-READ.
      *****************************************************************
       100-STATEMENT-ONE-CUSTOMER-RTN.
           MOVE ZEROES TO WS-RS-ACCT-COUNT.
           MOVE ZEROES TO WS-RS-CCY-COUNT.
           MOVE ZEROES TO ACCOUNT-NUMBER.
           MOVE 'N' TO ACCT-EOF-SW.
           START ACCOUNT-FILE KEY IS NOT LESS THAN ACCOUNT-NUMBER
              INVALID KEY
                 MOVE 'Y' TO ACCT-EOF-SW
           END-START.
           PERFORM 110-LOAD-ONE-ACCOUNT-RTN UNTIL ACCT-EOF-SW = 'Y'.
           PERFORM 200-WRITE-CUST-HEADINGS-RTN.
           PERFORM 300-WRITE-DEPOSIT-SUMMARY-RTN.
           PERFORM 400-WRITE-TERM-DEP-SUMMARY-RTN.
           PERFORM 500-WRITE-LOAN-SUMMARY-RTN.
           MOVE 1 TO WS-RS-IDX.
           PERFORM 600-STATEMENT-ONE-ACCOUNT-RTN
              UNTIL WS-RS-IDX > WS-RS-ACCT-COUNT.
           MOVE ALL '=' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-STMT-COUNT.
      *****************************************************************
       110-LOAD-ONE-ACCOUNT-RTN.
           READ ACCOUNT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO ACCT-EOF-SW
              NOT AT END
                 IF CUSTOMER-NUMBER = CU-CUSTOMER-NUMBER AND
                    OPEN-ACCOUNT AND WS-RS-ACCT-COUNT < 60
                    ADD 1 TO WS-RS-ACCT-COUNT
                    MOVE ACCOUNT-NUMBER
                      TO WS-RS-ACCT-NO (WS-RS-ACCT-COUNT)
                    PERFORM 120-ADD-CURRENCY-TOTAL-RTN
                 END-IF
           END-READ.
      *****************************************************************
       120-ADD-CURRENCY-TOTAL-RTN.
           MOVE 'N' TO CCY-FOUND-SW.
           MOVE 1 TO WS-RS-CCY-IDX.
           PERFORM 130-SEARCH-CURRENCY-RTN
              UNTIL WS-RS-CCY-IDX > WS-RS-CCY-COUNT OR
                    CCY-FOUND-SW = 'Y'.
           IF CCY-FOUND-SW = 'N' AND WS-RS-CCY-COUNT < 10
              ADD 1 TO WS-RS-CCY-COUNT
              MOVE WS-RS-CCY-COUNT TO WS-RS-CCY-IDX
              MOVE CURRENCY-CODE TO WS-RS-CCY-CODE (WS-RS-CCY-IDX)
              MOVE ZEROES TO WS-RS-CCY-TOTAL (WS-RS-CCY-IDX)
              MOVE 'Y' TO CCY-FOUND-SW
           END-IF.
           IF CCY-FOUND-SW = 'Y'
              ADD ACCOUNT-BALANCE TO WS-RS-CCY-TOTAL (WS-RS-CCY-IDX)
           END-IF.
      *****************************************************************
       130-SEARCH-CURRENCY-RTN.
           IF WS-RS-CCY-CODE (WS-RS-CCY-IDX) = CURRENCY-CODE
              MOVE 'Y' TO CCY-FOUND-SW
           ELSE
              ADD 1 TO WS-RS-CCY-IDX
           END-IF.
      *****************************************************************
       200-WRITE-CUST-HEADINGS-RTN.
           MOVE ALL '=' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'RELATIONSHIP STATEMENT - ' CU-CUSTOMER-NAME
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE CU-CONTACT-ADDRESS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CUSTOMER NUMBER: ' CU-CUSTOMER-NUMBER
                  '   CYCLE END ' WS-CYCLE-END-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'SUMMARY OF YOUR RELATIONSHIP WITH US' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
      *****************************************************************
       300-WRITE-DEPOSIT-SUMMARY-RTN.
           MOVE 'DEPOSIT ACCOUNTS' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'ACCOUNT     TYPE      CCY          BALANCE'
             TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 1 TO WS-RS-IDX.
           PERFORM 310-WRITE-ONE-DEPOSIT-RTN
              UNTIL WS-RS-IDX > WS-RS-ACCT-COUNT.
           IF WS-RS-ACCT-COUNT = ZEROES
              MOVE '  NO OPEN DEPOSIT ACCOUNTS' TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'TOTAL DEPOSITS BY CURRENCY' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 1 TO WS-RS-CCY-IDX.
           PERFORM 320-WRITE-ONE-CURRENCY-RTN
              UNTIL WS-RS-CCY-IDX > WS-RS-CCY-COUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
      *****************************************************************
       310-WRITE-ONE-DEPOSIT-RTN.
           MOVE WS-RS-ACCT-NO (WS-RS-IDX) TO ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
              NOT INVALID KEY
                 IF SAVINGS-ACCOUNT
                    MOVE 'SAVINGS' TO WS-TYPE-TEXT
                 ELSE
                 IF CHECKING-ACCOUNT
                    MOVE 'CHECKING' TO WS-TYPE-TEXT
                 ELSE
                    MOVE 'TERM' TO WS-TYPE-TEXT
                 END-IF
                 END-IF
                 MOVE ACCOUNT-BALANCE TO WS-BALANCE-DISPLAY
                 MOVE SPACES TO REPORT-LINE
                 STRING ACCOUNT-NUMBER      DELIMITED BY SIZE
                        '  '                DELIMITED BY SIZE
                        WS-TYPE-TEXT        DELIMITED BY SIZE
                        '  '                DELIMITED BY SIZE
                        CURRENCY-CODE       DELIMITED BY SIZE
                        '  '                DELIMITED BY SIZE
                        WS-BALANCE-DISPLAY  DELIMITED BY SIZE
                   INTO REPORT-LINE
                 END-STRING
                 WRITE REPORT-LINE
           END-READ.
           ADD 1 TO WS-RS-IDX.
      *****************************************************************
       320-WRITE-ONE-CURRENCY-RTN.
           MOVE WS-RS-CCY-TOTAL (WS-RS-CCY-IDX) TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING '  ' WS-RS-CCY-CODE (WS-RS-CCY-IDX)
                  '    ' WS-TOTAL-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           ADD 1 TO WS-RS-CCY-IDX.
      *****************************************************************
       400-WRITE-TERM-DEP-SUMMARY-RTN.
           MOVE ZEROES TO WS-RS-TD-COUNT.
           MOVE 'TERM DEPOSITS' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'ACCOUNT       RATE  MATURITY  CCY          BALANCE'
             TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 1 TO WS-RS-IDX.
           PERFORM 410-WRITE-ONE-TERM-DEP-RTN
              UNTIL WS-RS-IDX > WS-RS-ACCT-COUNT.
           IF WS-RS-TD-COUNT = ZEROES
              MOVE '  NO TERM DEPOSITS' TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
      *****************************************************************
       410-WRITE-ONE-TERM-DEP-RTN.
           MOVE WS-RS-ACCT-NO (WS-RS-IDX) TO TD-ACCOUNT-NUMBER.
           READ TERM-DEP-FILE
              NOT INVALID KEY
                 IF TD-OUTSTANDING
                    MOVE TD-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
                    READ ACCOUNT-FILE
                       NOT INVALID KEY
                          PERFORM 420-WRITE-TERM-DEP-LINE-RTN
                    END-READ
                 END-IF
           END-READ.
           ADD 1 TO WS-RS-IDX.
      *****************************************************************
       420-WRITE-TERM-DEP-LINE-RTN.
           ADD 1 TO WS-RS-TD-COUNT.
           MOVE TD-CONTRACT-RATE TO WS-RATE-DISPLAY.
           MOVE ACCOUNT-BALANCE TO WS-BALANCE-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING TD-ACCOUNT-NUMBER   DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  WS-RATE-DISPLAY     DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  TD-MATURITY-DATE    DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  CURRENCY-CODE       DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  WS-BALANCE-DISPLAY  DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
      *****************************************************************
       500-WRITE-LOAN-SUMMARY-RTN.
           MOVE ZEROES TO WS-RS-LOAN-COUNT.
           MOVE ZEROES TO WS-RS-LOAN-TOTAL.
           MOVE 'LOANS' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'LOAN NUMBER        OUTSTANDING  NEXT DUE   INSTALLMENT'
             TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZEROES TO LN-LOAN-NUMBER.
           MOVE 'N' TO LOAN-EOF-SW.
           START LOAN-FILE KEY IS NOT LESS THAN LN-LOAN-NUMBER
              INVALID KEY
                 MOVE 'Y' TO LOAN-EOF-SW
           END-START.
           PERFORM 510-WRITE-ONE-LOAN-RTN UNTIL LOAN-EOF-SW = 'Y'.
           IF WS-RS-LOAN-COUNT = ZEROES
              MOVE '  NO LOANS OUTSTANDING' TO REPORT-LINE
              WRITE REPORT-LINE
           ELSE
              MOVE WS-RS-LOAN-TOTAL TO WS-TOTAL-DISPLAY
              MOVE SPACES TO REPORT-LINE
              STRING 'TOTAL LOANS  ' WS-TOTAL-DISPLAY
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
      *****************************************************************
      * THE NEXT INSTALLMENT IS THE SCHEDULED PAYMENT PLUS ANY LATE  *
      * PAYMENT PENALTY STILL UNPAID.                                *
      *****************************************************************
       510-WRITE-ONE-LOAN-RTN.
           READ LOAN-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO LOAN-EOF-SW
              NOT AT END
                 IF LN-CUSTOMER-NUMBER = CU-CUSTOMER-NUMBER AND
                    LN-ACTIVE
                    ADD 1 TO WS-RS-LOAN-COUNT
                    ADD LN-OUTSTANDING TO WS-RS-LOAN-TOTAL
                    MOVE LN-OUTSTANDING TO WS-BALANCE-DISPLAY
                    COMPUTE WS-AMOUNT-DISPLAY = LN-MONTHLY-PAYMENT
                            + LN-PENALTY-DUE
                    MOVE SPACES TO REPORT-LINE
                    STRING LN-LOAN-NUMBER      DELIMITED BY SIZE
                           '  '                DELIMITED BY SIZE
                           WS-BALANCE-DISPLAY  DELIMITED BY SIZE
                           '  '                DELIMITED BY SIZE
                           LN-NEXT-DUE-DATE    DELIMITED BY SIZE
                           ' '                 DELIMITED BY SIZE
                           WS-AMOUNT-DISPLAY   DELIMITED BY SIZE
                      INTO REPORT-LINE
                    END-STRING
                    WRITE REPORT-LINE
                 END-IF
           END-READ.
      *****************************************************************
      * THE PER-ACCOUNT DETAIL FOLLOWS THE SUMMARY AND IS BUILT AND  *
      * ROLLED FORWARD THE SAME WAY AS THE SINGLE-ACCOUNT STATEMENT. *
      *****************************************************************
       600-STATEMENT-ONE-ACCOUNT-RTN.
           MOVE WS-RS-ACCT-NO (WS-RS-IDX) TO ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
              NOT INVALID KEY
                 PERFORM 610-ACCOUNT-DETAIL-RTN
           END-READ.
           ADD 1 TO WS-RS-IDX.
      *****************************************************************
       610-ACCOUNT-DETAIL-RTN.
           MOVE ACCOUNT-NUMBER TO SC-ACCOUNT-NUMBER.
           READ STMT-CTL-FILE
              INVALID KEY
                 MOVE ZEROES TO WS-LAST-STMT-DATE
                 MOVE ZEROES TO WS-BF-BALANCE
              NOT INVALID KEY
                 MOVE SC-LAST-STMT-DATE TO WS-LAST-STMT-DATE
                 MOVE SC-BF-BALANCE     TO WS-BF-BALANCE
           END-READ.
           MOVE ZEROES TO WS-PERIOD-DEBITS.
           MOVE ZEROES TO WS-PERIOD-CREDITS.
           MOVE ZEROES TO WS-TRAN-COUNT.
           PERFORM 620-WRITE-ACCT-HEADINGS-RTN.
           MOVE 'N' TO HIST-EOF-SW.
           MOVE ACCOUNT-NUMBER TO TH-ACCOUNT-NUMBER.
           MOVE WS-LAST-STMT-DATE TO TH-DATE.
           MOVE 9999999 TO TH-SEQUENCE.
           START TRAN-HIST-FILE KEY IS GREATER THAN TH-KEY
              INVALID KEY
                 MOVE 'Y' TO HIST-EOF-SW
           END-START.
           PERFORM 630-READ-PERIOD-RTN UNTIL HIST-EOF-SW = 'Y'.
           PERFORM 650-WRITE-ACCT-TOTALS-RTN.
           PERFORM 660-ROLL-CYCLE-CONTROL-RTN.
           ADD 1 TO WS-ACCT-STMT-COUNT.
      *****************************************************************
       620-WRITE-ACCT-HEADINGS-RTN.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ACCOUNT NUMBER: ' ACCOUNT-NUMBER
                  '   CURRENCY ' CURRENCY-CODE
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-BF-BALANCE TO WS-BALANCE-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'BALANCE BROUGHT FORWARD: ' WS-BALANCE-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'DATE       TYPE        DEBIT        CREDIT     TELLER'
             TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
      *****************************************************************
       630-READ-PERIOD-RTN.
           READ TRAN-HIST-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO HIST-EOF-SW
              NOT AT END
                 IF TH-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER OR
                    TH-DATE > WS-CYCLE-END-DATE
                    MOVE 'Y' TO HIST-EOF-SW
                 ELSE
                    PERFORM 640-WRITE-ACCT-DETAIL-RTN
                 END-IF
           END-READ.
      *****************************************************************
       640-WRITE-ACCT-DETAIL-RTN.
           MOVE TH-DATE TO DL-TRAN-DATE.
           MOVE TH-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           IF TH-FROM-ACCOUNT = ACCOUNT-NUMBER
              ADD TH-AMOUNT TO WS-PERIOD-DEBITS
              STRING DL-TRAN-MM '/' DL-TRAN-DD '/' DL-TRAN-YYYY
                     DELIMITED BY SIZE
                     '  '              DELIMITED BY SIZE
                     TH-TYPE           DELIMITED BY SIZE
                     WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                     '  '              DELIMITED BY SIZE
                     TH-TELLER-ID      DELIMITED BY SIZE
                INTO REPORT-LINE
              END-STRING
           ELSE
              ADD TH-AMOUNT TO WS-PERIOD-CREDITS
              STRING DL-TRAN-MM '/' DL-TRAN-DD '/' DL-TRAN-YYYY
                     DELIMITED BY SIZE
                     '  '              DELIMITED BY SIZE
                     TH-TYPE           DELIMITED BY SIZE
                     '              '  DELIMITED BY SIZE
                     WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                     '  '              DELIMITED BY SIZE
                     TH-TELLER-ID      DELIMITED BY SIZE
                INTO REPORT-LINE
              END-STRING
           END-IF.
           WRITE REPORT-LINE.
           ADD 1 TO WS-TRAN-COUNT.
      *****************************************************************
       650-WRITE-ACCT-TOTALS-RTN.
           COMPUTE WS-CLOSING-BALANCE = WS-BF-BALANCE
                   + WS-PERIOD-CREDITS - WS-PERIOD-DEBITS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-PERIOD-DEBITS TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TOTAL DEBITS THIS CYCLE:  ' WS-AMOUNT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-PERIOD-CREDITS TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TOTAL CREDITS THIS CYCLE: ' WS-AMOUNT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-CLOSING-BALANCE TO WS-BALANCE-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CLOSING BALANCE:          ' WS-BALANCE-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
      *****************************************************************
       660-ROLL-CYCLE-CONTROL-RTN.
           MOVE ACCOUNT-NUMBER TO SC-ACCOUNT-NUMBER.
           MOVE WS-CYCLE-END-DATE TO SC-LAST-STMT-DATE.
           IF WS-CLOSING-BALANCE < ZEROES
              MOVE ZEROES TO SC-BF-BALANCE
           ELSE
              MOVE WS-CLOSING-BALANCE TO SC-BF-BALANCE
           END-IF.
           REWRITE STMT-CTL-REC
              INVALID KEY
                 WRITE STMT-CTL-REC
           END-REWRITE.
      *****************************************************************
       A900-CLOSE-RTN.
           CLOSE CUSTOMER-FILE.
           CLOSE ACCOUNT-FILE.
           CLOSE TERM-DEP-FILE.
           CLOSE LOAN-FILE.
           CLOSE TRAN-HIST-FILE.
           CLOSE STMT-CTL-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'RELSTMT - CUSTOMER STATEMENTS PRODUCED: '
                   WS-STMT-COUNT.
           DISPLAY 'RELSTMT - ACCOUNTS INCLUDED: ' WS-ACCT-STMT-COUNT.
           STOP RUN.
