      ****************************************************************
      * THIS PROGRAM IS THE TELLER'S LOAN PAYOFF AND PREPAYMENT      *
      * FUNCTION.  FOR AN ACTIVE LOAN IT WORKS OUT AND PRINTS A      *
      * PAYOFF QUOTE DATED THE BUSINESS DATE - PRINCIPAL             *
      * OUTSTANDING, INTEREST TO DATE, ANY PENALTY OWED AND THE      *
      * PREPAYMENT FEE ON PRINCIPAL NOT YET DUE.  THE BORROWER MAY   *
      * THEN SETTLE IN FULL FROM THE LINKED DEPOSIT ACCOUNT, WHICH   *
      * MARKS THE LOAN PAID OFF AND CLOSES THE SCHEDULE LINES STILL  *
      * OPEN, OR PAY DOWN PRINCIPAL, AFTER WHICH THE REMAINING       *
      * SCHEDULE IS REBUILT EITHER WITH A SMALLER INSTALLMENT OVER   *
      * THE SAME TERM OR WITH THE SAME INSTALLMENT OVER A SHORTER    *
      * TERM.  A PREPAYMENT IS TAKEN ONLY ON A LOAN WITH NOTHING     *
      * PAST DUE - ARREARS ARE CLEARED THROUGH LOANPAY FIRST.        *
      * INTEREST TO DATE RUNS ON A 30/360 BASIS FROM THE LAST DUE    *
      * DATE, AND THE FEE RATE IS SYSCTL KEY PREPAYFEE.              *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANPOFF IS INITIAL.
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
           SELECT LOAN-SCHED-FILE ASSIGN TO 'LOANSCHD.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LS-KEY.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNT.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACCOUNT-NUMBER
                  ALTERNATE KEY IS USER-ID-ACCT WITH DUPLICATES.
           SELECT HOLD-FILE ASSIGN TO 'HOLDFILE.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HF-KEY.
           SELECT FREEZE-REG-FILE ASSIGN TO 'FRZREG.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FR-KEY.
           SELECT TRAN-LOG-FILE ASSIGN TO 'TRANLOG.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT SYSCTL-FILE ASSIGN TO 'SYSCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTL-KEY.
           SELECT JOURNAL-FILE ASSIGN TO 'JOURNAL.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT QUOTE-PRT-FILE ASSIGN TO 'PAYOFF.PRT'
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
       FD  LOAN-SCHED-FILE
           RECORD CONTAINS 55 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS LOAN-SCHED-REC.
       COPY LOANSCHD.
       FD  ACCOUNT-FILE
           RECORD CONTAINS 201 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACCOUNT-REC.
       COPY ACCOUNTFILE.
       FD  HOLD-FILE
           RECORD CONTAINS 78 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS HOLD-REC.
       COPY HOLDFILE.
       FD  FREEZE-REG-FILE
           RECORD CONTAINS 64 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS FREEZE-REG-REC.
       COPY FRZREG.
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
       FD  JOURNAL-FILE
           RECORD CONTAINS 370 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS JOURNAL-REC.
       COPY JRNL.
       FD  QUOTE-PRT-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS QUOTE-PRT-LINE.
       01  QUOTE-PRT-LINE            PIC X(80).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-PO-LOAN                PIC 9(10) VALUE ZEROES.
       01  WS-PO-ACTION              PIC X VALUE SPACES.
       01  WS-PO-AMOUNT              PIC 9(9)V99 VALUE ZEROES.
       01  WS-PO-RECAST              PIC X VALUE SPACES.
       01  WS-PREPAY-FEE-PCT         PIC 9(3)V99 VALUE 001.00.
       01  WS-OVERDUE-COUNT          PIC 9(3) VALUE ZEROES.
       01  WS-OVERDUE-PRIN           PIC 9(9)V99 VALUE ZEROES.
       01  WS-OVERDUE-INT            PIC 9(9)V99 VALUE ZEROES.
       01  WS-UNPAID-COUNT           PIC 9(3) VALUE ZEROES.
       01  WS-FIRST-UNPAID-NO        PIC 9(3) VALUE ZEROES.
       01  WS-FIRST-UNPAID-DUE       PIC 9(8) VALUE ZEROES.
       01  WS-ACCRUE-FROM            PIC 9(8) VALUE ZEROES.
       01  WS-ACCRUED-INT            PIC 9(9)V99 VALUE ZEROES.
       01  WS-NOT-YET-DUE            PIC 9(9)V99 VALUE ZEROES.
       01  WS-QUOTE-PRIN             PIC 9(9)V99 VALUE ZEROES.
       01  WS-QUOTE-INT              PIC 9(9)V99 VALUE ZEROES.
       01  WS-QUOTE-FEE              PIC 9(9)V99 VALUE ZEROES.
       01  WS-QUOTE-TOTAL            PIC 9(9)V99 VALUE ZEROES.
       01  WS-PEN-PAID               PIC 9(7)V99 VALUE ZEROES.
       01  WS-PRIN-PAID              PIC 9(9)V99 VALUE ZEROES.
       01  WS-INT-PAID               PIC 9(9)V99 VALUE ZEROES.
       01  WS-FEE-PAID               PIC 9(9)V99 VALUE ZEROES.
       01  WS-TOTAL-PAID             PIC 9(9)V99 VALUE ZEROES.
       01  WS-BUS-SPLIT.
           05 WS-BUS-YYYY            PIC 9(4).
           05 WS-BUS-MM              PIC 9(2).
           05 WS-BUS-DD              PIC 9(2).
       01  WS-FROM-SPLIT.
           05 WS-FROM-YYYY           PIC 9(4).
           05 WS-FROM-MM             PIC 9(2).
           05 WS-FROM-DD             PIC 9(2).
       01  WS-DUE-SPLIT.
           05 WS-DUE-YYYY            PIC 9(4).
           05 WS-DUE-MM              PIC 9(2).
           05 WS-DUE-DD              PIC 9(2).
       01  WS-DAYS-BETWEEN           PIC S9(6) VALUE ZEROES.
       01  WS-MONTH-RATE             PIC 9V9(9) VALUE ZEROES.
       01  WS-FACTOR                 PIC 9(9)V9(9) VALUE ZEROES.
       01  WS-PAYMENT                PIC 9(9)V99 VALUE ZEROES.
       01  WS-SCHED-BALANCE          PIC 9(9)V99 VALUE ZEROES.
       01  WS-INST-INTEREST          PIC 9(9)V99 VALUE ZEROES.
       01  WS-INST-PRINCIPAL         PIC 9(9)V99 VALUE ZEROES.
       01  WS-INST-NO                PIC 9(3) VALUE ZEROES.
       01  WS-ROWS-LEFT              PIC 9(3) VALUE ZEROES.
       01  WS-NEW-ROWS               PIC 9(3) VALUE ZEROES.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZEROES.
       01  WS-CURRENT-TIME           PIC 9(8) VALUE ZEROES.
       01  WS-AMOUNT-DISPLAY         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TERM-DISPLAY           PIC ZZ9.
       01  EXIT-SW                   PIC X VALUE 'N'.
       01  CONFIRM-SW                PIC X VALUE 'N'.
       01  DEBIT-OK-SW               PIC X VALUE 'N'.
       01  SCHED-EOF-SW              PIC X VALUE 'N'.
       01  WS-HOLD-TOTAL             PIC 9(9)V99 VALUE ZEROES.
       01  WS-AVAILABLE-BALANCE      PIC S9(10)V99 VALUE ZEROES.
       01  HOLD-EOF-SW               PIC X VALUE 'N'.
       01  WS-FRZ-CUR-TYPE           PIC X VALUE SPACES.
       01  WS-FRZ-CUR-REASON         PIC X(4) VALUE SPACES.
       01  FRZ-EOF-SW                PIC X VALUE 'N'.
       01  DUMMY                     PIC X VALUE SPACES.
       COPY APLHA.
       COPY COLLPRM.
       COPY ACRRVPRM.
      *****************************************************************
       LINKAGE SECTION.
       01  LS-USER-ID                PIC X(15).
      *****************************************************************
       SCREEN SECTION.
       COPY "LOANPOFF.ss".
      *****************************************************************
       PROCEDURE DIVISION USING LS-USER-ID.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A300-PROCESS-RTN UNTIL EXIT-SW = 'Y'.
           PERFORM A900-CLOSE-RTN.
      *     STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN EXTEND JOURNAL-FILE.
           OPEN I-O LOAN-FILE.
           OPEN I-O LOAN-SCHED-FILE.
           OPEN I-O ACCOUNT-FILE.
           OPEN INPUT HOLD-FILE.
           OPEN INPUT FREEZE-REG-FILE.
           OPEN EXTEND TRAN-LOG-FILE.
           OPEN EXTEND QUOTE-PRT-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
           OPEN INPUT SYSCTL-FILE.
           MOVE 'BUSDATE   ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-BUSINESS-DATE
           END-READ.
           MOVE 'PREPAYFEE ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-NUM-VALUE TO WS-PREPAY-FEE-PCT
           END-READ.
           CLOSE SYSCTL-FILE.
           DISPLAY G-LOANPOFF.
      *****************************************************************
       A300-PROCESS-RTN.
           ACCEPT G-PO-LOAN.
           MOVE WS-PO-LOAN TO LN-LOAN-NUMBER.
           READ LOAN-FILE
              INVALID KEY
                 DISPLAY 'LOAN NUMBER NOT FOUND'
                         LINE 21 COL 2 ERASE EOL
              NOT INVALID KEY
                 IF NOT LN-ACTIVE
                    DISPLAY 'LOAN IS NOT ACTIVE'
                            LINE 21 COL 2 ERASE EOL
                 ELSE
                    PERFORM 100-QUOTE-RTN
                 END-IF
           END-READ.
           PERFORM A800-ASK-EXIT-RTN.
      *****************************************************************
       100-QUOTE-RTN.
           PERFORM 200-SCAN-SCHEDULE-RTN.
           PERFORM 270-COMPUTE-QUOTE-RTN.
           MOVE WS-QUOTE-PRIN TO WS-AMOUNT-DISPLAY.
           DISPLAY 'PRINCIPAL OUTSTANDING:' LINE 05 COL 2 ERASE EOL.
           DISPLAY WS-AMOUNT-DISPLAY LINE 05 COL 26.
           MOVE WS-QUOTE-INT TO WS-AMOUNT-DISPLAY.
           DISPLAY 'INTEREST TO DATE     :' LINE 06 COL 2 ERASE EOL.
           DISPLAY WS-AMOUNT-DISPLAY LINE 06 COL 26.
           MOVE LN-PENALTY-DUE TO WS-AMOUNT-DISPLAY.
           DISPLAY 'PENALTY DUE          :' LINE 07 COL 2 ERASE EOL.
           DISPLAY WS-AMOUNT-DISPLAY LINE 07 COL 26.
           MOVE WS-QUOTE-FEE TO WS-AMOUNT-DISPLAY.
           DISPLAY 'PREPAYMENT FEE       :' LINE 08 COL 2 ERASE EOL.
           DISPLAY WS-AMOUNT-DISPLAY LINE 08 COL 26.
           MOVE WS-QUOTE-TOTAL TO WS-AMOUNT-DISPLAY.
           DISPLAY 'TOTAL TO SETTLE      :' LINE 10 COL 2 ERASE EOL.
           DISPLAY WS-AMOUNT-DISPLAY LINE 10 COL 26.
           DISPLAY 'QUOTE DATED          :' LINE 11 COL 2 ERASE EOL.
           DISPLAY WS-BUSINESS-DATE LINE 11 COL 32.
           PERFORM 300-PRINT-QUOTE-RTN.
           DISPLAY 'S-SETTLE  P-PREPAY  Q-QUOTE ONLY:'
                   LINE 13 COL 2 ERASE EOL.
           MOVE SPACES TO WS-PO-ACTION.
           ACCEPT G-PO-ACTION.
           INSPECT WS-PO-ACTION CONVERTING ALPHALOWER TO ALPHAUPPER.
           IF WS-PO-ACTION = 'S'
              PERFORM 400-SETTLE-IN-FULL-RTN
           ELSE
           IF WS-PO-ACTION = 'P'
              PERFORM 500-PREPAY-PRINCIPAL-RTN
           END-IF
           END-IF.
      *****************************************************************
      * ONE PASS OVER THE SCHEDULE GIVES WHAT IS ALREADY DUE AND     *
      * UNPAID, THE LAST DUE DATE REACHED (INTEREST TO DATE RUNS     *
      * FROM THERE, OR FROM THE START DATE BEFORE THE FIRST ONE) AND *
      * WHERE THE OPEN PART OF THE SCHEDULE BEGINS.                  *
      *****************************************************************
       200-SCAN-SCHEDULE-RTN.
           MOVE ZEROES TO WS-OVERDUE-COUNT.
           MOVE ZEROES TO WS-OVERDUE-PRIN.
           MOVE ZEROES TO WS-OVERDUE-INT.
           MOVE ZEROES TO WS-UNPAID-COUNT.
           MOVE ZEROES TO WS-FIRST-UNPAID-NO.
           MOVE ZEROES TO WS-FIRST-UNPAID-DUE.
           MOVE LN-START-DATE TO WS-ACCRUE-FROM.
           MOVE WS-PO-LOAN TO LS-LOAN-NUMBER.
           MOVE ZEROES TO LS-INSTALLMENT-NO.
           MOVE 'N' TO SCHED-EOF-SW.
           START LOAN-SCHED-FILE KEY IS NOT LESS THAN LS-KEY
              INVALID KEY
                 MOVE 'Y' TO SCHED-EOF-SW
           END-START.
           PERFORM 250-SCAN-ONE-INST-RTN UNTIL SCHED-EOF-SW = 'Y'.
      *****************************************************************
       250-SCAN-ONE-INST-RTN.
           READ LOAN-SCHED-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO SCHED-EOF-SW
              NOT AT END
                 IF LS-LOAN-NUMBER NOT = WS-PO-LOAN
                    MOVE 'Y' TO SCHED-EOF-SW
                 ELSE
                    IF LS-DUE-DATE NOT > WS-BUSINESS-DATE
                       MOVE LS-DUE-DATE TO WS-ACCRUE-FROM
                    END-IF
                    IF LS-UNPAID
                       ADD 1 TO WS-UNPAID-COUNT
                       IF WS-FIRST-UNPAID-NO = ZEROES
                          MOVE LS-INSTALLMENT-NO TO WS-FIRST-UNPAID-NO
                          MOVE LS-DUE-DATE TO WS-FIRST-UNPAID-DUE
                       END-IF
                       IF LS-DUE-DATE NOT > WS-BUSINESS-DATE
                          ADD 1 TO WS-OVERDUE-COUNT
                          ADD LS-PRINCIPAL-DUE TO WS-OVERDUE-PRIN
                          ADD LS-INTEREST-DUE  TO WS-OVERDUE-INT
                       END-IF
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
      * INTEREST TO DATE IS THE INTEREST ON INSTALLMENTS ALREADY DUE *
      * PLUS INTEREST ON THE BALANCE SINCE THE LAST DUE DATE.  THE   *
      * FEE IS CHARGED ONLY ON PRINCIPAL NOT YET DUE.                *
      *****************************************************************
       270-COMPUTE-QUOTE-RTN.
           MOVE ZEROES TO WS-ACCRUED-INT.
           MOVE ZEROES TO WS-QUOTE-PRIN.
           IF LN-OUTSTANDING > ZEROES
              MOVE LN-OUTSTANDING TO WS-QUOTE-PRIN
           END-IF.
           MOVE WS-ACCRUE-FROM TO WS-FROM-SPLIT.
           PERFORM 280-COMPUTE-DAYS-RTN.
           IF WS-DAYS-BETWEEN > ZEROES
              COMPUTE WS-ACCRUED-INT ROUNDED =
                      WS-QUOTE-PRIN * LN-RATE / 100
                      * WS-DAYS-BETWEEN / 360
           END-IF.
           COMPUTE WS-QUOTE-INT = WS-OVERDUE-INT + WS-ACCRUED-INT.
           MOVE ZEROES TO WS-NOT-YET-DUE.
           IF WS-QUOTE-PRIN > WS-OVERDUE-PRIN
              COMPUTE WS-NOT-YET-DUE = WS-QUOTE-PRIN - WS-OVERDUE-PRIN
           END-IF.
           COMPUTE WS-QUOTE-FEE ROUNDED =
                   WS-NOT-YET-DUE * WS-PREPAY-FEE-PCT / 100.
           COMPUTE WS-QUOTE-TOTAL = WS-QUOTE-PRIN + WS-QUOTE-INT
                   + LN-PENALTY-DUE + WS-QUOTE-FEE.
      *****************************************************************
      * DAYS FROM WS-FROM-SPLIT TO THE BUSINESS DATE, 30/360 AS IN   *
      * LOANAGE.                                                     *
      *****************************************************************
       280-COMPUTE-DAYS-RTN.
           MOVE WS-BUSINESS-DATE TO WS-BUS-SPLIT.
           COMPUTE WS-DAYS-BETWEEN =
                   ((WS-BUS-YYYY - WS-FROM-YYYY) * 360)
                   + ((WS-BUS-MM - WS-FROM-MM) * 30)
                   + (WS-BUS-DD - WS-FROM-DD).
      *****************************************************************
       300-PRINT-QUOTE-RTN.
           MOVE SPACES TO QUOTE-PRT-LINE.
           STRING '=== LOAN PAYOFF QUOTE - LOAN ' WS-PO-LOAN ' ==='
                  DELIMITED BY SIZE INTO QUOTE-PRT-LINE
           END-STRING.
           WRITE QUOTE-PRT-LINE.
           MOVE SPACES TO QUOTE-PRT-LINE.
           STRING 'QUOTE DATE ' WS-BUSINESS-DATE
                  '   VALID FOR SETTLEMENT ON THIS DATE ONLY'
                  DELIMITED BY SIZE INTO QUOTE-PRT-LINE
           END-STRING.
           WRITE QUOTE-PRT-LINE.
           MOVE SPACES TO QUOTE-PRT-LINE.
           STRING 'CUSTOMER ' LN-CUSTOMER-NUMBER
                  '   DEPOSIT ACCOUNT ' LN-DEPOSIT-ACCOUNT
                  DELIMITED BY SIZE INTO QUOTE-PRT-LINE
           END-STRING.
           WRITE QUOTE-PRT-LINE.
           MOVE WS-QUOTE-PRIN TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO QUOTE-PRT-LINE.
           STRING 'PRINCIPAL OUTSTANDING  ' WS-AMOUNT-DISPLAY
                  DELIMITED BY SIZE INTO QUOTE-PRT-LINE
           END-STRING.
           WRITE QUOTE-PRT-LINE.
           MOVE WS-QUOTE-INT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO QUOTE-PRT-LINE.
           STRING 'INTEREST TO DATE       ' WS-AMOUNT-DISPLAY
                  DELIMITED BY SIZE INTO QUOTE-PRT-LINE
           END-STRING.
           WRITE QUOTE-PRT-LINE.
           MOVE LN-PENALTY-DUE TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO QUOTE-PRT-LINE.
           STRING 'PENALTY DUE            ' WS-AMOUNT-DISPLAY
                  DELIMITED BY SIZE INTO QUOTE-PRT-LINE
           END-STRING.
           WRITE QUOTE-PRT-LINE.
           MOVE WS-QUOTE-FEE TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO QUOTE-PRT-LINE.
           STRING 'PREPAYMENT FEE         ' WS-AMOUNT-DISPLAY
                  DELIMITED BY SIZE INTO QUOTE-PRT-LINE
           END-STRING.
           WRITE QUOTE-PRT-LINE.
           MOVE WS-QUOTE-TOTAL TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO QUOTE-PRT-LINE.
           STRING 'TOTAL TO SETTLE        ' WS-AMOUNT-DISPLAY
                  DELIMITED BY SIZE INTO QUOTE-PRT-LINE
           END-STRING.
           WRITE QUOTE-PRT-LINE.
           MOVE SPACES TO QUOTE-PRT-LINE.
           STRING 'QUOTED BY ' LS-USER-ID
                  DELIMITED BY SIZE INTO QUOTE-PRT-LINE
           END-STRING.
           WRITE QUOTE-PRT-LINE.
           MOVE SPACES TO QUOTE-PRT-LINE.
           WRITE QUOTE-PRT-LINE.
      *****************************************************************
       400-SETTLE-IN-FULL-RTN.
           MOVE LN-PENALTY-DUE TO WS-PEN-PAID.
           MOVE WS-QUOTE-PRIN  TO WS-PRIN-PAID.
           MOVE WS-QUOTE-INT   TO WS-INT-PAID.
           MOVE WS-QUOTE-FEE   TO WS-FEE-PAID.
           MOVE WS-QUOTE-TOTAL TO WS-TOTAL-PAID.
           PERFORM 700-DEBIT-ACCOUNT-RTN.
           IF DEBIT-OK-SW = 'Y'
              PERFORM 450-CLOSE-SCHEDULE-RTN
              MOVE ZEROES TO LN-OUTSTANDING
              MOVE ZEROES TO LN-PENALTY-DUE
              MOVE ZEROES TO LN-NEXT-DUE-DATE
              MOVE ZEROES TO LN-DAYS-PAST-DUE
              MOVE 'P' TO LN-STATUS
              PERFORM 690-REWRITE-LOAN-RTN
              PERFORM 650-RELEASE-COLLATERAL-RTN
              PERFORM 800-WRITE-TRANLOG-RTN
              DISPLAY 'LOAN SETTLED IN FULL'
                      LINE 22 COL 2 ERASE EOL
           END-IF.
      *****************************************************************
      * THE SCHEDULE LINES STILL OPEN ARE CLOSED, NOT PAID, SO THE   *
      * PAYMENT HISTORY SHOWS WHICH INSTALLMENTS WERE NEVER BILLED.  *
      *****************************************************************
       450-CLOSE-SCHEDULE-RTN.
           MOVE WS-PO-LOAN TO LS-LOAN-NUMBER.
           MOVE ZEROES TO LS-INSTALLMENT-NO.
           MOVE 'N' TO SCHED-EOF-SW.
           START LOAN-SCHED-FILE KEY IS NOT LESS THAN LS-KEY
              INVALID KEY
                 MOVE 'Y' TO SCHED-EOF-SW
           END-START.
           PERFORM 460-CLOSE-ONE-INST-RTN UNTIL SCHED-EOF-SW = 'Y'.
      *****************************************************************
       460-CLOSE-ONE-INST-RTN.
           READ LOAN-SCHED-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO SCHED-EOF-SW
              NOT AT END
                 IF LS-LOAN-NUMBER NOT = WS-PO-LOAN
                    MOVE 'Y' TO SCHED-EOF-SW
                 ELSE
                    IF LS-UNPAID
                       MOVE 'C' TO LS-STATUS
                       REWRITE LOAN-SCHED-REC
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
       500-PREPAY-PRINCIPAL-RTN.
           IF WS-OVERDUE-COUNT > ZEROES OR LN-PENALTY-DUE > ZEROES
              DISPLAY 'LOAN HAS ARREARS - COLLECT THEM THROUGH LOAN'
                      ' REPAYMENT FIRST' LINE 21 COL 2 ERASE EOL
           ELSE
           IF WS-UNPAID-COUNT = ZEROES
              DISPLAY 'NO OPEN INSTALLMENTS LEFT - SETTLE IN FULL'
                      LINE 21 COL 2 ERASE EOL
           ELSE
              DISPLAY 'PRINCIPAL TO PREPAY  :' LINE 15 COL 2 ERASE EOL
              MOVE ZEROES TO WS-PO-AMOUNT
              ACCEPT G-PO-AMOUNT
              DISPLAY 'I-LOWER INSTALLMENT  T-SHORTER TERM:'
                      LINE 16 COL 2 ERASE EOL
              MOVE SPACES TO WS-PO-RECAST
              ACCEPT G-PO-RECAST
              INSPECT WS-PO-RECAST
                      CONVERTING ALPHALOWER TO ALPHAUPPER
              IF WS-PO-AMOUNT = ZEROES OR
                 WS-PO-AMOUNT NOT < WS-QUOTE-PRIN
                 DISPLAY 'PREPAYMENT MUST BE LESS THAN THE PRINCIPAL'
                         ' - SETTLE IN FULL INSTEAD'
                         LINE 21 COL 2 ERASE EOL
              ELSE
              IF WS-PO-RECAST NOT = 'I' AND WS-PO-RECAST NOT = 'T'
                 DISPLAY 'ENTER I OR T' LINE 21 COL 2 ERASE EOL
              ELSE
                 PERFORM 520-TAKE-PREPAYMENT-RTN
              END-IF
              END-IF
           END-IF
           END-IF.
      *****************************************************************
      * THE PREPAID PRINCIPAL CARRIES ITS OWN INTEREST FROM THE LAST *
      * DUE DATE TO TODAY AND THE PREPAYMENT FEE.                    *
      *****************************************************************
       520-TAKE-PREPAYMENT-RTN.
           MOVE ZEROES TO WS-PEN-PAID.
           MOVE WS-PO-AMOUNT TO WS-PRIN-PAID.
           MOVE ZEROES TO WS-INT-PAID.
           IF WS-DAYS-BETWEEN > ZEROES
              COMPUTE WS-INT-PAID ROUNDED =
                      WS-PO-AMOUNT * LN-RATE / 100
                      * WS-DAYS-BETWEEN / 360
           END-IF.
           COMPUTE WS-FEE-PAID ROUNDED =
                   WS-PO-AMOUNT * WS-PREPAY-FEE-PCT / 100.
           COMPUTE WS-TOTAL-PAID = WS-PRIN-PAID + WS-INT-PAID
                   + WS-FEE-PAID.
           PERFORM 700-DEBIT-ACCOUNT-RTN.
           IF DEBIT-OK-SW = 'Y'
              SUBTRACT WS-PRIN-PAID FROM LN-OUTSTANDING
              PERFORM 550-RECAST-SCHEDULE-RTN
              PERFORM 690-REWRITE-LOAN-RTN
              PERFORM 800-WRITE-TRANLOG-RTN
              MOVE LN-MONTHLY-PAYMENT TO WS-AMOUNT-DISPLAY
              MOVE LN-TERM-MONTHS TO WS-TERM-DISPLAY
              DISPLAY 'PREPAYMENT POSTED - INSTALLMENT:'
                      LINE 22 COL 2 ERASE EOL
              DISPLAY WS-AMOUNT-DISPLAY LINE 22 COL 35
              DISPLAY 'TERM:' LINE 22 COL 51
              DISPLAY WS-TERM-DISPLAY LINE 22 COL 57
           END-IF.
      *****************************************************************
      * THE OPEN PART OF THE SCHEDULE IS DROPPED AND REBUILT ON THE  *
      * REDUCED BALANCE FROM THE SAME NEXT DUE DATE.  A LOWER        *
      * INSTALLMENT KEEPS THE REMAINING NUMBER OF INSTALLMENTS AND   *
      * TAKES A NEW ANNUITY PAYMENT; A SHORTER TERM KEEPS THE        *
      * PAYMENT AND RUNS UNTIL THE BALANCE IS GONE.  THE LAST LINE   *
      * TAKES WHATEVER PRINCIPAL IS LEFT, AS IN LOANMNT.             *
      *****************************************************************
       550-RECAST-SCHEDULE-RTN.
           PERFORM 560-DROP-OPEN-LINES-RTN.
           COMPUTE WS-MONTH-RATE ROUNDED = LN-RATE / 100 / 12.
           MOVE LN-OUTSTANDING TO WS-SCHED-BALANCE.
           MOVE WS-UNPAID-COUNT TO WS-ROWS-LEFT.
           IF WS-PO-RECAST = 'I'
              IF WS-MONTH-RATE = ZEROES
                 COMPUTE WS-PAYMENT ROUNDED =
                         WS-SCHED-BALANCE / WS-ROWS-LEFT
              ELSE
                 COMPUTE WS-FACTOR ROUNDED =
                         (1 + WS-MONTH-RATE) ** WS-ROWS-LEFT
                 COMPUTE WS-PAYMENT ROUNDED =
                         WS-SCHED-BALANCE * WS-MONTH-RATE * WS-FACTOR
                         / (WS-FACTOR - 1)
              END-IF
              MOVE WS-PAYMENT TO LN-MONTHLY-PAYMENT
           ELSE
              MOVE LN-MONTHLY-PAYMENT TO WS-PAYMENT
           END-IF.
           MOVE WS-FIRST-UNPAID-DUE TO WS-DUE-SPLIT.
           MOVE WS-FIRST-UNPAID-NO TO WS-INST-NO.
           MOVE ZEROES TO WS-NEW-ROWS.
           PERFORM 580-WRITE-ONE-INST-RTN
              UNTIL WS-ROWS-LEFT = ZEROES OR WS-SCHED-BALANCE = ZEROES.
           COMPUTE LN-TERM-MONTHS = WS-FIRST-UNPAID-NO - 1
                   + WS-NEW-ROWS.
      *****************************************************************
       560-DROP-OPEN-LINES-RTN.
           MOVE WS-PO-LOAN TO LS-LOAN-NUMBER.
           MOVE WS-FIRST-UNPAID-NO TO LS-INSTALLMENT-NO.
           MOVE 'N' TO SCHED-EOF-SW.
           START LOAN-SCHED-FILE KEY IS NOT LESS THAN LS-KEY
              INVALID KEY
                 MOVE 'Y' TO SCHED-EOF-SW
           END-START.
           PERFORM 570-DROP-ONE-LINE-RTN UNTIL SCHED-EOF-SW = 'Y'.
      *****************************************************************
       570-DROP-ONE-LINE-RTN.
           READ LOAN-SCHED-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO SCHED-EOF-SW
              NOT AT END
                 IF LS-LOAN-NUMBER NOT = WS-PO-LOAN
                    MOVE 'Y' TO SCHED-EOF-SW
                 ELSE
                    IF LS-UNPAID
                       DELETE LOAN-SCHED-FILE RECORD
                          INVALID KEY
                             DISPLAY 'ERROR IN DELETING SCHEDULE'
                                     LINE 23 COL 2 ERASE EOL
                       END-DELETE
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
       580-WRITE-ONE-INST-RTN.
           IF WS-NEW-ROWS > ZEROES
              PERFORM 590-ADVANCE-ONE-MONTH-RTN
           END-IF.
           COMPUTE WS-INST-INTEREST ROUNDED =
                   WS-SCHED-BALANCE * WS-MONTH-RATE.
           IF WS-ROWS-LEFT = 1
              MOVE WS-SCHED-BALANCE TO WS-INST-PRINCIPAL
           ELSE
              IF WS-PAYMENT > WS-INST-INTEREST
                 COMPUTE WS-INST-PRINCIPAL =
                         WS-PAYMENT - WS-INST-INTEREST
              ELSE
                 MOVE ZEROES TO WS-INST-PRINCIPAL
              END-IF
              IF WS-INST-PRINCIPAL > WS-SCHED-BALANCE
                 MOVE WS-SCHED-BALANCE TO WS-INST-PRINCIPAL
              END-IF
           END-IF.
           SUBTRACT WS-INST-PRINCIPAL FROM WS-SCHED-BALANCE.
           MOVE WS-PO-LOAN        TO LS-LOAN-NUMBER.
           MOVE WS-INST-NO        TO LS-INSTALLMENT-NO.
           MOVE WS-DUE-SPLIT      TO LS-DUE-DATE.
           MOVE WS-INST-PRINCIPAL TO LS-PRINCIPAL-DUE.
           MOVE WS-INST-INTEREST  TO LS-INTEREST-DUE.
           MOVE WS-SCHED-BALANCE  TO LS-BALANCE-AFTER.
           MOVE 'U'               TO LS-STATUS.
           WRITE LOAN-SCHED-REC
              INVALID KEY
                 DISPLAY 'ERROR IN WRITING SCHEDULE'
                         LINE 23 COL 2 ERASE EOL
           END-WRITE.
           ADD 1 TO WS-INST-NO.
           ADD 1 TO WS-NEW-ROWS.
           SUBTRACT 1 FROM WS-ROWS-LEFT.
      *****************************************************************
       590-ADVANCE-ONE-MONTH-RTN.
           ADD 1 TO WS-DUE-MM.
           IF WS-DUE-MM > 12
              SUBTRACT 12 FROM WS-DUE-MM
              ADD 1 TO WS-DUE-YYYY
           END-IF.
           IF WS-DUE-DD > 28
              MOVE 28 TO WS-DUE-DD
           END-IF.
      *****************************************************************
      * A PAID-OFF LOAN NO LONGER NEEDS ITS SECURITY - ITS ITEMS ON  *
      * THE COLLATERAL REGISTER AND ANY PLEDGE HOLDS ARE RELEASED.   *
      *****************************************************************
       650-RELEASE-COLLATERAL-RTN.
           MOVE LN-LOAN-NUMBER   TO RL-LOAN-NUMBER.
           MOVE LS-USER-ID       TO RL-RELEASED-BY.
           MOVE WS-BUSINESS-DATE TO RL-RELEASE-DATE.
           CALL 'COLLREL' USING COLL-RELEASE-AREA.
      *****************************************************************
       690-REWRITE-LOAN-RTN.
           REWRITE LOAN-REC
              INVALID KEY
                 DISPLAY 'ERROR IN UPDATING LOAN RECORD'
                         LINE 23 COL 2 ERASE EOL
           END-REWRITE.
      *****************************************************************
      * THE FUNDING ACCOUNT IS CHECKED AS IN LOANPAY - OPEN, NOT     *
      * FROZEN, AND THE AVAILABLE BALANCE MUST COVER THE DEBIT.      *
      *****************************************************************
       700-DEBIT-ACCOUNT-RTN.
           MOVE 'N' TO DEBIT-OK-SW.
           MOVE LN-DEPOSIT-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
              INVALID KEY
                 DISPLAY 'LINKED DEPOSIT ACCOUNT NOT FOUND'
                         LINE 21 COL 2 ERASE EOL
              NOT INVALID KEY
                 IF NOT OPEN-ACCOUNT
                    DISPLAY 'LINKED DEPOSIT ACCOUNT IS NOT OPEN'
                            LINE 21 COL 2 ERASE EOL
                 ELSE
                 IF FROZEN-ACCOUNT
                    PERFORM 720-GET-FREEZE-INFO-RTN
                    DISPLAY 'DEPOSIT ACCOUNT IS FROZEN - REASON: '
                            LINE 21 COL 2 ERASE EOL
                    DISPLAY WS-FRZ-CUR-REASON LINE 21 COL 38
                 ELSE
                 PERFORM 740-COMPUTE-HOLDS-RTN
                 COMPUTE WS-AVAILABLE-BALANCE = ACCOUNT-BALANCE
                         - WS-HOLD-TOTAL
                 IF CHECKING-ACCOUNT
                    ADD OD-LIMIT TO WS-AVAILABLE-BALANCE
                 END-IF
                 IF WS-TOTAL-PAID > WS-AVAILABLE-BALANCE
                    DISPLAY 'INSUFFICIENT AVAILABLE FUNDS ON DEPOSIT'
                            ' ACCOUNT' LINE 21 COL 2 ERASE EOL
                 ELSE
                    MOVE WS-TOTAL-PAID TO WS-AMOUNT-DISPLAY
                    DISPLAY 'TOTAL TO DEBIT:' LINE 18 COL 2 ERASE EOL
                    DISPLAY WS-AMOUNT-DISPLAY LINE 18 COL 26
                    DISPLAY 'CONFIRM? Y/N: '
                            LINE 21 COL 2 ERASE EOL
                    ACCEPT CONFIRM-SW LINE 21
                    INSPECT CONFIRM-SW
                            CONVERTING ALPHALOWER TO ALPHAUPPER
                    IF CONFIRM-SW = 'Y'
                       SUBTRACT WS-TOTAL-PAID FROM ACCOUNT-BALANCE
                       MOVE WS-CURRENT-DATE TO LAST-ACTIVITY-DATE
                       REWRITE ACCOUNT-REC
                          INVALID KEY
                             DISPLAY 'ERROR IN UPDATING RECORD.'
                                     LINE 21 COL 2 ERASE EOL
                          NOT INVALID KEY
                             PERFORM 880-WRITE-ACCT-JOURNAL-RTN
                             MOVE 'Y' TO DEBIT-OK-SW
                       END-REWRITE
                    END-IF
                 END-IF
                 END-IF
                 END-IF
           END-READ.
      *****************************************************************
       720-GET-FREEZE-INFO-RTN.
           MOVE 'D' TO WS-FRZ-CUR-TYPE.
           MOVE SPACES TO WS-FRZ-CUR-REASON.
           MOVE LN-DEPOSIT-ACCOUNT TO FR-ACCOUNT-NUMBER.
           MOVE ZEROES TO FR-SEQ.
           MOVE 'N' TO FRZ-EOF-SW.
           START FREEZE-REG-FILE KEY IS NOT LESS THAN FR-KEY
              INVALID KEY
                 MOVE 'Y' TO FRZ-EOF-SW
           END-START.
           PERFORM 730-READ-NEXT-FREEZE-RTN UNTIL FRZ-EOF-SW = 'Y'.
      *****************************************************************
       730-READ-NEXT-FREEZE-RTN.
           READ FREEZE-REG-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO FRZ-EOF-SW
              NOT AT END
                 IF FR-ACCOUNT-NUMBER NOT = LN-DEPOSIT-ACCOUNT
                    MOVE 'Y' TO FRZ-EOF-SW
                 ELSE
                    IF FR-FREEZE
                       MOVE FR-FREEZE-TYPE TO WS-FRZ-CUR-TYPE
                       MOVE FR-REASON-CODE TO WS-FRZ-CUR-REASON
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
       740-COMPUTE-HOLDS-RTN.
           MOVE ZEROES TO WS-HOLD-TOTAL.
           MOVE LN-DEPOSIT-ACCOUNT TO HF-ACCOUNT-NUMBER.
           MOVE ZEROES TO HF-HOLD-SEQ.
           MOVE 'N' TO HOLD-EOF-SW.
           START HOLD-FILE KEY IS NOT LESS THAN HF-KEY
              INVALID KEY
                 MOVE 'Y' TO HOLD-EOF-SW
           END-START.
           PERFORM 750-READ-NEXT-HOLD-RTN UNTIL HOLD-EOF-SW = 'Y'.
      *****************************************************************
       750-READ-NEXT-HOLD-RTN.
           READ HOLD-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO HOLD-EOF-SW
              NOT AT END
                 IF HF-ACCOUNT-NUMBER NOT = LN-DEPOSIT-ACCOUNT
                    MOVE 'Y' TO HOLD-EOF-SW
                 ELSE
                    IF HF-ACTIVE
                       ADD HF-AMOUNT TO WS-HOLD-TOTAL
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
      * EACH PART OF THE DEBIT IS LOGGED UNDER ITS OWN TYPE SO       *
      * GLPOST BOOKS IT TO THE RIGHT LEDGER ACCOUNT.                 *
      *****************************************************************
       800-WRITE-TRANLOG-RTN.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-BUSINESS-DATE TO TRAN-DATE.
           MOVE WS-CURRENT-TIME  TO TRAN-TIME.
           MOVE LN-DEPOSIT-ACCOUNT TO TRAN-FROM-ACCOUNT.
           MOVE WS-PO-LOAN       TO TRAN-TO-ACCOUNT.
           MOVE LS-USER-ID       TO TRAN-TELLER-ID.
           MOVE ZEROES           TO TRAN-FX-RATE.
           MOVE WS-CURRENT-DATE  TO TRAN-ACTUAL-DATE.
           MOVE SPACES           TO TRAN-BRANCH-CODE.
           MOVE SPACES           TO TRAN-REFERENCE.
           IF WS-PEN-PAID > ZEROES
              MOVE 'LOANPEN'     TO TRAN-TYPE
              MOVE WS-PEN-PAID   TO TRAN-AMOUNT
              WRITE TRAN-LOG-REC
           END-IF.
           IF WS-PRIN-PAID > ZEROES
              MOVE 'LOANPRIN'    TO TRAN-TYPE
              MOVE WS-PRIN-PAID  TO TRAN-AMOUNT
              WRITE TRAN-LOG-REC
           END-IF.
           IF WS-INT-PAID > ZEROES
              MOVE 'LOANINT'     TO TRAN-TYPE
              MOVE WS-INT-PAID   TO TRAN-AMOUNT
              WRITE TRAN-LOG-REC
           END-IF.
           IF WS-FEE-PAID > ZEROES
              MOVE 'LOANPPFEE'   TO TRAN-TYPE
              MOVE WS-FEE-PAID   TO TRAN-AMOUNT
              WRITE TRAN-LOG-REC
           END-IF.
           IF WS-INT-PAID > ZEROES
              PERFORM 850-REVERSE-ACCRUAL-RTN
           END-IF.
      *****************************************************************
      * THE INTEREST NOW COLLECTED HAD BEEN ACCRUED NIGHT BY NIGHT   *
      * TO ACCRUED INTEREST RECEIVABLE - THAT ACCRUAL IS REVERSED SO *
      * THE LOANINT ENTRY ALONE CARRIES THE INCOME.                  *
      *****************************************************************
       850-REVERSE-ACCRUAL-RTN.
           MOVE 'L' TO AV-KIND.
           MOVE WS-PO-LOAN TO AV-NUMBER.
           CALL 'ACRREV' USING ACR-REVERSAL-AREA.
           IF AV-AMOUNT-REVERSED > ZEROES
              MOVE 'LNACCRRV'         TO TRAN-TYPE
              MOVE ZEROES             TO TRAN-FROM-ACCOUNT
              MOVE ZEROES             TO TRAN-TO-ACCOUNT
              MOVE AV-AMOUNT-REVERSED TO TRAN-AMOUNT
              MOVE WS-PO-LOAN TO TRAN-REFERENCE
              WRITE TRAN-LOG-REC
           END-IF.
      *****************************************************************
       A800-ASK-EXIT-RTN.
           DISPLAY 'DO YOU WANT TO EXIT? Y/N: '
                   LINE 24 COL 2 ERASE EOL.
           ACCEPT EXIT-SW LINE 24.
           INSPECT EXIT-SW CONVERTING ALPHALOWER TO ALPHAUPPER.
           IF EXIT-SW = 'N'
              PERFORM 900-CLEAR-FIELDS-RTN
           END-IF.
      *****************************************************************
       900-CLEAR-FIELDS-RTN.
           DISPLAY ' ' LINE 05 COL 1 ERASE EOL.
           DISPLAY ' ' LINE 06 COL 1 ERASE EOL.
           DISPLAY ' ' LINE 07 COL 1 ERASE EOL.
           DISPLAY ' ' LINE 08 COL 1 ERASE EOL.
           DISPLAY ' ' LINE 10 COL 1 ERASE EOL.
           DISPLAY ' ' LINE 11 COL 1 ERASE EOL.
           DISPLAY ' ' LINE 13 COL 1 ERASE EOL.
           DISPLAY ' ' LINE 15 COL 1 ERASE EOL.
           DISPLAY ' ' LINE 16 COL 1 ERASE EOL.
           DISPLAY ' ' LINE 18 COL 1 ERASE EOL.
           DISPLAY ' ' LINE 21 COL 1 ERASE EOL.
           DISPLAY ' ' LINE 22 COL 1 ERASE EOL.
           DISPLAY ' ' LINE 23 COL 1 ERASE EOL.
           DISPLAY ' ' LINE 24 COL 1 ERASE EOL.
           DISPLAY G-PO-LOAN.
      *****************************************************************
       A900-CLOSE-RTN.
            CLOSE LOAN-FILE.
            CLOSE LOAN-SCHED-FILE.
            CLOSE ACCOUNT-FILE.
            CLOSE HOLD-FILE.
            CLOSE FREEZE-REG-FILE.
            CLOSE TRAN-LOG-FILE.
            CLOSE JOURNAL-FILE.
            CLOSE QUOTE-PRT-FILE.
            EXIT PROGRAM.
      *****************************************************************
      * EVERY MASTER-FILE UPDATE ALSO WRITES ITS AFTER-IMAGE TO THE  *
      * DAILY JOURNAL SO JRNLAPLY CAN ROLL A RESTORED FILE FORWARD.  *
      *****************************************************************
       880-WRITE-ACCT-JOURNAL-RTN.
           ACCEPT JR-DATE FROM DATE YYYYMMDD.
           ACCEPT JR-TIME FROM TIME.
           MOVE 'LOANPOFF' TO JR-PROGRAM.
           MOVE LS-USER-ID TO JR-OPERATOR.
           MOVE 'ACCOUNT' TO JR-FILE-ID.
           MOVE SPACES TO JR-IMAGE.
           MOVE ACCOUNT-REC TO JR-IMAGE.
           WRITE JOURNAL-REC.
