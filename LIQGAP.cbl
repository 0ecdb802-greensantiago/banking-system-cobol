      ****************************************************************
      * THIS PROGRAM IS THE MONTHLY LIQUIDITY MATURITY GAP REPORT    *
      * FOR TREASURY.  EVERY BALANCE IS PLACED IN A TIME BUCKET -    *
      * OVERNIGHT, UP TO 1 MONTH, 1-3 MONTHS, 3-6 MONTHS, 6-12       *
      * MONTHS AND OVER 1 YEAR - COUNTED FROM THE BUSINESS DATE ON A *
      * 30/360 BASIS.  SAVINGS AND CHECKING BALANCES ARE OUTFLOWS    *
      * SPREAD BY THE BEHAVIORAL SPLIT IN SYSCTL LQDDPCT1 TO         *
      * LQDDPCT5 (PERCENT PER BUCKET, THE REST OVER 1 YEAR).  TERM   *
      * DEPOSITS ARE OUTFLOWS AT TD-MATURITY-DATE.  UNPAID LOAN      *
      * INSTALLMENTS ARE INFLOWS AT LS-DUE-DATE; PAST-DUE ONES ARE   *
      * LEFT OUT AND SHOWN SEPARATELY.  EACH CURRENCY GETS ITS OWN   *
      * LADDER WITH THE GAP AND CUMULATIVE GAP PER BUCKET.  A        *
      * NEGATIVE CUMULATIVE GAP LARGER THAN THE SYSCTL LIMIT KEYED   *
      * 'LQLIM' + CURRENCY + BUCKET NUMBER (E.G. LQLIMPHP3) IS       *
      * FLAGGED AS A BREACH.                                         *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQGAP.
       AUTHOR. GERAD CARLOS TUPAZ.
       DATE-WRITTEN. 10 15 2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT LOAN-SCHED-FILE ASSIGN TO 'LOANSCHD.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LS-KEY.
           SELECT SYSCTL-FILE ASSIGN TO 'SYSCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTL-KEY.
           SELECT REPORT-FILE ASSIGN TO 'LIQGAP.RPT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
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
       FD  LOAN-SCHED-FILE
           RECORD CONTAINS 55 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS LOAN-SCHED-REC.
       COPY LOANSCHD.
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
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZEROES.
       01  WS-DATE-SPLIT.
           05 WS-DS-YYYY             PIC 9(4).
           05 WS-DS-MM               PIC 9(2).
           05 WS-DS-DD               PIC 9(2).
       01  WS-BUS-DAYNO              PIC 9(7) VALUE ZEROES.
       01  WS-DUE-DAYNO              PIC 9(7) VALUE ZEROES.
       01  WS-DAYS-TO-MATURITY       PIC S9(7) VALUE ZEROES.
       01  WS-BUCKET-NAMES.
           05 FILLER                 PIC X(13) VALUE 'OVERNIGHT'.
           05 FILLER                 PIC X(13) VALUE 'UP TO 1 MONTH'.
           05 FILLER                 PIC X(13) VALUE '1-3 MONTHS'.
           05 FILLER                 PIC X(13) VALUE '3-6 MONTHS'.
           05 FILLER                 PIC X(13) VALUE '6-12 MONTHS'.
           05 FILLER                 PIC X(13) VALUE 'OVER 1 YEAR'.
       01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
           05 WS-BUCKET-NAME         PIC X(13) OCCURS 6 TIMES.
       01  WS-SPLIT-DEFAULTS.
           05 FILLER                 PIC 9(3)V99 VALUE 20.
           05 FILLER                 PIC 9(3)V99 VALUE 10.
           05 FILLER                 PIC 9(3)V99 VALUE 10.
           05 FILLER                 PIC 9(3)V99 VALUE 10.
           05 FILLER                 PIC 9(3)V99 VALUE 10.
       01  WS-SPLIT-DEFAULT-TABLE REDEFINES WS-SPLIT-DEFAULTS.
           05 WS-SPLIT-DEFAULT       PIC 9(3)V99 OCCURS 5 TIMES.
       01  WS-SPLIT-TABLE.
           05 WS-SPLIT-PCT           PIC 9(3)V99 OCCURS 5 TIMES.
       01  WS-SPLIT-TOTAL            PIC 9(4)V99 VALUE ZEROES.
       01  WS-SPLIT-AMOUNT           PIC S9(11)V99 VALUE ZEROES.
       01  WS-SPLIT-USED             PIC S9(11)V99 VALUE ZEROES.
       01  WS-CCY-TABLE.
           05 WS-CCY-ENTRY OCCURS 10 TIMES.
              10 WS-CCY-CODE         PIC X(3).
              10 WS-CCY-PAST-DUE     PIC S9(13)V99.
              10 WS-CCY-BUCKET OCCURS 6 TIMES.
                 15 WS-CCY-INFLOW    PIC S9(13)V99.
                 15 WS-CCY-OUTFLOW   PIC S9(13)V99.
       01  WS-CCY-COUNT              PIC 9(2) VALUE ZEROES.
       01  WS-CCY-IDX                PIC 9(2) VALUE ZEROES.
       01  WS-CCY-FOUND-SW           PIC X VALUE 'N'.
       01  WS-CCY-WANTED             PIC X(3) VALUE SPACES.
       01  WS-BKT-IDX                PIC 9 VALUE ZEROES.
       01  WS-GAP                    PIC S9(13)V99 VALUE ZEROES.
       01  WS-CUM-GAP                PIC S9(13)V99 VALUE ZEROES.
       01  WS-LIMIT                  PIC 9(9)V99 VALUE ZEROES.
       01  WS-LIMIT-SW               PIC X VALUE 'N'.
       01  WS-BREACH-COUNT           PIC 9(5) VALUE ZEROES.
       01  WS-ACCOUNTS-READ          PIC 9(7) VALUE ZEROES.
       01  WS-LOANS-READ             PIC 9(7) VALUE ZEROES.
       01  WS-INFLOW-DISPLAY         PIC ---,---,---,--9.99.
       01  WS-OUTFLOW-DISPLAY        PIC ---,---,---,--9.99.
       01  WS-GAP-DISPLAY            PIC ---,---,---,--9.99.
       01  WS-CUM-DISPLAY            PIC ---,---,---,--9.99.
       01  WS-FLAG                   PIC X(6) VALUE SPACES.
       01  EOF-SW                    PIC X VALUE 'N'.
           88 END-OF-FILE            VALUE 'Y'.
       01  SCHED-EOF-SW              PIC X VALUE 'N'.
      *****************************************************************
       PROCEDURE DIVISION.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A300-DEPOSIT-RTN UNTIL END-OF-FILE.
           PERFORM A400-LOAN-START-RTN.
           PERFORM A500-LOAN-RTN UNTIL END-OF-FILE.
           PERFORM A600-PRINT-RTN.
           PERFORM A900-CLOSE-RTN.
           STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN INPUT ACCOUNT-FILE.
           OPEN INPUT TERM-DEP-FILE.
           OPEN INPUT LOAN-FILE.
           OPEN INPUT LOAN-SCHED-FILE.
           OPEN OUTPUT REPORT-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
           OPEN INPUT SYSCTL-FILE.
           MOVE 'BUSDATE   ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-BUSINESS-DATE
           END-READ.
           MOVE WS-BUSINESS-DATE TO WS-DATE-SPLIT.
           COMPUTE WS-BUS-DAYNO = WS-DS-YYYY * 360 + WS-DS-MM * 30
                   + WS-DS-DD.
           MOVE ZEROES TO WS-SPLIT-TOTAL.
           MOVE 1 TO WS-BKT-IDX.
           PERFORM 050-LOAD-SPLIT-RTN UNTIL WS-BKT-IDX > 5.
           IF WS-SPLIT-TOTAL > 100
              DISPLAY 'LIQGAP - DEMAND SPLIT OVER 100 PERCENT, '
                      'DEFAULTS USED'
              MOVE WS-SPLIT-DEFAULTS TO WS-SPLIT-TABLE
           END-IF.
           DISPLAY 'LIQGAP - MATURITY GAP REPORT STARTED'.
           MOVE SPACES TO REPORT-LINE.
           STRING 'LIQUIDITY MATURITY GAP REPORT AS OF '
                  WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'DEMAND DEPOSIT SPLIT (PCT): '
                  WS-SPLIT-PCT (1) ' ' WS-SPLIT-PCT (2) ' '
                  WS-SPLIT-PCT (3) ' ' WS-SPLIT-PCT (4) ' '
                  WS-SPLIT-PCT (5) ' REST OVER 1 YEAR'
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE ZEROES TO ACCOUNT-NUMBER.
           START ACCOUNT-FILE KEY IS NOT LESS THAN ACCOUNT-NUMBER
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
                 DISPLAY 'LIQGAP - NO ACCOUNTS ON FILE'
           END-START.
      *****************************************************************
       050-LOAD-SPLIT-RTN.
           MOVE WS-SPLIT-DEFAULT (WS-BKT-IDX)
             TO WS-SPLIT-PCT (WS-BKT-IDX).
           MOVE 'LQDDPCT   ' TO CTL-KEY.
           MOVE WS-BKT-IDX TO CTL-KEY (8:1).
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-NUM-VALUE TO WS-SPLIT-PCT (WS-BKT-IDX)
           END-READ.
           ADD WS-SPLIT-PCT (WS-BKT-IDX) TO WS-SPLIT-TOTAL.
           ADD 1 TO WS-BKT-IDX.
      *****************************************************************
      * DEPOSITS ARE OUTFLOWS.  OVERDRAWN AND CLOSED ACCOUNTS ARE    *
      * LEFT OUT.  A TERM ACCOUNT WITHOUT AN OUTSTANDING PLACEMENT   *
      * IS PAYABLE NOW AND GOES OVERNIGHT.                           *
      *****************************************************************
       A300-DEPOSIT-RTN.
           READ ACCOUNT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 ADD 1 TO WS-ACCOUNTS-READ
                 IF NOT CLOSED-ACCOUNT AND ACCOUNT-BALANCE > ZEROES
                    MOVE CURRENCY-CODE TO WS-CCY-WANTED
                    PERFORM 200-FIND-CURRENCY-RTN
                    IF WS-CCY-FOUND-SW = 'Y'
                       IF TERM-ACCOUNT
                          PERFORM 100-TERM-DEPOSIT-RTN
                       ELSE
                          PERFORM 150-DEMAND-DEPOSIT-RTN
                       END-IF
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
       100-TERM-DEPOSIT-RTN.
           MOVE 1 TO WS-BKT-IDX.
           MOVE ACCOUNT-NUMBER TO TD-ACCOUNT-NUMBER.
           READ TERM-DEP-FILE
              NOT INVALID KEY
                 IF TD-OUTSTANDING
                    MOVE TD-MATURITY-DATE TO WS-DATE-SPLIT
                    PERFORM 300-SET-BUCKET-RTN
                 END-IF
           END-READ.
           ADD ACCOUNT-BALANCE
             TO WS-CCY-OUTFLOW (WS-CCY-IDX, WS-BKT-IDX).
      *****************************************************************
      * THE OVER-1-YEAR BUCKET TAKES WHATEVER THE FIVE PERCENTAGES   *
      * DO NOT, SO ROUNDING NEVER LOSES A CENTAVO.                   *
      *****************************************************************
       150-DEMAND-DEPOSIT-RTN.
           MOVE ZEROES TO WS-SPLIT-USED.
           MOVE 1 TO WS-BKT-IDX.
           PERFORM 160-SPLIT-ONE-BUCKET-RTN UNTIL WS-BKT-IDX > 5.
           COMPUTE WS-CCY-OUTFLOW (WS-CCY-IDX, 6) =
                   WS-CCY-OUTFLOW (WS-CCY-IDX, 6)
                   + ACCOUNT-BALANCE - WS-SPLIT-USED.
      *****************************************************************
       160-SPLIT-ONE-BUCKET-RTN.
           COMPUTE WS-SPLIT-AMOUNT ROUNDED =
                   ACCOUNT-BALANCE * WS-SPLIT-PCT (WS-BKT-IDX) / 100.
           ADD WS-SPLIT-AMOUNT
             TO WS-CCY-OUTFLOW (WS-CCY-IDX, WS-BKT-IDX).
           ADD WS-SPLIT-AMOUNT TO WS-SPLIT-USED.
           ADD 1 TO WS-BKT-IDX.
      *****************************************************************
       200-FIND-CURRENCY-RTN.
           MOVE 'N' TO WS-CCY-FOUND-SW.
           MOVE 1 TO WS-CCY-IDX.
           PERFORM 250-MATCH-CURRENCY-RTN
              UNTIL WS-CCY-FOUND-SW = 'Y' OR
                    WS-CCY-IDX > WS-CCY-COUNT.
           IF WS-CCY-FOUND-SW = 'N'
              IF WS-CCY-COUNT < 10
                 ADD 1 TO WS-CCY-COUNT
                 MOVE WS-CCY-COUNT TO WS-CCY-IDX
                 INITIALIZE WS-CCY-ENTRY (WS-CCY-IDX)
                 MOVE WS-CCY-WANTED TO WS-CCY-CODE (WS-CCY-IDX)
                 MOVE 'Y' TO WS-CCY-FOUND-SW
              ELSE
                 DISPLAY 'LIQGAP - CURRENCY TABLE FULL, SKIPPED '
                         WS-CCY-WANTED
              END-IF
           END-IF.
      *****************************************************************
       250-MATCH-CURRENCY-RTN.
           IF WS-CCY-CODE (WS-CCY-IDX) = WS-CCY-WANTED
              MOVE 'Y' TO WS-CCY-FOUND-SW
           ELSE
              ADD 1 TO WS-CCY-IDX
           END-IF.
      *****************************************************************
      * BUCKET FROM THE DATE IN WS-DATE-SPLIT, 30/360 DAYS AHEAD OF  *
      * THE BUSINESS DATE.  ANYTHING DUE BY TOMORROW IS OVERNIGHT.   *
      *****************************************************************
       300-SET-BUCKET-RTN.
           COMPUTE WS-DUE-DAYNO = WS-DS-YYYY * 360 + WS-DS-MM * 30
                   + WS-DS-DD.
           COMPUTE WS-DAYS-TO-MATURITY = WS-DUE-DAYNO - WS-BUS-DAYNO.
           IF WS-DAYS-TO-MATURITY NOT > 1
              MOVE 1 TO WS-BKT-IDX
           ELSE
           IF WS-DAYS-TO-MATURITY NOT > 30
              MOVE 2 TO WS-BKT-IDX
           ELSE
           IF WS-DAYS-TO-MATURITY NOT > 90
              MOVE 3 TO WS-BKT-IDX
           ELSE
           IF WS-DAYS-TO-MATURITY NOT > 180
              MOVE 4 TO WS-BKT-IDX
           ELSE
           IF WS-DAYS-TO-MATURITY NOT > 360
              MOVE 5 TO WS-BKT-IDX
           ELSE
              MOVE 6 TO WS-BKT-IDX
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
      *****************************************************************
       A400-LOAN-START-RTN.
           MOVE 'N' TO EOF-SW.
           MOVE ZEROES TO LN-LOAN-NUMBER.
           START LOAN-FILE KEY IS NOT LESS THAN LN-LOAN-NUMBER
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
                 DISPLAY 'LIQGAP - NO LOANS ON FILE'
           END-START.
      *****************************************************************
      * LOAN INFLOWS ARE IN THE CURRENCY OF THE LOAN'S DEPOSIT       *
      * ACCOUNT, PESO WHEN THAT ACCOUNT CANNOT BE FOUND.             *
      *****************************************************************
       A500-LOAN-RTN.
           READ LOAN-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 ADD 1 TO WS-LOANS-READ
                 IF LN-ACTIVE
                    MOVE 'PHP' TO WS-CCY-WANTED
                    MOVE LN-DEPOSIT-ACCOUNT TO ACCOUNT-NUMBER
                    READ ACCOUNT-FILE
                       NOT INVALID KEY
                          MOVE CURRENCY-CODE TO WS-CCY-WANTED
                    END-READ
                    PERFORM 200-FIND-CURRENCY-RTN
                    IF WS-CCY-FOUND-SW = 'Y'
                       PERFORM 400-LOAN-SCHEDULE-RTN
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
       400-LOAN-SCHEDULE-RTN.
           MOVE LN-LOAN-NUMBER TO LS-LOAN-NUMBER.
           MOVE ZEROES TO LS-INSTALLMENT-NO.
           MOVE 'N' TO SCHED-EOF-SW.
           START LOAN-SCHED-FILE KEY IS NOT LESS THAN LS-KEY
              INVALID KEY
                 MOVE 'Y' TO SCHED-EOF-SW
           END-START.
           PERFORM 450-ONE-INSTALLMENT-RTN UNTIL SCHED-EOF-SW = 'Y'.
      *****************************************************************
       450-ONE-INSTALLMENT-RTN.
           READ LOAN-SCHED-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO SCHED-EOF-SW
              NOT AT END
                 IF LS-LOAN-NUMBER NOT = LN-LOAN-NUMBER
                    MOVE 'Y' TO SCHED-EOF-SW
                 ELSE
                 IF LS-UNPAID
                    IF LS-DUE-DATE < WS-BUSINESS-DATE
                       ADD LS-PRINCIPAL-DUE LS-INTEREST-DUE
                         TO WS-CCY-PAST-DUE (WS-CCY-IDX)
                    ELSE
                       MOVE LS-DUE-DATE TO WS-DATE-SPLIT
                       PERFORM 300-SET-BUCKET-RTN
                       ADD LS-PRINCIPAL-DUE LS-INTEREST-DUE
                         TO WS-CCY-INFLOW (WS-CCY-IDX, WS-BKT-IDX)
                    END-IF
                 END-IF
                 END-IF
           END-READ.
      *****************************************************************
       A600-PRINT-RTN.
           MOVE 1 TO WS-CCY-IDX.
           PERFORM 600-PRINT-CURRENCY-RTN
              UNTIL WS-CCY-IDX > WS-CCY-COUNT.
      *****************************************************************
       600-PRINT-CURRENCY-RTN.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CURRENCY: ' WS-CCY-CODE (WS-CCY-IDX)
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'BUCKET'              TO REPORT-LINE (1:6).
           MOVE 'INFLOWS'             TO REPORT-LINE (25:7).
           MOVE 'OUTFLOWS'            TO REPORT-LINE (42:8).
           MOVE 'GAP'                 TO REPORT-LINE (65:3).
           MOVE 'CUMULATIVE'          TO REPORT-LINE (76:10).
           WRITE REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZEROES TO WS-CUM-GAP.
           MOVE 1 TO WS-BKT-IDX.
           PERFORM 650-PRINT-BUCKET-RTN UNTIL WS-BKT-IDX > 6.
           MOVE WS-CCY-PAST-DUE (WS-CCY-IDX) TO WS-INFLOW-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'PAST-DUE LOAN INSTALLMENTS NOT LADDERED: '
                  WS-INFLOW-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           ADD 1 TO WS-CCY-IDX.
      *****************************************************************
       650-PRINT-BUCKET-RTN.
           COMPUTE WS-GAP = WS-CCY-INFLOW (WS-CCY-IDX, WS-BKT-IDX)
                          - WS-CCY-OUTFLOW (WS-CCY-IDX, WS-BKT-IDX).
           ADD WS-GAP TO WS-CUM-GAP.
           MOVE SPACES TO WS-FLAG.
           PERFORM 700-CHECK-LIMIT-RTN.
           MOVE WS-CCY-INFLOW (WS-CCY-IDX, WS-BKT-IDX)
             TO WS-INFLOW-DISPLAY.
           MOVE WS-CCY-OUTFLOW (WS-CCY-IDX, WS-BKT-IDX)
             TO WS-OUTFLOW-DISPLAY.
           MOVE WS-GAP     TO WS-GAP-DISPLAY.
           MOVE WS-CUM-GAP TO WS-CUM-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-BUCKET-NAME (WS-BKT-IDX) DELIMITED BY SIZE
                  WS-INFLOW-DISPLAY           DELIMITED BY SIZE
                  WS-OUTFLOW-DISPLAY          DELIMITED BY SIZE
                  WS-GAP-DISPLAY              DELIMITED BY SIZE
                  WS-CUM-DISPLAY              DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-FLAG                     DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           ADD 1 TO WS-BKT-IDX.
      *****************************************************************
      * THE LIMIT IS THE LARGEST NEGATIVE CUMULATIVE GAP TREASURY    *
      * ACCEPTS FOR THE CURRENCY AND BUCKET.  NO SYSCTL ENTRY MEANS  *
      * NO LIMIT.                                                    *
      *****************************************************************
       700-CHECK-LIMIT-RTN.
           MOVE 'N' TO WS-LIMIT-SW.
           MOVE 'LQLIM     ' TO CTL-KEY.
           MOVE WS-CCY-CODE (WS-CCY-IDX) TO CTL-KEY (6:3).
           MOVE WS-BKT-IDX TO CTL-KEY (9:1).
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-LIMIT-SW
                 MOVE CTL-NUM-VALUE TO WS-LIMIT
           END-READ.
           IF WS-LIMIT-SW = 'Y' AND WS-CUM-GAP < ZEROES
              IF (0 - WS-CUM-GAP) > WS-LIMIT
                 MOVE 'BREACH' TO WS-FLAG
                 ADD 1 TO WS-BREACH-COUNT
              END-IF
           END-IF.
      *****************************************************************
       A900-CLOSE-RTN.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'LIMIT BREACHES: ' WS-BREACH-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE ACCOUNT-FILE.
           CLOSE TERM-DEP-FILE.
           CLOSE LOAN-FILE.
           CLOSE LOAN-SCHED-FILE.
           CLOSE SYSCTL-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'LIQGAP - ACCOUNTS READ: ' WS-ACCOUNTS-READ.
           DISPLAY 'LIQGAP - LOANS READ: ' WS-LOANS-READ.
           DISPLAY 'LIQGAP - LIMIT BREACHES: ' WS-BREACH-COUNT.
           STOP RUN.
