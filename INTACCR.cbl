      ****************************************************************
      * THIS PROGRAM IS A NIGHTLY BATCH JOB THAT ACCRUES SAVINGS     *
      * INTEREST ON EACH OPEN SAVINGS ACCOUNT'S END-OF-DAY BALANCE   *
      * INTO ACCRUAL.DAT, READING THE BALANCES FROM THE NIGHT'S      *
      * ACCOUNT EXTRACT, WHICH MUST BE COMPLETE FOR THE BUSINESS     *
      * DATE.  THE MONTH-END INTPOST RUN CAPITALIZES THE             *
      * ACCUMULATED ACCRUAL, SO INTEREST IS EARNED ON THE AVERAGE    *
      * DAILY BALANCE INSTEAD OF A MONTH-END SNAPSHOT.  A SAVINGS    *
      * ACCOUNT WITH AN APPROVED PREFERENTIAL RATE (PREFRATE.DAT) IN *
      * FORCE ACCRUES AT THAT RATE INSTEAD OF ITS RATETBL BAND.      *
      * OUTSTANDING TERM DEPOSITS ACCRUE AT THEIR CONTRACT RATE ON   *
      * THE SAME 360-DAY BASIS TDMATURE PAYS ON, AND ACTIVE LOANS    *
      * NOT ON NON-ACCRUAL ACCRUE THE INTEREST EARNED BUT NOT YET    *
      * DUE INTO LNACCR.DAT.  THE LEDGER CARRIES EACH ACCRUAL        *
      * ROUNDED TO THE CENTAVO, SO ONLY THE MOVEMENT IN THE ROUNDED  *
      * FIGURE IS LOGGED FOR GLPOST, ONE ENTRY PER ACCOUNT OR LOAN   *
      * AS ITS ACCRUAL IS UPDATED - INTACCR (INTEREST EXPENSE        *
      * AGAINST ACCRUED INTEREST PAYABLE) AND LNACCR (ACCRUED        *
      * INTEREST RECEIVABLE AGAINST LOAN INTEREST INCOME).           *
      * AN ACCRUAL LEFT ON A DEPOSIT NO LONGER OUTSTANDING OR A LOAN *
      * PLACED ON NON-ACCRUAL, PAID OFF OR WRITTEN OFF IS REVERSED   *
      * (INTACCRRV / LNACCRRV).  INTPOST, TDMATURE AND THE LOAN      *
      * COLLECTION FUNCTIONS REVERSE WHAT THEY PAY OR COLLECT.       *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTACCR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-EXT-FILE ASSIGN TO 'ACCTEXT.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT ACCRUAL-FILE ASSIGN TO 'ACCRUAL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RT-KEY.
           SELECT PREF-RATE-FILE ASSIGN TO 'PREFRATE.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PR-KEY.
           SELECT TERM-DEP-FILE ASSIGN TO 'TERMDEP.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TD-ACCOUNT-NUMBER.
           SELECT LOAN-FILE ASSIGN TO 'LOAN.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LN-LOAN-NUMBER.
           SELECT LOAN-ACCRUAL-FILE ASSIGN TO 'LNACCR.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LA-LOAN-NUMBER.
           SELECT TRAN-LOG-FILE ASSIGN TO 'TRANLOG.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT RUN-CTL-FILE ASSIGN TO 'RUNCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-EXT-FILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACCT-EXT-REC.
       COPY ACCTEXT.
       FD  ACCRUAL-FILE
           RECORD CONTAINS 34 CHARACTERS
           LABEL RECORD IS STANDARD
           LABEL RECORD IS STANDARD
           DATA RECORD IS RATE-TABLE-REC.
       COPY RATETBL.
       FD  PREF-RATE-FILE
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS PREF-RATE-REC.
       COPY PREFRATE.
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
       FD  LOAN-ACCRUAL-FILE
           RECORD CONTAINS 34 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS LOAN-ACCRUAL-REC.
       COPY LNACCR.
       FD  TRAN-LOG-FILE
           RECORD CONTAINS 106 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRAN-LOG-REC.
       COPY TRANLOG.
       FD  RUN-CTL-FILE
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS RUN-CTL-REC.
       COPY RUNCTL.
       01  WS-TOTAL-ACCRUED          PIC 9(9)V9(4) VALUE ZEROES.
       01  WS-ACCOUNTS-ACCRUED       PIC 9(9) COMP VALUE ZEROES.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZEROES.
       01  WS-CURRENT-TIME           PIC 9(8) VALUE ZEROES.
       01  EOF-SW                    PIC X VALUE 'N'.
           88 END-OF-ACCOUNT-FILE    VALUE 'Y'.
       01  EXTRACT-OK-SW             PIC X VALUE 'N'.
       01  EXT-OPEN-SW               PIC X VALUE 'N'.
       01  WS-BAND-RATE              PIC 9(3)V99 VALUE ZEROES.
       01  WS-DAY-BASIS              PIC 9(3) VALUE 365.
       01  RT-EOF-SW                 PIC X VALUE 'N'.
       01  PR-EOF-SW                 PIC X VALUE 'N'.
       01  WS-PREF-ACCOUNTS          PIC 9(9) COMP VALUE ZEROES.
       01  LOAN-EOF-SW               PIC X VALUE 'N'.
           88 END-OF-LOAN-FILE       VALUE 'Y'.
       01  TD-FOUND-SW               PIC X VALUE 'N'.
       01  WS-BOOKED-BEFORE          PIC 9(9)V99 VALUE ZEROES.
       01  WS-BOOKED-AFTER           PIC 9(9)V99 VALUE ZEROES.
       01  WS-BOOKED-MOVEMENT        PIC 9(9)V99 VALUE ZEROES.
       01  WS-LN-TOTAL-ACCRUED       PIC 9(9)V9(4) VALUE ZEROES.
       01  WS-LOANS-ACCRUED          PIC 9(9) COMP VALUE ZEROES.
      *****************************************************************
       PROCEDURE DIVISION.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A300-PROCESS-RTN UNTIL END-OF-ACCOUNT-FILE.
           IF EXTRACT-OK-SW = 'Y'
              PERFORM A400-LOAN-ACCRUAL-RTN
           END-IF.
           PERFORM A900-CLOSE-RTN.
           STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN I-O ACCRUAL-FILE.
           OPEN INPUT TERM-DEP-FILE.
           OPEN INPUT LOAN-FILE.
           OPEN I-O LOAN-ACCRUAL-FILE.
           OPEN EXTEND TRAN-LOG-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
           OPEN INPUT SYSCTL-FILE.
           MOVE 'INTRATE   ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-NUM-VALUE TO WS-INTEREST-RATE
           END-READ.
           MOVE 'BUSDATE   ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-BUSINESS-DATE
           END-READ.
           CLOSE SYSCTL-FILE.
           OPEN INPUT RATE-TABLE-FILE.
           OPEN INPUT PREF-RATE-FILE.
           OPEN I-O RUN-CTL-FILE.
           PERFORM 030-CHECK-EXTRACT-RTN.
           PERFORM 040-MARK-RUN-STARTED-RTN.
           DISPLAY 'INTACCR - DAILY INTEREST ACCRUAL STARTED'.
           IF EXTRACT-OK-SW = 'Y'
              OPEN INPUT ACCT-EXT-FILE
              MOVE 'Y' TO EXT-OPEN-SW
           ELSE
              MOVE 'Y' TO EOF-SW
           END-IF.
      *****************************************************************
      * THE ACCRUAL RUNS ONLY FROM AN EXTRACT ACCTEXT COMPLETED FOR  *
      * THIS BUSINESS DATE - ANY OTHER WOULD ACCRUE ON THE WRONG     *
      * DAY'S BALANCES.                                              *
      *****************************************************************
       030-CHECK-EXTRACT-RTN.
           MOVE 'N' TO EXTRACT-OK-SW.
           MOVE 'ACCTEXT ' TO RC-JOB-NAME.
           MOVE WS-CURRENT-DATE TO RC-RUN-DATE.
           READ RUN-CTL-FILE
              INVALID KEY
                 DISPLAY 'INTACCR - NO ACCOUNT EXTRACT FOR TODAY'
              NOT INVALID KEY
                 IF RC-COMPLETED AND
                    RC-BUSINESS-DATE = WS-BUSINESS-DATE
                    MOVE 'Y' TO EXTRACT-OK-SW
                 ELSE
                    DISPLAY 'INTACCR - ACCOUNT EXTRACT NOT READY FOR '
                            'BUSINESS DATE ' WS-BUSINESS-DATE
                 END-IF
           END-READ.
      *****************************************************************
       A300-PROCESS-RTN.
           READ ACCT-EXT-FILE
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF AX-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                    DISPLAY 'INTACCR - EXTRACT RECORD FOR WRONG '
                            'BUSINESS DATE ' AX-BUSINESS-DATE
                    MOVE 'N' TO EXTRACT-OK-SW
                    MOVE 'Y' TO EOF-SW
                 ELSE
                 IF AX-SAVINGS-ACCOUNT AND AX-OPEN-ACCOUNT
                    PERFORM 050-LOOKUP-BAND-RATE-RTN
                    PERFORM 080-LOOKUP-PREF-RATE-RTN
                    MOVE 365 TO WS-DAY-BASIS
                    PERFORM 100-ACCRUE-ONE-RTN
                 ELSE
                 IF AX-TERM-ACCOUNT
                    PERFORM 070-CHECK-TERM-DEPOSIT-RTN
                    IF TD-FOUND-SW = 'Y' AND AX-OPEN-ACCOUNT
                       MOVE TD-CONTRACT-RATE TO WS-BAND-RATE
                       MOVE 360 TO WS-DAY-BASIS
                       PERFORM 100-ACCRUE-ONE-RTN
                    ELSE
                       PERFORM 150-REVERSE-DEPOSIT-RTN
                    END-IF
                 END-IF
                 END-IF
                 END-IF
           END-READ.
      *****************************************************************
      * A TERM ACCOUNT ACCRUES ONLY WHILE ITS DEPOSIT IS OUTSTANDING *
      * AND NOT YET AT MATURITY - TDMATURE PAYS IT FROM THEN ON.     *
      *****************************************************************
       070-CHECK-TERM-DEPOSIT-RTN.
           MOVE 'N' TO TD-FOUND-SW.
           MOVE AX-ACCOUNT-NUMBER TO TD-ACCOUNT-NUMBER.
           READ TERM-DEP-FILE
              NOT INVALID KEY
                 IF TD-OUTSTANDING AND
                    TD-MATURITY-DATE > WS-BUSINESS-DATE
                    MOVE 'Y' TO TD-FOUND-SW
                 END-IF
           END-READ.
      *****************************************************************
      * THE DAY'S ACCRUAL IS KEPT TO FOUR DECIMALS; THE LEDGER IS    *
      * MOVED BY THE CHANGE IN THE ACCRUAL ROUNDED TO TWO.           *
      *****************************************************************
       100-ACCRUE-ONE-RTN.
           COMPUTE WS-DAILY-ACCRUAL ROUNDED =
                   AX-ACCOUNT-BALANCE * WS-BAND-RATE / 100
                   / WS-DAY-BASIS.
           IF WS-DAILY-ACCRUAL > ZEROES
              MOVE AX-ACCOUNT-NUMBER TO ACR-ACCOUNT-NUMBER
              READ ACCRUAL-FILE
                 INVALID KEY
                    MOVE AX-ACCOUNT-NUMBER TO ACR-ACCOUNT-NUMBER
                    MOVE WS-DAILY-ACCRUAL TO ACR-ACCRUED-INTEREST
                    MOVE 1 TO ACR-DAYS-ACCRUED
                    MOVE WS-CURRENT-DATE TO ACR-LAST-ACCRUAL-DATE
                    WRITE ACCRUAL-REC
                       INVALID KEY
                          DISPLAY 'INTACCR - ERROR WRITING ACCRUAL '
                                  AX-ACCOUNT-NUMBER
                       NOT INVALID KEY
                          COMPUTE WS-BOOKED-MOVEMENT ROUNDED =
                                  ACR-ACCRUED-INTEREST
                          MOVE 'INTACCR' TO TRAN-TYPE
                          MOVE AX-ACCOUNT-NUMBER TO TRAN-REFERENCE
                          PERFORM 850-WRITE-TRANLOG-RTN
                    END-WRITE
                    ADD 1 TO WS-ACCOUNTS-ACCRUED
                    ADD WS-DAILY-ACCRUAL TO WS-TOTAL-ACCRUED
                 NOT INVALID KEY
                    IF ACR-LAST-ACCRUAL-DATE = WS-CURRENT-DATE
                       DISPLAY 'INTACCR - ALREADY ACCRUED TODAY '
                               AX-ACCOUNT-NUMBER
                    ELSE
                       COMPUTE WS-BOOKED-BEFORE ROUNDED =
                               ACR-ACCRUED-INTEREST
                       ADD WS-DAILY-ACCRUAL TO ACR-ACCRUED-INTEREST
                       ADD 1 TO ACR-DAYS-ACCRUED
                       MOVE WS-CURRENT-DATE TO ACR-LAST-ACCRUAL-DATE
                       REWRITE ACCRUAL-REC
                          INVALID KEY
                             DISPLAY 'INTACCR - ERROR UPDATING '
                                     'ACCRUAL ' AX-ACCOUNT-NUMBER
                          NOT INVALID KEY
                             COMPUTE WS-BOOKED-AFTER ROUNDED =
                                     ACR-ACCRUED-INTEREST
                             COMPUTE WS-BOOKED-MOVEMENT =
                                     WS-BOOKED-AFTER - WS-BOOKED-BEFORE
                             MOVE 'INTACCR' TO TRAN-TYPE
                             MOVE AX-ACCOUNT-NUMBER TO TRAN-REFERENCE
                             PERFORM 850-WRITE-TRANLOG-RTN
                       END-REWRITE
                       ADD 1 TO WS-ACCOUNTS-ACCRUED
                       ADD WS-DAILY-ACCRUAL TO WS-TOTAL-ACCRUED
              END-READ
           END-IF.
      *****************************************************************
      * A TERM ACCOUNT WHOSE DEPOSIT IS NO LONGER OUTSTANDING (OR    *
      * WHOSE ACCOUNT IS NO LONGER OPEN) SHOULD HOLD NO ACCRUAL -    *
      * ANYTHING LEFT IS TAKEN BACK OUT OF THE LEDGER.               *
      *****************************************************************
       150-REVERSE-DEPOSIT-RTN.
           MOVE AX-ACCOUNT-NUMBER TO ACR-ACCOUNT-NUMBER.
           READ ACCRUAL-FILE
              NOT INVALID KEY
                 IF ACR-ACCRUED-INTEREST > ZEROES
                    COMPUTE WS-BOOKED-BEFORE ROUNDED =
                            ACR-ACCRUED-INTEREST
                    MOVE ZEROES TO ACR-ACCRUED-INTEREST
                    MOVE ZEROES TO ACR-DAYS-ACCRUED
                    REWRITE ACCRUAL-REC
                       INVALID KEY
                          DISPLAY 'INTACCR - ERROR UPDATING '
                                  'ACCRUAL ' AX-ACCOUNT-NUMBER
                       NOT INVALID KEY
                          MOVE WS-BOOKED-BEFORE TO WS-BOOKED-MOVEMENT
                          MOVE 'INTACCRRV' TO TRAN-TYPE
                          MOVE AX-ACCOUNT-NUMBER TO TRAN-REFERENCE
                          PERFORM 850-WRITE-TRANLOG-RTN
                    END-REWRITE
                 END-IF
           END-READ.
      *****************************************************************
      * THE RATE COMES FROM THE TIERED RATE TABLE: THE HIGHEST BAND  *
      * FLOOR NOT ABOVE THE END-OF-DAY BALANCE, TAKING THE LATEST    *
      * EFFECTIVE DATE NOT AFTER TODAY.  THE TABLE IS KEYED TYPE /   *
      *****************************************************************
       050-LOOKUP-BAND-RATE-RTN.
           MOVE WS-INTEREST-RATE TO WS-BAND-RATE.
           MOVE AX-ACCOUNT-TYPE TO RT-ACCOUNT-TYPE.
           MOVE ZEROES TO RT-BAND-FLOOR.
           MOVE ZEROES TO RT-EFFECTIVE-DATE.
           MOVE 'N' TO RT-EOF-SW.
              AT END
                 MOVE 'Y' TO RT-EOF-SW
              NOT AT END
                 IF RT-ACCOUNT-TYPE NOT = AX-ACCOUNT-TYPE
                    MOVE 'Y' TO RT-EOF-SW
                 ELSE
                    IF RT-BAND-FLOOR NOT > AX-ACCOUNT-BALANCE AND
                       RT-EFFECTIVE-DATE NOT > WS-CURRENT-DATE
                       MOVE RT-RATE TO WS-BAND-RATE
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
      * AN APPROVED PREFERENTIAL-RATE AGREEMENT IN FORCE ON THE      *
      * BUSINESS DATE REPLACES THE BAND RATE.  PRFMAINT KEEPS THE    *
      * AGREEMENTS ON ONE ACCOUNT FROM OVERLAPPING.                  *
      *****************************************************************
       080-LOOKUP-PREF-RATE-RTN.
           MOVE AX-ACCOUNT-NUMBER TO PR-ACCOUNT-NUMBER.
           MOVE ZEROES TO PR-SEQ-NUMBER.
           MOVE 'N' TO PR-EOF-SW.
           START PREF-RATE-FILE KEY IS NOT LESS THAN PR-KEY
              INVALID KEY
                 MOVE 'Y' TO PR-EOF-SW
           END-START.
           PERFORM 090-READ-NEXT-PREF-RTN UNTIL PR-EOF-SW = 'Y'.
      *****************************************************************
       090-READ-NEXT-PREF-RTN.
           READ PREF-RATE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO PR-EOF-SW
              NOT AT END
                 IF PR-ACCOUNT-NUMBER NOT = AX-ACCOUNT-NUMBER
                    MOVE 'Y' TO PR-EOF-SW
                 ELSE
                    IF PR-APPROVED AND
                       PR-START-DATE NOT > WS-BUSINESS-DATE AND
                       PR-EXPIRY-DATE NOT < WS-BUSINESS-DATE
                       MOVE PR-RATE TO WS-BAND-RATE
                       ADD 1 TO WS-PREF-ACCOUNTS
                       MOVE 'Y' TO PR-EOF-SW
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
      * LOANS ACCRUE ON THE OUTSTANDING PRINCIPAL AT THE LOAN RATE,  *
      * 30/360 AS THE SCHEDULE AND PAYOFF QUOTE ARE WORKED.  A LOAN  *
      * NOT ACTIVE OR ON NON-ACCRUAL ACCRUES NOTHING AND GIVES BACK  *
      * WHATEVER IT STILL HOLDS.                                     *
      *****************************************************************
       A400-LOAN-ACCRUAL-RTN.
           MOVE ZEROES TO LN-LOAN-NUMBER.
           START LOAN-FILE KEY IS NOT LESS THAN LN-LOAN-NUMBER
              INVALID KEY
                 MOVE 'Y' TO LOAN-EOF-SW
           END-START.
           PERFORM 400-READ-NEXT-LOAN-RTN UNTIL END-OF-LOAN-FILE.
      *****************************************************************
       400-READ-NEXT-LOAN-RTN.
           READ LOAN-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO LOAN-EOF-SW
              NOT AT END
                 IF LN-ACTIVE AND LN-ACCRUING AND
                    LN-OUTSTANDING > ZEROES
                    PERFORM 500-ACCRUE-ONE-LOAN-RTN
                 ELSE
                    PERFORM 550-REVERSE-LOAN-RTN
                 END-IF
           END-READ.
      *****************************************************************
       500-ACCRUE-ONE-LOAN-RTN.
           COMPUTE WS-DAILY-ACCRUAL ROUNDED =
                   LN-OUTSTANDING * LN-RATE / 100 / 360.
           IF WS-DAILY-ACCRUAL > ZEROES
              MOVE LN-LOAN-NUMBER TO LA-LOAN-NUMBER
              READ LOAN-ACCRUAL-FILE
                 INVALID KEY
                    MOVE LN-LOAN-NUMBER TO LA-LOAN-NUMBER
                    MOVE WS-DAILY-ACCRUAL TO LA-ACCRUED-INTEREST
                    MOVE 1 TO LA-DAYS-ACCRUED
                    MOVE WS-CURRENT-DATE TO LA-LAST-ACCRUAL-DATE
                    WRITE LOAN-ACCRUAL-REC
                       INVALID KEY
                          DISPLAY 'INTACCR - ERROR WRITING LOAN '
                                  'ACCRUAL ' LN-LOAN-NUMBER
                       NOT INVALID KEY
                          COMPUTE WS-BOOKED-MOVEMENT ROUNDED =
                                  LA-ACCRUED-INTEREST
                          MOVE 'LNACCR' TO TRAN-TYPE
                          MOVE LN-LOAN-NUMBER TO TRAN-REFERENCE
                          PERFORM 850-WRITE-TRANLOG-RTN
                    END-WRITE
                    ADD 1 TO WS-LOANS-ACCRUED
                    ADD WS-DAILY-ACCRUAL TO WS-LN-TOTAL-ACCRUED
                 NOT INVALID KEY
                    IF LA-LAST-ACCRUAL-DATE = WS-CURRENT-DATE
                       DISPLAY 'INTACCR - LOAN ALREADY ACCRUED TODAY '
                               LN-LOAN-NUMBER
                    ELSE
                       COMPUTE WS-BOOKED-BEFORE ROUNDED =
                               LA-ACCRUED-INTEREST
                       ADD WS-DAILY-ACCRUAL TO LA-ACCRUED-INTEREST
                       ADD 1 TO LA-DAYS-ACCRUED
                       MOVE WS-CURRENT-DATE TO LA-LAST-ACCRUAL-DATE
                       REWRITE LOAN-ACCRUAL-REC
                          INVALID KEY
                             DISPLAY 'INTACCR - ERROR UPDATING LOAN '
                                     'ACCRUAL ' LN-LOAN-NUMBER
                          NOT INVALID KEY
                             COMPUTE WS-BOOKED-AFTER ROUNDED =
                                     LA-ACCRUED-INTEREST
                             COMPUTE WS-BOOKED-MOVEMENT =
                                     WS-BOOKED-AFTER - WS-BOOKED-BEFORE
                             MOVE 'LNACCR' TO TRAN-TYPE
                             MOVE LN-LOAN-NUMBER TO TRAN-REFERENCE
                             PERFORM 850-WRITE-TRANLOG-RTN
                       END-REWRITE
                       ADD 1 TO WS-LOANS-ACCRUED
                       ADD WS-DAILY-ACCRUAL TO WS-LN-TOTAL-ACCRUED
                    END-IF
              END-READ
           END-IF.
      *****************************************************************
       550-REVERSE-LOAN-RTN.
           MOVE LN-LOAN-NUMBER TO LA-LOAN-NUMBER.
           READ LOAN-ACCRUAL-FILE
              NOT INVALID KEY
                 IF LA-ACCRUED-INTEREST > ZEROES
                    COMPUTE WS-BOOKED-BEFORE ROUNDED =
                            LA-ACCRUED-INTEREST
                    MOVE ZEROES TO LA-ACCRUED-INTEREST
                    MOVE ZEROES TO LA-DAYS-ACCRUED
                    REWRITE LOAN-ACCRUAL-REC
                       INVALID KEY
                          DISPLAY 'INTACCR - ERROR UPDATING LOAN '
                                  'ACCRUAL ' LN-LOAN-NUMBER
                       NOT INVALID KEY
                          MOVE WS-BOOKED-BEFORE TO WS-BOOKED-MOVEMENT
                          MOVE 'LNACCRRV' TO TRAN-TYPE
                          MOVE LN-LOAN-NUMBER TO TRAN-REFERENCE
                          PERFORM 850-WRITE-TRANLOG-RTN
                    END-REWRITE
                 END-IF
           END-READ.
      *****************************************************************
      * EACH ACCRUAL'S LEDGER MOVEMENT IS LOGGED AS SOON AS THE      *
      * ACCRUAL RECORD IS UPDATED, WITH THE ACCOUNT OR LOAN NUMBER   *
      * IN THE REFERENCE, SO A RUN THAT STOPS PART WAY HAS BOOKED    *
      * EVERYTHING IT ACCRUED.  NO CUSTOMER ACCOUNT IS POSTED.  A    *
      * MOVEMENT THAT ROUNDS TO NOTHING IS NOT LOGGED.               *
      *****************************************************************
       850-WRITE-TRANLOG-RTN.
           IF WS-BOOKED-MOVEMENT > ZEROES
              ACCEPT WS-CURRENT-TIME FROM TIME
              MOVE WS-BUSINESS-DATE   TO TRAN-DATE
              MOVE WS-CURRENT-TIME    TO TRAN-TIME
              MOVE ZEROES             TO TRAN-FROM-ACCOUNT
              MOVE ZEROES             TO TRAN-TO-ACCOUNT
              MOVE WS-BOOKED-MOVEMENT TO TRAN-AMOUNT
              MOVE 'INTACCR'          TO TRAN-TELLER-ID
              MOVE ZEROES             TO TRAN-FX-RATE
              MOVE WS-CURRENT-DATE    TO TRAN-ACTUAL-DATE
              MOVE SPACES             TO TRAN-BRANCH-CODE
              WRITE TRAN-LOG-REC
           END-IF.
      *****************************************************************
       A900-CLOSE-RTN.
           IF EXT-OPEN-SW = 'Y'
              CLOSE ACCT-EXT-FILE
           END-IF.
           CLOSE ACCRUAL-FILE.
           CLOSE RATE-TABLE-FILE.
           CLOSE PREF-RATE-FILE.
           CLOSE TERM-DEP-FILE.
           CLOSE LOAN-FILE.
           CLOSE LOAN-ACCRUAL-FILE.
           CLOSE TRAN-LOG-FILE.
           DISPLAY 'INTACCR - ACCOUNTS ACCRUED: ' WS-ACCOUNTS-ACCRUED.
           DISPLAY 'INTACCR - TOTAL ACCRUED TODAY: ' WS-TOTAL-ACCRUED.
           DISPLAY 'INTACCR - AT PREFERENTIAL RATE: ' WS-PREF-ACCOUNTS.
           DISPLAY 'INTACCR - LOANS ACCRUED: ' WS-LOANS-ACCRUED.
           DISPLAY 'INTACCR - LOAN INTEREST ACCRUED TODAY: '
                   WS-LN-TOTAL-ACCRUED.
           IF EXTRACT-OK-SW = 'Y'
              PERFORM 940-MARK-RUN-COMPLETE-RTN
           ELSE
              DISPLAY 'INTACCR - RUN NOT COMPLETED - ACCOUNT '
                      'EXTRACT NOT READY'
              CLOSE RUN-CTL-FILE
           END-IF.
           STOP RUN.
      *****************************************************************
      * THE RUN-CONTROL RECORD LETS THE NIGHTRUN STREAM CONTROLLER   *
                 MOVE 'INTACCR' TO RC-JOB-NAME
                 MOVE WS-CURRENT-DATE TO RC-RUN-DATE
                 MOVE 'S' TO RC-STATUS
                 ACCEPT RC-START-TIME FROM TIME
                 MOVE ZEROES TO RC-END-TIME
                 MOVE ZEROES TO RC-RECORD-COUNT
                 MOVE ZEROES TO RC-LAST-KEY
                 MOVE ZEROES TO RC-BUSINESS-DATE
                 WRITE RUN-CTL-REC
                    INVALID KEY
                       DISPLAY 'INTACCR - ERROR WRITING RUN CONTROL'
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
           MOVE WS-ACCOUNTS-ACCRUED TO RC-RECORD-COUNT.
           REWRITE RUN-CTL-REC
              INVALID KEY
