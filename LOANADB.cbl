      ****************************************************************
      * THIS PROGRAM IS THE NIGHTLY LOAN AUTO-DEBIT COLLECTION RUN,  *
      * SCHEDULED AHEAD OF LOANAGE.  EVERY ACTIVE LOAN WHOSE NEXT    *
      * DUE DATE HAS ARRIVED IS COLLECTED FROM ITS LINKED DEPOSIT    *
      * ACCOUNT: THE INSTALLMENTS NOW DUE ARE TAKEN IN WHOLE, OLDEST *
      * FIRST, AS FAR AS THE AVAILABLE BALANCE (LEDGER LESS ACTIVE   *
      * HOLDS, PLUS THE OVERDRAFT LINE ON CHECKING) WILL COVER, AND  *
      * SPLIT INTO LOANPRIN AND LOANINT ENTRIES EXACTLY AS LOANPAY   *
      * DOES AT THE WINDOW; ANY LATE-PAYMENT PENALTY OWED IS TAKEN   *
      * AHEAD OF THEM.  A LOAN THAT CANNOT BE COLLECTED IN FULL      *
      * GOES ON THE COLLECTION-EXCEPTIONS REPORT AND A REMINDER IS   *
      * QUEUED ON NOTIFQ FOR THE BORROWER.                           *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANADB.
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
           SELECT TRAN-LOG-FILE ASSIGN TO 'TRANLOG.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT NOTIF-FILE ASSIGN TO 'NOTIFQ.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT SYSCTL-FILE ASSIGN TO 'SYSCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTL-KEY.
           SELECT REPORT-FILE ASSIGN TO 'LOANADB.RPT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO 'JOURNAL.DAT'
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
       FD  TRAN-LOG-FILE
           RECORD CONTAINS 106 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRAN-LOG-REC.
       COPY TRANLOG.
       FD  NOTIF-FILE
           RECORD CONTAINS 134 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS NOTIF-REC.
       COPY NOTIFQ.
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
       FD  JOURNAL-FILE
           RECORD CONTAINS 370 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS JOURNAL-REC.
       COPY JRNL.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZEROES.
       01  WS-CURRENT-TIME           PIC 9(8) VALUE ZEROES.
       01  WS-REMAINING              PIC S9(10)V99 VALUE ZEROES.
       01  WS-INST-TOTAL             PIC 9(9)V99 VALUE ZEROES.
       01  WS-PRIN-PAID              PIC 9(9)V99 VALUE ZEROES.
       01  WS-INT-PAID               PIC 9(9)V99 VALUE ZEROES.
       01  WS-PEN-PAID               PIC 9(7)V99 VALUE ZEROES.
       01  WS-TOTAL-PAID             PIC 9(9)V99 VALUE ZEROES.
       01  WS-DUE-TOTAL              PIC 9(9)V99 VALUE ZEROES.
       01  WS-SHORT-AMOUNT           PIC 9(9)V99 VALUE ZEROES.
       01  WS-INSTS-DUE              PIC 9(3) VALUE ZEROES.
       01  WS-INSTS-PAID             PIC 9(3) VALUE ZEROES.
       01  WS-NEXT-DUE               PIC 9(8) VALUE ZEROES.
       01  WS-HOLD-TOTAL             PIC 9(9)V99 VALUE ZEROES.
       01  WS-AVAILABLE-BALANCE      PIC S9(10)V99 VALUE ZEROES.
       01  WS-EXCEPTION-REASON       PIC X(24) VALUE SPACES.
       01  WS-LOANS-DUE              PIC 9(7) VALUE ZEROES.
       01  WS-LOANS-COLLECTED        PIC 9(7) VALUE ZEROES.
       01  WS-LOANS-EXCEPTION        PIC 9(7) VALUE ZEROES.
       01  WS-AMOUNT-COLLECTED       PIC 9(11)V99 VALUE ZEROES.
       01  WS-AMOUNT-DISPLAY         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-SHORT-DISPLAY          PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-DISPLAY          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  EOF-SW                    PIC X VALUE 'N'.
           88 END-OF-LOAN-FILE       VALUE 'Y'.
       01  SCHED-EOF-SW              PIC X VALUE 'N'.
       01  HOLD-EOF-SW               PIC X VALUE 'N'.
       01  ACCT-FOUND-SW             PIC X VALUE 'N'.
       COPY COLLPRM.
       COPY ACRRVPRM.
      *****************************************************************
       PROCEDURE DIVISION.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A300-PROCESS-RTN UNTIL END-OF-LOAN-FILE.
           PERFORM A900-CLOSE-RTN.
           STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN EXTEND JOURNAL-FILE.
           OPEN I-O LOAN-FILE.
           OPEN I-O LOAN-SCHED-FILE.
           OPEN I-O ACCOUNT-FILE.
           OPEN INPUT HOLD-FILE.
           OPEN EXTEND TRAN-LOG-FILE.
           OPEN EXTEND NOTIF-FILE.
           OPEN OUTPUT REPORT-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
           OPEN INPUT SYSCTL-FILE.
           MOVE 'BUSDATE   ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-BUSINESS-DATE
           END-READ.
           CLOSE SYSCTL-FILE.
           DISPLAY 'LOANADB - LOAN AUTO-DEBIT STARTED'.
           MOVE SPACES TO REPORT-LINE.
           STRING 'LOAN AUTO-DEBIT COLLECTION EXCEPTIONS - '
                  WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE 'LOAN NUMBER  DEPOSIT ACCT        DUE AMOUNT'
             TO REPORT-LINE.
           MOVE '     SHORT BY  REASON' TO REPORT-LINE (44:21).
           WRITE REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZEROES TO LN-LOAN-NUMBER.
           START LOAN-FILE KEY IS NOT LESS THAN LN-LOAN-NUMBER
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
                 DISPLAY 'LOANADB - NO LOANS ON FILE'
           END-START.
      *****************************************************************
       A300-PROCESS-RTN.
           READ LOAN-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF LN-ACTIVE AND
                    LN-NEXT-DUE-DATE NOT = ZEROES AND
                    LN-NEXT-DUE-DATE NOT > WS-BUSINESS-DATE
                    ADD 1 TO WS-LOANS-DUE
                    PERFORM 100-COLLECT-ONE-LOAN-RTN
                 END-IF
           END-READ.
      *****************************************************************
      * THE DEPOSIT ACCOUNT MUST BE ON FILE, OPEN AND NOT FROZEN, AS *
      * AT THE WINDOW.  WHAT IT CAN COVER IS TAKEN; ANYTHING LEFT    *
      * DUE IS AN EXCEPTION.                                         *
      *****************************************************************
       100-COLLECT-ONE-LOAN-RTN.
           MOVE SPACES TO WS-EXCEPTION-REASON.
           MOVE ZEROES TO WS-AVAILABLE-BALANCE.
           MOVE 'N' TO ACCT-FOUND-SW.
           MOVE LN-DEPOSIT-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
              INVALID KEY
                 MOVE 'NO LINKED ACCOUNT' TO WS-EXCEPTION-REASON
              NOT INVALID KEY
                 MOVE 'Y' TO ACCT-FOUND-SW
                 IF FROZEN-ACCOUNT
                    MOVE 'DEPOSIT ACCOUNT FROZEN'
                      TO WS-EXCEPTION-REASON
                 ELSE
                 IF NOT OPEN-ACCOUNT
                    MOVE 'DEPOSIT ACCOUNT NOT OPEN'
                      TO WS-EXCEPTION-REASON
                 ELSE
                    PERFORM 440-COMPUTE-HOLDS-RTN
                    COMPUTE WS-AVAILABLE-BALANCE = ACCOUNT-BALANCE
                            - WS-HOLD-TOTAL
                    IF CHECKING-ACCOUNT
                       ADD OD-LIMIT TO WS-AVAILABLE-BALANCE
                    END-IF
                 END-IF
                 END-IF
           END-READ.
           MOVE WS-AVAILABLE-BALANCE TO WS-REMAINING.
           IF WS-EXCEPTION-REASON NOT = SPACES
              MOVE ZEROES TO WS-REMAINING
           END-IF.
           MOVE ZEROES TO WS-PEN-PAID.
           MOVE ZEROES TO WS-PRIN-PAID.
           MOVE ZEROES TO WS-INT-PAID.
           MOVE ZEROES TO WS-INSTS-PAID.
           MOVE ZEROES TO WS-INSTS-DUE.
           MOVE ZEROES TO WS-DUE-TOTAL.
           PERFORM 150-APPLY-PENALTY-RTN.
           PERFORM 200-APPLY-INSTALLMENTS-RTN.
           COMPUTE WS-TOTAL-PAID = WS-PEN-PAID + WS-PRIN-PAID
                   + WS-INT-PAID.
           IF WS-TOTAL-PAID > ZEROES
              PERFORM 400-DEBIT-ACCOUNT-RTN
           END-IF.
           COMPUTE WS-SHORT-AMOUNT = WS-DUE-TOTAL
                   - WS-PEN-PAID - WS-PRIN-PAID - WS-INT-PAID.
           IF WS-SHORT-AMOUNT > ZEROES
              IF WS-EXCEPTION-REASON = SPACES
                 MOVE 'INSUFFICIENT FUNDS' TO WS-EXCEPTION-REASON
              END-IF
              PERFORM 800-REPORT-EXCEPTION-RTN
              IF ACCT-FOUND-SW = 'Y'
                 PERFORM 850-QUEUE-REMINDER-RTN
              END-IF
           END-IF.
      *****************************************************************
      * PENALTY OWED IS TAKEN FIRST, IN PART IF THAT IS ALL THE      *
      * ACCOUNT WILL COVER, AND COUNTS TOWARD WHAT IS DUE.           *
      *****************************************************************
       150-APPLY-PENALTY-RTN.
           ADD LN-PENALTY-DUE TO WS-DUE-TOTAL.
           IF WS-REMAINING > ZEROES
              IF WS-REMAINING < LN-PENALTY-DUE
                 MOVE WS-REMAINING TO WS-PEN-PAID
              ELSE
                 MOVE LN-PENALTY-DUE TO WS-PEN-PAID
              END-IF
              SUBTRACT WS-PEN-PAID FROM WS-REMAINING
           END-IF.
      *****************************************************************
      * ONLY INSTALLMENTS ALREADY DUE ARE TAKEN, WHOLE AND OLDEST    *
      * FIRST.  ONCE ONE CANNOT BE COVERED NO LATER ONE IS TAKEN,    *
      * BUT THE REST STILL COUNT TOWARD WHAT IS DUE.                 *
      *****************************************************************
       200-APPLY-INSTALLMENTS-RTN.
           MOVE LN-LOAN-NUMBER TO LS-LOAN-NUMBER.
           MOVE ZEROES TO LS-INSTALLMENT-NO.
           MOVE 'N' TO SCHED-EOF-SW.
           START LOAN-SCHED-FILE KEY IS NOT LESS THAN LS-KEY
              INVALID KEY
                 MOVE 'Y' TO SCHED-EOF-SW
           END-START.
           PERFORM 250-TALLY-ONE-INST-RTN UNTIL SCHED-EOF-SW = 'Y'.
      *****************************************************************
       250-TALLY-ONE-INST-RTN.
           READ LOAN-SCHED-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO SCHED-EOF-SW
              NOT AT END
                 IF LS-LOAN-NUMBER NOT = LN-LOAN-NUMBER OR
                    LS-DUE-DATE > WS-BUSINESS-DATE
                    MOVE 'Y' TO SCHED-EOF-SW
                 ELSE
                    IF LS-UNPAID
                       COMPUTE WS-INST-TOTAL =
                               LS-PRINCIPAL-DUE + LS-INTEREST-DUE
                       ADD 1 TO WS-INSTS-DUE
                       ADD WS-INST-TOTAL TO WS-DUE-TOTAL
                       IF WS-INSTS-PAID = WS-INSTS-DUE - 1 AND
                          WS-REMAINING NOT < WS-INST-TOTAL
                          SUBTRACT WS-INST-TOTAL FROM WS-REMAINING
                          ADD LS-PRINCIPAL-DUE TO WS-PRIN-PAID
                          ADD LS-INTEREST-DUE  TO WS-INT-PAID
                          ADD 1 TO WS-INSTS-PAID
                       END-IF
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
       400-DEBIT-ACCOUNT-RTN.
           SUBTRACT WS-TOTAL-PAID FROM ACCOUNT-BALANCE.
           MOVE WS-CURRENT-DATE TO LAST-ACTIVITY-DATE.
           REWRITE ACCOUNT-REC
              INVALID KEY
                 DISPLAY 'LOANADB - ERROR DEBITING ACCOUNT '
                         LN-DEPOSIT-ACCOUNT
                 MOVE 'ERROR DEBITING ACCOUNT' TO WS-EXCEPTION-REASON
                 MOVE ZEROES TO WS-INSTS-PAID
                 MOVE ZEROES TO WS-PEN-PAID
                 MOVE ZEROES TO WS-PRIN-PAID
                 MOVE ZEROES TO WS-INT-PAID
              NOT INVALID KEY
                 PERFORM 880-WRITE-ACCT-JOURNAL-RTN
                 PERFORM 500-MARK-SCHEDULE-RTN
                 PERFORM 600-UPDATE-LOAN-RTN
                 PERFORM 700-WRITE-TRANLOG-RTN
                 ADD 1 TO WS-LOANS-COLLECTED
                 ADD WS-TOTAL-PAID TO WS-AMOUNT-COLLECTED
           END-REWRITE.
      *****************************************************************
       440-COMPUTE-HOLDS-RTN.
           MOVE ZEROES TO WS-HOLD-TOTAL.
           MOVE LN-DEPOSIT-ACCOUNT TO HF-ACCOUNT-NUMBER.
           MOVE ZEROES TO HF-HOLD-SEQ.
           MOVE 'N' TO HOLD-EOF-SW.
           START HOLD-FILE KEY IS NOT LESS THAN HF-KEY
              INVALID KEY
                 MOVE 'Y' TO HOLD-EOF-SW
           END-START.
           PERFORM 450-READ-NEXT-HOLD-RTN UNTIL HOLD-EOF-SW = 'Y'.
      *****************************************************************
       450-READ-NEXT-HOLD-RTN.
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
       500-MARK-SCHEDULE-RTN.
           MOVE LN-LOAN-NUMBER TO LS-LOAN-NUMBER.
           MOVE ZEROES TO LS-INSTALLMENT-NO.
           MOVE 'N' TO SCHED-EOF-SW.
           MOVE ZEROES TO WS-NEXT-DUE.
           START LOAN-SCHED-FILE KEY IS NOT LESS THAN LS-KEY
              INVALID KEY
                 MOVE 'Y' TO SCHED-EOF-SW
           END-START.
           PERFORM 550-MARK-ONE-INST-RTN UNTIL SCHED-EOF-SW = 'Y'.
      *****************************************************************
       550-MARK-ONE-INST-RTN.
           READ LOAN-SCHED-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO SCHED-EOF-SW
              NOT AT END
                 IF LS-LOAN-NUMBER NOT = LN-LOAN-NUMBER
                    MOVE 'Y' TO SCHED-EOF-SW
                 ELSE
                    IF LS-UNPAID
                       IF WS-INSTS-PAID > ZEROES
                          MOVE 'P' TO LS-STATUS
                          REWRITE LOAN-SCHED-REC
                          SUBTRACT 1 FROM WS-INSTS-PAID
                          ADD 1 TO LN-PAYMENTS-MADE
                       ELSE
                          IF WS-NEXT-DUE = ZEROES
                             MOVE LS-DUE-DATE TO WS-NEXT-DUE
                          END-IF
                       END-IF
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
       600-UPDATE-LOAN-RTN.
           SUBTRACT WS-PRIN-PAID FROM LN-OUTSTANDING.
           SUBTRACT WS-PEN-PAID FROM LN-PENALTY-DUE.
           IF WS-NEXT-DUE = ZEROES
              MOVE 'P' TO LN-STATUS
              MOVE ZEROES TO LN-NEXT-DUE-DATE
              MOVE ZEROES TO LN-DAYS-PAST-DUE
              PERFORM 650-RELEASE-COLLATERAL-RTN
           ELSE
              MOVE WS-NEXT-DUE TO LN-NEXT-DUE-DATE
           END-IF.
           REWRITE LOAN-REC
              INVALID KEY
                 DISPLAY 'LOANADB - ERROR UPDATING LOAN '
                         LN-LOAN-NUMBER
           END-REWRITE.
      *****************************************************************
      * A PAID-OFF LOAN NO LONGER NEEDS ITS SECURITY - ITS ITEMS ON  *
      * THE COLLATERAL REGISTER AND ANY PLEDGE HOLDS ARE RELEASED.   *
      *****************************************************************
       650-RELEASE-COLLATERAL-RTN.
           MOVE LN-LOAN-NUMBER   TO RL-LOAN-NUMBER.
           MOVE 'LOANADB'        TO RL-RELEASED-BY.
           MOVE WS-BUSINESS-DATE TO RL-RELEASE-DATE.
           CALL 'COLLREL' USING COLL-RELEASE-AREA.
      *****************************************************************
       700-WRITE-TRANLOG-RTN.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-BUSINESS-DATE TO TRAN-DATE.
           MOVE WS-CURRENT-TIME  TO TRAN-TIME.
           MOVE 'LOANPEN'        TO TRAN-TYPE.
           MOVE LN-DEPOSIT-ACCOUNT TO TRAN-FROM-ACCOUNT.
           MOVE LN-LOAN-NUMBER   TO TRAN-TO-ACCOUNT.
           MOVE WS-PEN-PAID      TO TRAN-AMOUNT.
           MOVE 'AUTODEBIT'      TO TRAN-TELLER-ID.
           MOVE ZEROES           TO TRAN-FX-RATE.
           MOVE WS-CURRENT-DATE  TO TRAN-ACTUAL-DATE.
           MOVE BRANCH-CODE      TO TRAN-BRANCH-CODE.
           MOVE SPACES           TO TRAN-REFERENCE.
           IF WS-PEN-PAID > ZEROES
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
              MOVE SPACES TO TRAN-REFERENCE
              WRITE TRAN-LOG-REC
           END-IF.
           IF WS-INT-PAID > ZEROES
              PERFORM 750-REVERSE-ACCRUAL-RTN
           END-IF.
      *****************************************************************
      * THE INTEREST NOW COLLECTED HAD BEEN ACCRUED NIGHT BY NIGHT   *
      * TO ACCRUED INTEREST RECEIVABLE - THAT ACCRUAL IS REVERSED SO *
      * THE LOANINT ENTRY ALONE CARRIES THE INCOME.                  *
      *****************************************************************
       750-REVERSE-ACCRUAL-RTN.
           MOVE 'L' TO AV-KIND.
           MOVE LN-LOAN-NUMBER TO AV-NUMBER.
           CALL 'ACRREV' USING ACR-REVERSAL-AREA.
           IF AV-AMOUNT-REVERSED > ZEROES
              MOVE 'LNACCRRV'         TO TRAN-TYPE
              MOVE ZEROES             TO TRAN-FROM-ACCOUNT
              MOVE ZEROES             TO TRAN-TO-ACCOUNT
              MOVE AV-AMOUNT-REVERSED TO TRAN-AMOUNT
              MOVE LN-LOAN-NUMBER TO TRAN-REFERENCE
              WRITE TRAN-LOG-REC
           END-IF.
      *****************************************************************
       800-REPORT-EXCEPTION-RTN.
           ADD 1 TO WS-LOANS-EXCEPTION.
           MOVE WS-DUE-TOTAL TO WS-AMOUNT-DISPLAY.
           MOVE WS-SHORT-AMOUNT TO WS-SHORT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING LN-LOAN-NUMBER      DELIMITED BY SIZE
                  '   '               DELIMITED BY SIZE
                  LN-DEPOSIT-ACCOUNT  DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY   DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  WS-SHORT-DISPLAY    DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  WS-EXCEPTION-REASON DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
      *****************************************************************
       850-QUEUE-REMINDER-RTN.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO NQ-DATE.
           MOVE WS-CURRENT-TIME TO NQ-TIME.
           MOVE LN-DEPOSIT-ACCOUNT TO NQ-ACCOUNT-NUMBER.
           MOVE CONTACT-NUMBER OF ACCOUNT-REC TO NQ-CONTACT-NUMBER.
           MOVE CONTACT-EMAIL-ADDRESS OF ACCOUNT-REC
             TO NQ-CONTACT-EMAIL.
           INITIALIZE NQ-MESSAGE.
           STRING 'LOAN ' LN-LOAN-NUMBER ' PAYMENT DUE '
                  WS-SHORT-DISPLAY ' - FUND ACCT'
                  DELIMITED BY SIZE INTO NQ-MESSAGE
           END-STRING.
           MOVE 'P' TO NQ-STATUS.
           MOVE ZEROES TO NQ-RETRY-COUNT.
           WRITE NOTIF-REC.
      *****************************************************************
       A900-CLOSE-RTN.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-AMOUNT-COLLECTED TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'LOANS DUE: ' WS-LOANS-DUE
                  '  COLLECTED: ' WS-LOANS-COLLECTED
                  '  EXCEPTIONS: ' WS-LOANS-EXCEPTION
                  '  AMOUNT: ' WS-TOTAL-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE LOAN-FILE.
           CLOSE LOAN-SCHED-FILE.
           CLOSE ACCOUNT-FILE.
           CLOSE HOLD-FILE.
           CLOSE TRAN-LOG-FILE.
           CLOSE NOTIF-FILE.
           CLOSE REPORT-FILE.
           CLOSE JOURNAL-FILE.
           DISPLAY 'LOANADB - LOANS DUE: ' WS-LOANS-DUE.
           DISPLAY 'LOANADB - LOANS COLLECTED: ' WS-LOANS-COLLECTED.
           DISPLAY 'LOANADB - EXCEPTIONS: ' WS-LOANS-EXCEPTION.
           STOP RUN.
      *****************************************************************
      * EVERY MASTER-FILE UPDATE ALSO WRITES ITS AFTER-IMAGE TO THE  *
      * DAILY JOURNAL SO JRNLAPLY CAN ROLL A RESTORED FILE FORWARD.  *
      *****************************************************************
       880-WRITE-ACCT-JOURNAL-RTN.
           ACCEPT JR-DATE FROM DATE YYYYMMDD.
           ACCEPT JR-TIME FROM TIME.
           MOVE 'LOANADB' TO JR-PROGRAM.
           MOVE 'BATCH'   TO JR-OPERATOR.
           MOVE 'ACCOUNT' TO JR-FILE-ID.
           MOVE SPACES TO JR-IMAGE.
           MOVE ACCOUNT-REC TO JR-IMAGE.
           WRITE JOURNAL-REC.
