      ****************************************************************
      * THIS PROGRAM IS THE FIRST STEP OF THE NIGHT BATCH STREAM.    *
      * IT MAKES ONE PASS OF ACCOUNT.DAT AND WRITES THE SEQUENTIAL   *
      * ACCOUNT EXTRACT ACCTEXT.DAT THE READ-ONLY NIGHTLY AND        *
      * MONTH-END JOBS RUN FROM, SO THE INDEXED MASTER IS READ ONCE  *
      * INSTEAD OF ONCE PER JOB.  EACH EXTRACT RECORD CARRIES THE    *
      * ACCOUNT FIELDS THE REPORTING AND PROOF JOBS USE, THE         *
      * AVAILABLE BALANCE AFTER ACTIVE HOLDS, AND THE DAY'S POSTING  *
      * TOTALS FROM TRANLOG.DAT - CREDITS, DEBITS, THE TRANSFER FEES *
      * RECOMPUTED FROM SYSCTL THE WAY THE POSTING PROGRAMS CHARGE   *
      * THEM, AND THE NET CHANGE BALPROOF PROVES.  THE DAY'S LOG IS  *
      * SUMMED ONCE INTO THE WORK FILE DAYPOST.DAT KEYED BY ACCOUNT. *
      * THE EXTRACT IS REGISTERED ON RUNCTL.DAT WITH ITS BUSINESS    *
      * DATE, AND A JOB READING IT REFUSES TO RUN UNLESS THAT RECORD *
      * IS COMPLETED FOR ITS OWN BUSINESS DATE.                      *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTEXT.
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
           SELECT HOLD-FILE ASSIGN TO 'HOLDFILE.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HF-KEY.
           SELECT TRAN-LOG-FILE ASSIGN TO 'TRANLOG.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT DAY-POST-FILE ASSIGN TO 'DAYPOST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DP-ACCOUNT-NUMBER.
           SELECT ACCT-EXT-FILE ASSIGN TO 'ACCTEXT.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT SYSCTL-FILE ASSIGN TO 'SYSCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTL-KEY.
           SELECT RUN-CTL-FILE ASSIGN TO 'RUNCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RC-KEY.
           SELECT REPORT-FILE ASSIGN TO 'ACCTEXT.RPT'
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
       FD  DAY-POST-FILE
           RECORD CONTAINS 49 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS DAY-POST-REC.
       COPY DAYPOST.
       FD  ACCT-EXT-FILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACCT-EXT-REC.
       COPY ACCTEXT.
       FD  SYSCTL-FILE
           RECORD CONTAINS 31 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CTL-REC.
       COPY SYSCTL.
       FD  RUN-CTL-FILE
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS RUN-CTL-REC.
       COPY RUNCTL.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE               PIC X(80).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-SAVINGS-FEE            PIC 9(9)V99 VALUE 5.00.
       01  WS-CHECKING-FEE           PIC 9(9)V99 VALUE 10.00.
       01  WS-APPLY-FEE              PIC 9(9)V99 VALUE ZEROES.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZEROES.
       01  WS-REPORT-DATE.
           05 WS-REPORT-YYYY         PIC 9(4).
           05 WS-REPORT-MM           PIC 9(2).
           05 WS-REPORT-DD           PIC 9(2).
       01  WS-LEG-ACCOUNT            PIC 9(10) VALUE ZEROES.
       01  WS-LEG-CREDIT             PIC 9(9)V99 VALUE ZEROES.
       01  WS-LEG-DEBIT              PIC 9(9)V99 VALUE ZEROES.
       01  WS-LEG-FEE                PIC 9 VALUE ZEROES.
       01  WS-LEG-REFUND             PIC 9 VALUE ZEROES.
       01  WS-HOLD-TOTAL             PIC 9(9)V99 VALUE ZEROES.
       01  WS-LOG-READ               PIC 9(9) VALUE ZEROES.
       01  WS-LOG-APPLIED            PIC 9(9) VALUE ZEROES.
       01  WS-EXTRACT-COUNT          PIC 9(9) VALUE ZEROES.
       01  WS-ACTIVE-COUNT           PIC 9(9) VALUE ZEROES.
       01  WS-TOTAL-BALANCE          PIC S9(13)V99 VALUE ZEROES.
       01  WS-TOTAL-HOLDS            PIC S9(13)V99 VALUE ZEROES.
       01  WS-TOTAL-CREDITS          PIC S9(13)V99 VALUE ZEROES.
       01  WS-TOTAL-DEBITS           PIC S9(13)V99 VALUE ZEROES.
       01  WS-TOTAL-FEES             PIC S9(13)V99 VALUE ZEROES.
       01  WS-TOTAL-NET              PIC S9(13)V99 VALUE ZEROES.
       01  WS-AMOUNT-DISPLAY         PIC ---,---,---,--9.99.
       01  EOF-SW                    PIC X VALUE 'N'.
           88 END-OF-ACCOUNT-FILE    VALUE 'Y'.
       01  LOG-EOF-SW                PIC X VALUE 'N'.
       01  HOLD-EOF-SW               PIC X VALUE 'N'.
      *****************************************************************
       PROCEDURE DIVISION.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A300-PROCESS-RTN UNTIL END-OF-ACCOUNT-FILE.
           PERFORM A900-CLOSE-RTN.
           STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN INPUT ACCOUNT-FILE.
           OPEN INPUT HOLD-FILE.
           OPEN OUTPUT ACCT-EXT-FILE.
           OPEN OUTPUT REPORT-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
           OPEN INPUT SYSCTL-FILE.
           MOVE 'BUSDATE   ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-BUSINESS-DATE
           END-READ.
           MOVE 'SAVFEE    ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-NUM-VALUE TO WS-SAVINGS-FEE
           END-READ.
           MOVE 'CHKFEE    ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-NUM-VALUE TO WS-CHECKING-FEE
           END-READ.
           CLOSE SYSCTL-FILE.
           MOVE WS-BUSINESS-DATE TO WS-REPORT-DATE.
           OPEN I-O RUN-CTL-FILE.
           PERFORM 040-MARK-RUN-STARTED-RTN.
           DISPLAY 'ACCTEXT - ACCOUNT EXTRACT STARTED FOR '
                   WS-BUSINESS-DATE.
           OPEN OUTPUT DAY-POST-FILE.
           CLOSE DAY-POST-FILE.
           OPEN I-O DAY-POST-FILE.
           OPEN INPUT TRAN-LOG-FILE.
           PERFORM 100-SUM-DAY-LOG-RTN UNTIL LOG-EOF-SW = 'Y'.
           CLOSE TRAN-LOG-FILE.
           MOVE ZEROES TO ACCOUNT-NUMBER.
           START ACCOUNT-FILE KEY IS NOT LESS THAN ACCOUNT-NUMBER
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
                 DISPLAY 'ACCTEXT - NO ACCOUNTS ON FILE'
           END-START.
      *****************************************************************
      * THE RUN-CONTROL RECORD CARRIES THE BUSINESS DATE THE EXTRACT *
      * WAS CUT FOR; IT IS SET ONLY WHEN THE EXTRACT IS COMPLETE.    *
      *****************************************************************
       040-MARK-RUN-STARTED-RTN.
           MOVE 'ACCTEXT ' TO RC-JOB-NAME.
           MOVE WS-CURRENT-DATE TO RC-RUN-DATE.
           READ RUN-CTL-FILE
              INVALID KEY
                 MOVE 'ACCTEXT ' TO RC-JOB-NAME
                 MOVE WS-CURRENT-DATE TO RC-RUN-DATE
                 MOVE 'S' TO RC-STATUS
                 ACCEPT RC-START-TIME FROM TIME
                 MOVE ZEROES TO RC-END-TIME
                 MOVE ZEROES TO RC-RECORD-COUNT
                 MOVE ZEROES TO RC-LAST-KEY
                 MOVE ZEROES TO RC-BUSINESS-DATE
                 WRITE RUN-CTL-REC
                    INVALID KEY
                       DISPLAY 'ACCTEXT - ERROR WRITING RUN CONTROL'
                 END-WRITE
              NOT INVALID KEY
                 MOVE 'S' TO RC-STATUS
                 ACCEPT RC-START-TIME FROM TIME
                 MOVE ZEROES TO RC-END-TIME
                 MOVE ZEROES TO RC-RECORD-COUNT
                 MOVE ZEROES TO RC-LAST-KEY
                 MOVE ZEROES TO RC-BUSINESS-DATE
                 REWRITE RUN-CTL-REC
           END-READ.
      *****************************************************************
      * ONE PASS OF THE LOG.  EACH ENTRY FOR THE BUSINESS DATE IS    *
      * SPLIT INTO THE LEG THAT DEBITS THE FROM-ACCOUNT AND THE LEG  *
      * THAT CREDITS THE TO-ACCOUNT, ON THE SAME RULES BALPROOF HAS  *
      * ALWAYS PROVED BY.  A TRANSFER OR EXTERNAL DEBIT ALSO COUNTS  *
      * A FEE, AND A REVERSAL BACK TO AN ACCOUNT REFUNDS ONE; THE    *
      * FEE AMOUNT DEPENDS ON THE ACCOUNT TYPE AND IS APPLIED WHEN   *
      * THE ACCOUNT IS EXTRACTED.                                    *
      *****************************************************************
       100-SUM-DAY-LOG-RTN.
           READ TRAN-LOG-FILE
              AT END
                 MOVE 'Y' TO LOG-EOF-SW
              NOT AT END
                 IF TRAN-DATE = WS-BUSINESS-DATE
                    ADD 1 TO WS-LOG-READ
                    PERFORM 110-DEBIT-LEG-RTN
                    PERFORM 120-CREDIT-LEG-RTN
                 END-IF
           END-READ.
      *****************************************************************
       110-DEBIT-LEG-RTN.
           MOVE ZEROES TO WS-LEG-CREDIT.
           MOVE ZEROES TO WS-LEG-DEBIT.
           MOVE ZEROES TO WS-LEG-FEE.
           MOVE ZEROES TO WS-LEG-REFUND.
           IF TRAN-TYPE = 'WITHDRAWAL' OR TRAN-TYPE = 'ODINTEREST' OR
              TRAN-TYPE = 'CHECK' OR TRAN-TYPE = 'REVERSAL'
              MOVE TRAN-AMOUNT TO WS-LEG-DEBIT
           END-IF.
           IF TRAN-TYPE = 'TRANSFER' OR TRAN-TYPE = 'EXTXFER'
              MOVE TRAN-AMOUNT TO WS-LEG-DEBIT
              MOVE 1 TO WS-LEG-FEE
           END-IF.
           IF WS-LEG-DEBIT NOT = ZEROES OR WS-LEG-FEE NOT = ZEROES
              MOVE TRAN-FROM-ACCOUNT TO WS-LEG-ACCOUNT
              PERFORM 150-POST-DAY-LEG-RTN
           END-IF.
      *****************************************************************
       120-CREDIT-LEG-RTN.
           MOVE ZEROES TO WS-LEG-CREDIT.
           MOVE ZEROES TO WS-LEG-DEBIT.
           MOVE ZEROES TO WS-LEG-FEE.
           MOVE ZEROES TO WS-LEG-REFUND.
           IF TRAN-TYPE = 'DEPOSIT' OR TRAN-TYPE = 'FXCREDIT' OR
              TRAN-TYPE = 'INTEREST' OR TRAN-TYPE = 'EXTRETURN'
              MOVE TRAN-AMOUNT TO WS-LEG-CREDIT
           END-IF.
           IF TRAN-TYPE = 'TRANSFER' AND TRAN-FX-RATE = ZEROES
              MOVE TRAN-AMOUNT TO WS-LEG-CREDIT
           END-IF.
           IF TRAN-TYPE = 'REVERSAL'
              MOVE TRAN-AMOUNT TO WS-LEG-CREDIT
              IF TRAN-FROM-ACCOUNT NOT = ZEROES
                 MOVE 1 TO WS-LEG-REFUND
              END-IF
           END-IF.
           IF WS-LEG-CREDIT NOT = ZEROES OR WS-LEG-REFUND NOT = ZEROES
              MOVE TRAN-TO-ACCOUNT TO WS-LEG-ACCOUNT
              PERFORM 150-POST-DAY-LEG-RTN
           END-IF.
      *****************************************************************
       150-POST-DAY-LEG-RTN.
           IF WS-LEG-ACCOUNT NOT = ZEROES
              MOVE WS-LEG-ACCOUNT TO DP-ACCOUNT-NUMBER
              READ DAY-POST-FILE
                 INVALID KEY
                    MOVE WS-LEG-ACCOUNT  TO DP-ACCOUNT-NUMBER
                    MOVE WS-LEG-CREDIT   TO DP-CREDITS
                    MOVE WS-LEG-DEBIT    TO DP-DEBITS
                    MOVE WS-LEG-FEE      TO DP-FEE-COUNT
                    MOVE WS-LEG-REFUND   TO DP-REFUND-COUNT
                    MOVE 1               TO DP-POSTINGS
                    WRITE DAY-POST-REC
                       INVALID KEY
                          DISPLAY 'ACCTEXT - ERROR WRITING DAYPOST '
                                  WS-LEG-ACCOUNT
                    END-WRITE
                 NOT INVALID KEY
                    ADD WS-LEG-CREDIT TO DP-CREDITS
                    ADD WS-LEG-DEBIT  TO DP-DEBITS
                    ADD WS-LEG-FEE    TO DP-FEE-COUNT
                    ADD WS-LEG-REFUND TO DP-REFUND-COUNT
                    ADD 1 TO DP-POSTINGS
                    REWRITE DAY-POST-REC
                       INVALID KEY
                          DISPLAY 'ACCTEXT - ERROR UPDATING DAYPOST '
                                  WS-LEG-ACCOUNT
                    END-REWRITE
              END-READ
              ADD 1 TO WS-LOG-APPLIED
           END-IF.
      *****************************************************************
       A300-PROCESS-RTN.
           READ ACCOUNT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 PERFORM 200-BUILD-EXTRACT-RTN
           END-READ.
      *****************************************************************
       200-BUILD-EXTRACT-RTN.
           MOVE SPACES                TO ACCT-EXT-REC.
           MOVE WS-BUSINESS-DATE      TO AX-BUSINESS-DATE.
           MOVE ACCOUNT-NUMBER        TO AX-ACCOUNT-NUMBER.
           MOVE ACCOUNT-NAME          TO AX-ACCOUNT-NAME.
           MOVE ACCOUNT-TYPE          TO AX-ACCOUNT-TYPE.
           MOVE USER-ID-ACCT          TO AX-USER-ID-ACCT.
           MOVE ACCOUNT-BALANCE       TO AX-ACCOUNT-BALANCE.
           MOVE ACCOUNT-STATUS        TO AX-ACCOUNT-STATUS.
           MOVE CURRENCY-CODE         TO AX-CURRENCY-CODE.
           MOVE LAST-ACTIVITY-DATE    TO AX-LAST-ACTIVITY-DATE.
           MOVE OD-LIMIT              TO AX-OD-LIMIT.
           MOVE BRANCH-CODE           TO AX-BRANCH-CODE.
           MOVE CUSTOMER-NUMBER       TO AX-CUSTOMER-NUMBER.
           PERFORM 210-SUM-HOLDS-RTN.
           MOVE WS-HOLD-TOTAL         TO AX-HOLD-AMOUNT.
           COMPUTE AX-AVAILABLE-BALANCE =
                   ACCOUNT-BALANCE - WS-HOLD-TOTAL.
           PERFORM 250-DAY-TOTALS-RTN.
           WRITE ACCT-EXT-REC.
           ADD 1 TO WS-EXTRACT-COUNT.
           IF AX-DAY-POSTINGS > ZEROES
              ADD 1 TO WS-ACTIVE-COUNT
           END-IF.
           ADD AX-ACCOUNT-BALANCE TO WS-TOTAL-BALANCE.
           ADD AX-HOLD-AMOUNT     TO WS-TOTAL-HOLDS.
           ADD AX-DAY-CREDITS     TO WS-TOTAL-CREDITS.
           ADD AX-DAY-DEBITS      TO WS-TOTAL-DEBITS.
           ADD AX-DAY-FEES        TO WS-TOTAL-FEES.
           ADD AX-NET-CHANGE      TO WS-TOTAL-NET.
           PERFORM 850-UPDATE-RUN-CONTROL-RTN.
      *****************************************************************
       210-SUM-HOLDS-RTN.
           MOVE ZEROES TO WS-HOLD-TOTAL.
           MOVE ACCOUNT-NUMBER TO HF-ACCOUNT-NUMBER.
           MOVE ZEROES TO HF-HOLD-SEQ.
           MOVE 'N' TO HOLD-EOF-SW.
           START HOLD-FILE KEY IS NOT LESS THAN HF-KEY
              INVALID KEY
                 MOVE 'Y' TO HOLD-EOF-SW
           END-START.
           PERFORM 220-READ-NEXT-HOLD-RTN UNTIL HOLD-EOF-SW = 'Y'.
      *****************************************************************
       220-READ-NEXT-HOLD-RTN.
           READ HOLD-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO HOLD-EOF-SW
              NOT AT END
                 IF HF-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
                    MOVE 'Y' TO HOLD-EOF-SW
                 ELSE
                    IF HF-ACTIVE
                       ADD HF-AMOUNT TO WS-HOLD-TOTAL
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
      * THE TRANSFER FEE IS NOT LOGGED SEPARATELY, SO IT IS CHARGED  *
      * HERE BY ACCOUNT TYPE EXACTLY AS THE POSTING PROGRAMS DO.     *
      *****************************************************************
       250-DAY-TOTALS-RTN.
           MOVE ZEROES TO AX-DAY-CREDITS.
           MOVE ZEROES TO AX-DAY-DEBITS.
           MOVE ZEROES TO AX-DAY-FEES.
           MOVE ZEROES TO AX-DAY-POSTINGS.
           MOVE ZEROES TO AX-NET-CHANGE.
           IF SAVINGS-ACCOUNT
              MOVE WS-SAVINGS-FEE TO WS-APPLY-FEE
           ELSE
           IF CHECKING-ACCOUNT
              MOVE WS-CHECKING-FEE TO WS-APPLY-FEE
           ELSE
              MOVE ZEROES TO WS-APPLY-FEE
           END-IF
           END-IF.
           MOVE ACCOUNT-NUMBER TO DP-ACCOUNT-NUMBER.
           READ DAY-POST-FILE
              NOT INVALID KEY
                 MOVE DP-CREDITS  TO AX-DAY-CREDITS
                 MOVE DP-DEBITS   TO AX-DAY-DEBITS
                 MOVE DP-POSTINGS TO AX-DAY-POSTINGS
                 COMPUTE AX-DAY-FEES = WS-APPLY-FEE *
                         (DP-FEE-COUNT - DP-REFUND-COUNT)
                 COMPUTE AX-NET-CHANGE = AX-DAY-CREDITS
                         - AX-DAY-DEBITS - AX-DAY-FEES
           END-READ.
      *****************************************************************
       850-UPDATE-RUN-CONTROL-RTN.
           MOVE ACCOUNT-NUMBER TO RC-LAST-KEY.
           ADD 1 TO RC-RECORD-COUNT.
           REWRITE RUN-CTL-REC
              INVALID KEY
                 DISPLAY 'ACCTEXT - ERROR UPDATING RUN CONTROL'
           END-REWRITE.
      *****************************************************************
       A900-CLOSE-RTN.
           PERFORM 950-WRITE-TOTALS-RTN.
           CLOSE ACCOUNT-FILE.
           CLOSE HOLD-FILE.
           CLOSE DAY-POST-FILE.
           CLOSE ACCT-EXT-FILE.
           CLOSE REPORT-FILE.
           PERFORM 940-MARK-RUN-COMPLETE-RTN.
           DISPLAY 'ACCTEXT - ACCOUNTS EXTRACTED: ' WS-EXTRACT-COUNT.
           DISPLAY 'ACCTEXT - LOG ENTRIES FOR THE DAY: ' WS-LOG-READ.
           STOP RUN.
      *****************************************************************
       940-MARK-RUN-COMPLETE-RTN.
           MOVE 'C' TO RC-STATUS.
           ACCEPT RC-END-TIME FROM TIME.
           MOVE WS-EXTRACT-COUNT TO RC-RECORD-COUNT.
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE.
           REWRITE RUN-CTL-REC
              INVALID KEY
                 DISPLAY 'ACCTEXT - ERROR CLOSING RUN CONTROL'
           END-REWRITE.
           CLOSE RUN-CTL-FILE.
      *****************************************************************
      * THE CONTROL TOTALS LET THE NIGHT OPERATOR TIE THE EXTRACT TO *
      * EODBAL AND THE DAY'S LOG BEFORE THE PROOF JOBS RUN FROM IT.  *
      *****************************************************************
       950-WRITE-TOTALS-RTN.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ACCOUNT EXTRACT CONTROL TOTALS - '
                  WS-REPORT-MM '/' WS-REPORT-DD '/' WS-REPORT-YYYY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ACCOUNTS EXTRACTED:     ' WS-EXTRACT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ACCOUNTS WITH POSTINGS: ' WS-ACTIVE-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'LOG ENTRIES FOR DAY:    ' WS-LOG-READ
                  '   POSTING LEGS: ' WS-LOG-APPLIED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-BALANCE TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TOTAL BALANCE:    ' WS-AMOUNT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-HOLDS TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ACTIVE HOLDS:     ' WS-AMOUNT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-CREDITS TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'DAY CREDITS:      ' WS-AMOUNT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-DEBITS TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'DAY DEBITS:       ' WS-AMOUNT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-FEES TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TRANSFER FEES:    ' WS-AMOUNT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-NET TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'NET CHANGE:       ' WS-AMOUNT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
