      ****************************************************************
      * THIS PROGRAM IS THE SAFE DEPOSIT BOX RENT-BILLING BATCH.     *
      * RENT IS PAYABLE YEARLY IN ADVANCE.  EVERY AGREEMENT ON       *
      * SDBRENT.DAT STILL IN FORCE WHOSE RENT IS PAID ONLY TO THE    *
      * BUSINESS DATE OR EARLIER IS BILLED: THE YEAR'S RENT IS       *
      * DEBITED TO THE RENT ACCOUNT WITH AN SDBRENT TRANLOG ENTRY,   *
      * WHICH GLPOST BOOKS TO BOX RENT INCOME, AND THE PAID-TO DATE  *
      * MOVES ON A YEAR.  A RENT THE ACCOUNT CANNOT COVER (OR AN     *
      * ACCOUNT NO LONGER OPEN) IS NEVER OVERDRAWN - THE BOX IS      *
      * LISTED AS DELINQUENT AND THE RENTER IS NOTIFIED, AND THE     *
      * RENT IS TRIED AGAIN ON EVERY LATER RUN.  A BOX STILL UNPAID  *
      * SDBDRILL DAYS (SYSCTL, 30/360) AFTER THE RENT FELL DUE IS    *
      * ORDERED FOR DRILLING AND LISTED ON SDBDRILL.RPT; THE         *
      * DRILLING ITSELF IS RECORDED IN SDBMAINT.                     *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDBBILL.
       AUTHOR. GERAD CARLOS TUPAZ.
       DATE-WRITTEN. 10 15 2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SDB-RENT-FILE ASSIGN TO 'SDBRENT.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SR-AGREEMENT-NUMBER
                  ALTERNATE KEY IS SR-BOX-KEY WITH DUPLICATES.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNT.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACCOUNT-NUMBER
                  ALTERNATE KEY IS USER-ID-ACCT WITH DUPLICATES.
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
           SELECT REPORT-FILE ASSIGN TO 'SDBBILL.RPT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT DRILL-REPORT-FILE ASSIGN TO 'SDBDRILL.RPT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO 'JOURNAL.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  SDB-RENT-FILE
           RECORD CONTAINS 107 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS SDB-RENT-REC.
       COPY SDBRENT.
       FD  ACCOUNT-FILE
           RECORD CONTAINS 201 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACCOUNT-REC.
       COPY ACCOUNTFILE.
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
       FD  DRILL-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS DRILL-REPORT-LINE.
       01  DRILL-REPORT-LINE         PIC X(100).
       FD  JOURNAL-FILE
           RECORD CONTAINS 370 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS JOURNAL-REC.
       COPY JRNL.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-DRILL-DAYS             PIC 9(5) VALUE 180.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-CURRENT-TIME           PIC 9(8) VALUE ZEROES.
       01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZEROES.
       01  WS-DATE-SPLIT.
           05 WS-DS-YYYY             PIC 9(4).
           05 WS-DS-MM               PIC 9(2).
           05 WS-DS-DD               PIC 9(2).
       01  WS-BUS-DAYNO              PIC 9(7) VALUE ZEROES.
       01  WS-DUE-DAYNO              PIC 9(7) VALUE ZEROES.
       01  WS-DAYS-OVERDUE           PIC S9(7) VALUE ZEROES.
       01  WS-ACCT-STATE             PIC X VALUE SPACES.
           88 WS-ACCT-CAN-PAY        VALUE 'P'.
           88 WS-ACCT-NOT-FOUND      VALUE 'N'.
           88 WS-ACCT-NOT-OPEN       VALUE 'C'.
           88 WS-ACCT-SHORT          VALUE 'S'.
       01  WS-REASON                 PIC X(22) VALUE SPACES.
       01  WS-NOTICE                 PIC X(60) VALUE SPACES.
       01  WS-BOX-DISPLAY.
           05 WS-BD-BRANCH           PIC X(4).
           05 FILLER                 PIC X VALUE '/'.
           05 WS-BD-BOX              PIC 9(5).
       01  WS-AGREEMENTS-BILLED      PIC 9(7) VALUE ZEROES.
       01  WS-AGREEMENTS-DELINQ      PIC 9(7) VALUE ZEROES.
       01  WS-DRILLS-ORDERED         PIC 9(7) VALUE ZEROES.
       01  WS-DRILLS-OUTSTANDING     PIC 9(7) VALUE ZEROES.
       01  WS-TOTAL-BILLED           PIC 9(11)V99 VALUE ZEROES.
       01  WS-AMOUNT-DISPLAY         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-DAYS-DISPLAY           PIC ZZZZ9.
       01  EOF-SW                    PIC X VALUE 'N'.
           88 END-OF-RENT-FILE       VALUE 'Y'.
      *****************************************************************
       PROCEDURE DIVISION.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A300-PROCESS-RTN UNTIL END-OF-RENT-FILE.
           PERFORM A900-CLOSE-RTN.
           STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN EXTEND JOURNAL-FILE.
           OPEN I-O SDB-RENT-FILE.
           OPEN I-O ACCOUNT-FILE.
           OPEN EXTEND TRAN-LOG-FILE.
           OPEN EXTEND NOTIF-FILE.
           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT DRILL-REPORT-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
           OPEN INPUT SYSCTL-FILE.
           MOVE 'BUSDATE   ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-BUSINESS-DATE
           END-READ.
           MOVE 'SDBDRILL  ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-NUM-VALUE TO WS-DRILL-DAYS
           END-READ.
           CLOSE SYSCTL-FILE.
           MOVE WS-BUSINESS-DATE TO WS-DATE-SPLIT.
           COMPUTE WS-BUS-DAYNO = WS-DS-YYYY * 360 + WS-DS-MM * 30
                   + WS-DS-DD.
           DISPLAY 'SDBBILL - SAFE DEPOSIT BOX RENT BILLING FOR '
                   WS-BUSINESS-DATE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'SAFE DEPOSIT BOX RENT BILLING REGISTER - '
                  WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'AGREEMENT'         TO REPORT-LINE (1:9).
           MOVE 'BOX'               TO REPORT-LINE (11:3).
           MOVE 'RENT ACCOUNT'      TO REPORT-LINE (23:12).
           MOVE 'RENT'              TO REPORT-LINE (44:4).
           MOVE 'PAID TO'           TO REPORT-LINE (49:7).
           MOVE 'RESULT'            TO REPORT-LINE (58:6).
           WRITE REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO DRILL-REPORT-LINE.
           STRING 'SAFE DEPOSIT BOXES ORDERED FOR DRILLING - '
                  WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO DRILL-REPORT-LINE
           END-STRING.
           WRITE DRILL-REPORT-LINE.
           MOVE SPACES TO DRILL-REPORT-LINE.
           MOVE 'BOX'               TO DRILL-REPORT-LINE (1:3).
           MOVE 'AGREEMENT'         TO DRILL-REPORT-LINE (12:9).
           MOVE 'CIF'               TO DRILL-REPORT-LINE (22:3).
           MOVE 'RENT DUE'          TO DRILL-REPORT-LINE (31:8).
           MOVE 'DAYS'              TO DRILL-REPORT-LINE (41:4).
           MOVE 'REASON'            TO DRILL-REPORT-LINE (46:6).
           WRITE DRILL-REPORT-LINE.
           MOVE ALL '-' TO DRILL-REPORT-LINE.
           WRITE DRILL-REPORT-LINE.
           MOVE ZEROES TO SR-AGREEMENT-NUMBER.
           START SDB-RENT-FILE KEY IS NOT LESS THAN SR-AGREEMENT-NUMBER
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
           END-START.
      *****************************************************************
       A300-PROCESS-RTN.
           READ SDB-RENT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF SR-IN-FORCE AND
                    SR-PAID-TO-DATE NOT > WS-BUSINESS-DATE
                    PERFORM 100-BILL-ONE-AGREEMENT-RTN
                 END-IF
           END-READ.
      *****************************************************************
       100-BILL-ONE-AGREEMENT-RTN.
           MOVE SR-BRANCH-CODE TO WS-BD-BRANCH.
           MOVE SR-BOX-NUMBER  TO WS-BD-BOX.
           PERFORM 150-CHECK-RENT-ACCOUNT-RTN.
           IF WS-ACCT-CAN-PAY
              PERFORM 200-POST-RENT-RTN
           ELSE
              PERFORM 300-DELINQUENT-RTN
           END-IF.
      *****************************************************************
       150-CHECK-RENT-ACCOUNT-RTN.
           MOVE SR-RENT-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
              INVALID KEY
                 MOVE 'N' TO WS-ACCT-STATE
                 MOVE 'ACCOUNT NOT FOUND' TO WS-REASON
              NOT INVALID KEY
                 IF NOT OPEN-ACCOUNT
                    MOVE 'C' TO WS-ACCT-STATE
                    MOVE 'ACCOUNT NOT OPEN' TO WS-REASON
                 ELSE
                 IF SR-ANNUAL-RENT > ACCOUNT-BALANCE
                    MOVE 'S' TO WS-ACCT-STATE
                    MOVE 'INSUFFICIENT BALANCE' TO WS-REASON
                 ELSE
                    MOVE 'P' TO WS-ACCT-STATE
                    MOVE SPACES TO WS-REASON
                 END-IF
                 END-IF
           END-READ.
      *****************************************************************
      * A PAID AGREEMENT IS BACK IN FORCE EVEN IF IT HAD BEEN        *
      * ORDERED FOR DRILLING, AS LONG AS THE BOX HAS NOT YET BEEN    *
      * DRILLED.  THE PAID-TO DATE MOVES ON ONE YEAR PER RUN, SO     *
      * SEVERAL YEARS IN ARREARS ARE COLLECTED OVER SUCCESSIVE RUNS. *
      *****************************************************************
       200-POST-RENT-RTN.
           SUBTRACT SR-ANNUAL-RENT FROM ACCOUNT-BALANCE.
           MOVE WS-CURRENT-DATE TO LAST-ACTIVITY-DATE.
           REWRITE ACCOUNT-REC
              INVALID KEY
                 DISPLAY 'SDBBILL - ERROR POSTING ACCOUNT '
                         ACCOUNT-NUMBER
              NOT INVALID KEY
                 PERFORM 880-WRITE-ACCT-JOURNAL-RTN
                 PERFORM 250-WRITE-TRANLOG-RTN
                 PERFORM 270-ADVANCE-PAID-TO-RTN
                 MOVE 'A' TO SR-STATUS
                 MOVE ZEROES TO SR-DELINQ-DATE
                 REWRITE SDB-RENT-REC
                    INVALID KEY
                       DISPLAY 'SDBBILL - ERROR UPDATING AGREEMENT '
                               SR-AGREEMENT-NUMBER
                 END-REWRITE
                 ADD 1 TO WS-AGREEMENTS-BILLED
                 ADD SR-ANNUAL-RENT TO WS-TOTAL-BILLED
                 MOVE 'BILLED' TO WS-REASON
                 PERFORM 500-REGISTER-LINE-RTN
           END-REWRITE.
      *****************************************************************
       250-WRITE-TRANLOG-RTN.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-BUSINESS-DATE    TO TRAN-DATE.
           MOVE WS-CURRENT-TIME     TO TRAN-TIME.
           MOVE 'SDBRENT'           TO TRAN-TYPE.
           MOVE ACCOUNT-NUMBER      TO TRAN-FROM-ACCOUNT.
           MOVE ZEROES              TO TRAN-TO-ACCOUNT.
           MOVE SR-ANNUAL-RENT      TO TRAN-AMOUNT.
           MOVE 'SDBBILL'           TO TRAN-TELLER-ID.
           MOVE ZEROES              TO TRAN-FX-RATE.
           MOVE WS-CURRENT-DATE     TO TRAN-ACTUAL-DATE.
           MOVE SR-BRANCH-CODE      TO TRAN-BRANCH-CODE.
           MOVE SR-AGREEMENT-NUMBER TO TRAN-REFERENCE.
           WRITE TRAN-LOG-REC.
      *****************************************************************
       270-ADVANCE-PAID-TO-RTN.
           MOVE SR-PAID-TO-DATE TO WS-DATE-SPLIT.
           ADD 1 TO WS-DS-YYYY.
           IF WS-DS-MM = 2 AND WS-DS-DD = 29
              MOVE 28 TO WS-DS-DD
           END-IF.
           MOVE WS-DATE-SPLIT TO SR-PAID-TO-DATE.
      *****************************************************************
      * THE FIRST MISSED RENT MARKS THE AGREEMENT DELINQUENT FROM    *
      * THE DUE DATE.  ONCE IT HAS STAYED UNPAID FOR THE DRILLING    *
      * PERIOD THE BOX IS ORDERED FOR DRILLING; A BOX ALREADY SO     *
      * ORDERED IS LISTED AGAIN UNTIL SDBMAINT RECORDS THE DRILLING. *
      *****************************************************************
       300-DELINQUENT-RTN.
           IF SR-ACTIVE
              MOVE 'D' TO SR-STATUS
              MOVE SR-PAID-TO-DATE TO SR-DELINQ-DATE
              MOVE 'SAFE DEPOSIT BOX RENT UNPAID - PLEASE FUND ACCOUNT'
                TO WS-NOTICE
              PERFORM 600-QUEUE-NOTICE-RTN
           END-IF.
           MOVE SR-DELINQ-DATE TO WS-DATE-SPLIT.
           COMPUTE WS-DUE-DAYNO = WS-DS-YYYY * 360 + WS-DS-MM * 30
                   + WS-DS-DD.
           COMPUTE WS-DAYS-OVERDUE = WS-BUS-DAYNO - WS-DUE-DAYNO.
           IF SR-DELINQUENT AND WS-DAYS-OVERDUE NOT < WS-DRILL-DAYS
              MOVE 'O' TO SR-STATUS
              ADD 1 TO WS-DRILLS-ORDERED
              MOVE 'SAFE DEPOSIT BOX RENT UNPAID - BOX WILL BE DRILLED'
                TO WS-NOTICE
              PERFORM 600-QUEUE-NOTICE-RTN
              PERFORM 400-DRILL-LINE-RTN
           ELSE
           IF SR-DRILL-DUE
              ADD 1 TO WS-DRILLS-OUTSTANDING
              PERFORM 400-DRILL-LINE-RTN
           END-IF
           END-IF.
           REWRITE SDB-RENT-REC
              INVALID KEY
                 DISPLAY 'SDBBILL - ERROR UPDATING AGREEMENT '
                         SR-AGREEMENT-NUMBER
           END-REWRITE.
           ADD 1 TO WS-AGREEMENTS-DELINQ.
           PERFORM 500-REGISTER-LINE-RTN.
      *****************************************************************
       400-DRILL-LINE-RTN.
           MOVE WS-DAYS-OVERDUE TO WS-DAYS-DISPLAY.
           MOVE SPACES TO DRILL-REPORT-LINE.
           STRING WS-BOX-DISPLAY      DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  SR-AGREEMENT-NUMBER DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  SR-CUSTOMER-NUMBER  DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  SR-DELINQ-DATE      DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-DAYS-DISPLAY     DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-REASON           DELIMITED BY SIZE
             INTO DRILL-REPORT-LINE
           END-STRING.
           WRITE DRILL-REPORT-LINE.
      *****************************************************************
       500-REGISTER-LINE-RTN.
           MOVE SR-ANNUAL-RENT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING SR-AGREEMENT-NUMBER DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  WS-BOX-DISPLAY      DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  SR-RENT-ACCOUNT     DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY   DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  SR-PAID-TO-DATE     DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-REASON           DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           IF WS-REASON NOT = 'BILLED'
              MOVE 'DELINQUENT' TO REPORT-LINE (82:10)
           END-IF.
           WRITE REPORT-LINE.
      *****************************************************************
       600-QUEUE-NOTICE-RTN.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO NQ-DATE.
           MOVE WS-CURRENT-TIME TO NQ-TIME.
           MOVE SR-RENT-ACCOUNT TO NQ-ACCOUNT-NUMBER.
           IF WS-ACCT-NOT-FOUND
              MOVE SPACES TO NQ-CONTACT-NUMBER
              MOVE SPACES TO NQ-CONTACT-EMAIL
           ELSE
              MOVE CONTACT-NUMBER OF ACCOUNT-REC TO NQ-CONTACT-NUMBER
              MOVE CONTACT-EMAIL-ADDRESS OF ACCOUNT-REC
                TO NQ-CONTACT-EMAIL
           END-IF.
           MOVE WS-NOTICE TO NQ-MESSAGE.
           MOVE 'P' TO NQ-STATUS.
           MOVE ZEROES TO NQ-RETRY-COUNT.
           WRITE NOTIF-REC.
      *****************************************************************
       A900-CLOSE-RTN.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-BILLED TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'AGREEMENTS BILLED: ' WS-AGREEMENTS-BILLED
                  '  DELINQUENT: ' WS-AGREEMENTS-DELINQ
                  '  TOTAL RENT: ' WS-AMOUNT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE ALL '-' TO DRILL-REPORT-LINE.
           WRITE DRILL-REPORT-LINE.
           MOVE SPACES TO DRILL-REPORT-LINE.
           STRING 'NEWLY ORDERED: ' WS-DRILLS-ORDERED
                  '  AWAITING DRILLING: ' WS-DRILLS-OUTSTANDING
                  DELIMITED BY SIZE INTO DRILL-REPORT-LINE
           END-STRING.
           WRITE DRILL-REPORT-LINE.
           CLOSE SDB-RENT-FILE.
           CLOSE ACCOUNT-FILE.
           CLOSE TRAN-LOG-FILE.
           CLOSE NOTIF-FILE.
           CLOSE REPORT-FILE.
           CLOSE DRILL-REPORT-FILE.
           CLOSE JOURNAL-FILE.
           DISPLAY 'SDBBILL - AGREEMENTS BILLED: ' WS-AGREEMENTS-BILLED.
           DISPLAY 'SDBBILL - AGREEMENTS DELINQUENT: '
                   WS-AGREEMENTS-DELINQ.
           DISPLAY 'SDBBILL - BOXES ORDERED FOR DRILLING: '
                   WS-DRILLS-ORDERED.
      *****************************************************************
      * EVERY MASTER-FILE UPDATE ALSO WRITES ITS AFTER-IMAGE TO THE  *
      * DAILY JOURNAL SO JRNLAPLY CAN ROLL A RESTORED FILE FORWARD.  *
      *****************************************************************
       880-WRITE-ACCT-JOURNAL-RTN.
           ACCEPT JR-DATE FROM DATE YYYYMMDD.
           ACCEPT JR-TIME FROM TIME.
           MOVE 'SDBBILL' TO JR-PROGRAM.
           MOVE 'BATCH'    TO JR-OPERATOR.
           MOVE 'ACCOUNT' TO JR-FILE-ID.
           MOVE SPACES TO JR-IMAGE.
           MOVE ACCOUNT-REC TO JR-IMAGE.
           WRITE JOURNAL-REC.
