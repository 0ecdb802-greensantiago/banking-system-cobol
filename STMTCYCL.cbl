      * THE TRANSACTIONS TO THE CYCLE PERIOD SINCE THE LAST          *
      * STATEMENT DATE HELD ON STMTCTL.DAT, PRINTS ONE STATEMENT PER *
      * ACCOUNT WITH A BROUGHT-FORWARD OPENING BALANCE, AND ROLLS    *
      * THE CYCLE CONTROL RECORD FORWARD.  ACCOUNTS OF CUSTOMERS WHO *
      * HAVE OPTED FOR THE CONSOLIDATED RELATIONSHIP STATEMENT ARE   *
      * LEFT TO RELSTMT, SO NO ONE RECEIVES BOTH.  AN ACCOUNT        *
      * ENROLLED FOR E-STATEMENTS ON ESTMT.DAT GETS ITS STATEMENT    *
      * WRITTEN TO ITS OWN FILE FOR THE SMS/EMAIL GATEWAY, WITH A    *
      * NOTIFQ.DAT ITEM TO SEND IT, AND IS LEFT OUT OF THE PRINT     *
      * RUN; ONE WHOSE LAST E-STATEMENT BOUNCED IS PRINTED AGAIN.    *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STMTCYCL.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACCOUNT-NUMBER
                  ALTERNATE KEY IS USER-ID-ACCT WITH DUPLICATES.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CU-CUSTOMER-NUMBER.
           SELECT TRAN-HIST-FILE ASSIGN TO 'TRANHIST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
           SELECT REPORT-FILE ASSIGN TO 'STMTCYCL.RPT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT ESTMT-FILE ASSIGN TO 'ESTMT.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ES-ACCOUNT-NUMBER
                  FILE STATUS IS WS-ESTMT-STATUS.
           SELECT ESTMT-OUT-FILE ASSIGN TO WS-ESTMT-FILE-NAME
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT NOTIF-FILE ASSIGN TO 'NOTIFQ.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACCOUNT-REC.
       COPY ACCOUNTFILE.
       FD  CUSTOMER-FILE
           RECORD CONTAINS 174 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CUSTOMER-REC.
       COPY CUSTFILE.
       FD  TRAN-HIST-FILE
           RECORD CONTAINS 101 CHARACTERS
           LABEL RECORD IS STANDARD
           LABEL RECORD IS STANDARD
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE                PIC X(80).
       FD  ESTMT-FILE
           RECORD CONTAINS 70 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ESTMT-REC.
       COPY ESTMT.
       FD  ESTMT-OUT-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ESTMT-OUT-LINE.
       01  ESTMT-OUT-LINE             PIC X(80).
       FD  NOTIF-FILE
           RECORD CONTAINS 134 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS NOTIF-REC.
       COPY NOTIFQ.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-CYCLE-END-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-CLOSING-BALANCE          PIC S9(10)V99 VALUE ZEROES.
       01  WS-TRAN-COUNT               PIC 9(5) VALUE ZEROES.
       01  WS-STMT-COUNT               PIC 9(7) VALUE ZEROES.
       01  WS-CONSOL-SKIPPED           PIC 9(7) VALUE ZEROES.
       01  CONSOL-SW                   PIC X VALUE 'N'.
       01  WS-CURRENT-TIME             PIC 9(8) VALUE ZEROES.
       01  WS-ESTMT-STATUS             PIC XX VALUE '00'.
       01  WS-ESTMT-FILE-NAME          PIC X(30) VALUE SPACES.
       01  WS-ESTMT-EMAIL              PIC X(30) VALUE SPACES.
       01  WS-PRINTED-COUNT            PIC 9(7) VALUE ZEROES.
       01  WS-EDELIVERED-COUNT         PIC 9(7) VALUE ZEROES.
       01  WS-BOUNCED-COUNT            PIC 9(7) VALUE ZEROES.
       01  ESTMT-SW                    PIC X VALUE 'N'.
       01  WS-BALANCE-DISPLAY          PIC ----,---,--9.99.
       01  WS-AMOUNT-DISPLAY           PIC ZZZ,ZZZ,ZZ9.99.
       01  ACCT-EOF-SW                 PIC X VALUE 'N'.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN INPUT ACCOUNT-FILE.
           OPEN INPUT CUSTOMER-FILE.
           OPEN INPUT TRAN-HIST-FILE.
           OPEN I-O STMT-CTL-FILE.
           OPEN OUTPUT REPORT-FILE.
           OPEN I-O ESTMT-FILE.
           IF WS-ESTMT-STATUS NOT = '00'
              OPEN OUTPUT ESTMT-FILE
              CLOSE ESTMT-FILE
              OPEN I-O ESTMT-FILE
           END-IF.
           OPEN EXTEND NOTIF-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           DISPLAY 'STMTCYCL - ENTER CYCLE END DATE (YYYYMMDD) OR 0'
                   ' FOR TODAY: '.
                 IF OPEN-ACCOUNT AND
                    (WS-SELECT-USER-ID = SPACES OR
                     USER-ID-ACCT = WS-SELECT-USER-ID)
                    PERFORM 050-CHECK-CONSOLIDATED-RTN
                    IF CONSOL-SW = 'Y'
                       ADD 1 TO WS-CONSOL-SKIPPED
                    ELSE
                       PERFORM 100-STATEMENT-ONE-ACCOUNT-RTN
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
       050-CHECK-CONSOLIDATED-RTN.
           MOVE 'N' TO CONSOL-SW.
           IF CUSTOMER-NUMBER NOT = ZEROES
              MOVE CUSTOMER-NUMBER TO CU-CUSTOMER-NUMBER
              READ CUSTOMER-FILE
                 NOT INVALID KEY
                    IF CU-CONSOLIDATED
                       MOVE 'Y' TO CONSOL-SW
                    END-IF
              END-READ
           END-IF.
      *****************************************************************
      * AN ENROLLED ACCOUNT IS SENT ELECTRONICALLY ONLY WHILE THERE  *
      * IS AN EMAIL ADDRESS TO SEND TO - THE CUSTOMER'S ON THE CIF,  *
      * OR THE ACCOUNT'S OWN WHEN THERE IS NO CIF RECORD.  A BOUNCED *
      * ENROLLMENT STAYS ON PAPER UNTIL THE BRANCH RE-ENROLLS IT.    *
      *****************************************************************
       060-CHECK-ESTMT-RTN.
           MOVE 'N' TO ESTMT-SW.
           MOVE ACCOUNT-NUMBER TO ES-ACCOUNT-NUMBER.
           READ ESTMT-FILE
              NOT INVALID KEY
                 IF ES-ENROLLED
                    PERFORM 070-FIND-EMAIL-RTN
                    IF WS-ESTMT-EMAIL NOT = SPACES
                       MOVE 'Y' TO ESTMT-SW
                    END-IF
                 ELSE
                 IF ES-BOUNCED
                    ADD 1 TO WS-BOUNCED-COUNT
                 END-IF
                 END-IF
           END-READ.
           IF ESTMT-SW = 'Y'
              INITIALIZE WS-ESTMT-FILE-NAME
              STRING 'ESTM' ACCOUNT-NUMBER '.TXT'
                     DELIMITED BY SIZE INTO WS-ESTMT-FILE-NAME
              END-STRING
              OPEN OUTPUT ESTMT-OUT-FILE
           END-IF.
      *****************************************************************
       070-FIND-EMAIL-RTN.
           MOVE CONTACT-EMAIL-ADDRESS OF ACCOUNT-REC
             TO WS-ESTMT-EMAIL.
           IF CUSTOMER-NUMBER NOT = ZEROES
              MOVE CUSTOMER-NUMBER TO CU-CUSTOMER-NUMBER
              READ CUSTOMER-FILE
                 NOT INVALID KEY
                    MOVE CU-CONTACT-EMAIL TO WS-ESTMT-EMAIL
              END-READ
           END-IF.
      *****************************************************************
       100-STATEMENT-ONE-ACCOUNT-RTN.
           PERFORM 060-CHECK-ESTMT-RTN.
           MOVE ACCOUNT-NUMBER TO SC-ACCOUNT-NUMBER.
           READ STMT-CTL-FILE
              INVALID KEY
           PERFORM 400-WRITE-STMT-TOTALS-RTN.
           PERFORM 500-ROLL-CYCLE-CONTROL-RTN.
           ADD 1 TO WS-STMT-COUNT.
           IF ESTMT-SW = 'Y'
              CLOSE ESTMT-OUT-FILE
              PERFORM 550-QUEUE-ESTMT-RTN
              ADD 1 TO WS-EDELIVERED-COUNT
           ELSE
              ADD 1 TO WS-PRINTED-COUNT
           END-IF.
      *****************************************************************
       200-WRITE-STMT-HEADINGS-RTN.
           MOVE ALL '=' TO REPORT-LINE.
           PERFORM 600-WRITE-LINE-RTN.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ACCOUNT STATEMENT - ' ACCOUNT-NAME
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM 600-WRITE-LINE-RTN.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ACCOUNT NUMBER: ' ACCOUNT-NUMBER
                  '   CYCLE END ' WS-CYCLE-END-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM 600-WRITE-LINE-RTN.
           MOVE WS-BF-BALANCE TO WS-BALANCE-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'BALANCE BROUGHT FORWARD: ' WS-BALANCE-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM 600-WRITE-LINE-RTN.
           MOVE SPACES TO REPORT-LINE.
           PERFORM 600-WRITE-LINE-RTN.
           MOVE 'DATE       TYPE        DEBIT        CREDIT     TELLER'
             TO REPORT-LINE.
           PERFORM 600-WRITE-LINE-RTN.
           MOVE ALL '-' TO REPORT-LINE.
           PERFORM 600-WRITE-LINE-RTN.
      *****************************************************************
       300-READ-PERIOD-RTN.
           READ TRAN-HIST-FILE NEXT RECORD
                INTO REPORT-LINE
              END-STRING
           END-IF.
           PERFORM 600-WRITE-LINE-RTN.
           ADD 1 TO WS-TRAN-COUNT.
      *****************************************************************
       400-WRITE-STMT-TOTALS-RTN.
           COMPUTE WS-CLOSING-BALANCE = WS-BF-BALANCE
                   + WS-PERIOD-CREDITS - WS-PERIOD-DEBITS.
           MOVE SPACES TO REPORT-LINE.
           PERFORM 600-WRITE-LINE-RTN.
           MOVE WS-PERIOD-DEBITS TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TOTAL DEBITS THIS CYCLE:  ' WS-AMOUNT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM 600-WRITE-LINE-RTN.
           MOVE WS-PERIOD-CREDITS TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TOTAL CREDITS THIS CYCLE: ' WS-AMOUNT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM 600-WRITE-LINE-RTN.
           MOVE WS-CLOSING-BALANCE TO WS-BALANCE-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CLOSING BALANCE:          ' WS-BALANCE-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM 600-WRITE-LINE-RTN.
           MOVE SPACES TO REPORT-LINE.
           PERFORM 600-WRITE-LINE-RTN.
      *****************************************************************
       500-ROLL-CYCLE-CONTROL-RTN.
           MOVE ACCOUNT-NUMBER TO SC-ACCOUNT-NUMBER.
              INVALID KEY
                 WRITE STMT-CTL-REC
           END-REWRITE.
      *****************************************************************
      * THE GATEWAY PICKS THE STATEMENT FILE UP BY THE NAME CARRIED  *
      * IN THE MESSAGE.  THE QUEUE ITEM'S DATE AND TIME ARE KEPT ON  *
      * THE ENROLLMENT SO NOTIFRSP CAN TIE A BOUNCE BACK TO IT.      *
      *****************************************************************
       550-QUEUE-ESTMT-RTN.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO NQ-DATE.
           MOVE WS-CURRENT-TIME TO NQ-TIME.
           MOVE ACCOUNT-NUMBER TO NQ-ACCOUNT-NUMBER.
           MOVE SPACES TO NQ-CONTACT-NUMBER.
           MOVE WS-ESTMT-EMAIL TO NQ-CONTACT-EMAIL.
           INITIALIZE NQ-MESSAGE.
           STRING 'E-STATEMENT ' WS-ESTMT-FILE-NAME (1:18)
                  ' CYCLE END ' WS-CYCLE-END-DATE
                  DELIMITED BY SIZE INTO NQ-MESSAGE
           END-STRING.
           MOVE 'P' TO NQ-STATUS.
           MOVE ZEROES TO NQ-RETRY-COUNT.
           WRITE NOTIF-REC.
           MOVE WS-CYCLE-END-DATE TO ES-LAST-CYCLE-DATE.
           MOVE WS-CURRENT-DATE TO ES-LAST-SENT-DATE.
           MOVE WS-CURRENT-TIME TO ES-LAST-SENT-TIME.
           MOVE 'P' TO ES-LAST-RESULT.
           REWRITE ESTMT-REC
              INVALID KEY
                 DISPLAY 'STMTCYCL - ERROR UPDATING E-STATEMENT '
                         ES-ACCOUNT-NUMBER
           END-REWRITE.
      *****************************************************************
       600-WRITE-LINE-RTN.
           IF ESTMT-SW = 'Y'
              MOVE REPORT-LINE TO ESTMT-OUT-LINE
              WRITE ESTMT-OUT-LINE
           ELSE
              WRITE REPORT-LINE
           END-IF.
      *****************************************************************
       A900-CLOSE-RTN.
           MOVE ALL '=' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'STATEMENT CYCLE SUMMARY' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'PRINTED:                  ' WS-PRINTED-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'E-DELIVERED:              ' WS-EDELIVERED-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'BOUNCED - BACK ON PAPER:  ' WS-BOUNCED-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'LEFT TO CONSOLIDATED RUN: ' WS-CONSOL-SKIPPED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE ACCOUNT-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE TRAN-HIST-FILE.
           CLOSE STMT-CTL-FILE.
           CLOSE REPORT-FILE.
           CLOSE ESTMT-FILE.
           CLOSE NOTIF-FILE.
           DISPLAY 'STMTCYCL - STATEMENTS PRODUCED: ' WS-STMT-COUNT.
           DISPLAY 'STMTCYCL - LEFT TO CONSOLIDATED RUN: '
                   WS-CONSOL-SKIPPED.
           DISPLAY 'STMTCYCL - PRINTED: ' WS-PRINTED-COUNT.
           DISPLAY 'STMTCYCL - E-DELIVERED: ' WS-EDELIVERED-COUNT.
           DISPLAY 'STMTCYCL - BOUNCED, BACK ON PAPER: '
                   WS-BOUNCED-COUNT.
           STOP RUN.
