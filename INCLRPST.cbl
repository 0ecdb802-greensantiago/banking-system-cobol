      ****************************************************************
      * THIS PROGRAM IS THE NIGHTLY INBOUND CLEARING JOB.  IT POSTS  *
      * THE CREDIT TRANSFERS OTHER BANKS SEND TO OUR CUSTOMERS ON    *
      * INCLRIN.DAT.  EACH ITEM IS PROVED AGAINST THE ACCOUNT        *
      * MASTER - THE ACCOUNT MUST EXIST, BE OPEN, NOT BE FROZEN AND  *
      * CARRY THE ITEM'S CURRENCY.  A GOOD ITEM IS CREDITED WITH AN  *
      * INCLEARING TRANLOG ENTRY (BOOKED BY GLPOST AGAINST THE       *
      * CLEARING ACCOUNT) AND A CREDIT ADVICE IS QUEUED ON NOTIFQ.   *
      * AN ITEM WE CANNOT APPLY IS WRITTEN TO INCLRRET.DAT WITH A    *
      * REASON SO THE SENDING BANK GETS ITS MONEY BACK.              *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCLRPST.
       AUTHOR. GERAD CARLOS TUPAZ.
       DATE-WRITTEN. 09 01 2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IN-CLR-FILE ASSIGN TO 'INCLRIN.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT IN-RET-FILE ASSIGN TO 'INCLRRET.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
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
           SELECT REPORT-FILE ASSIGN TO 'INCLRPST.RPT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO 'JOURNAL.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  IN-CLR-FILE
           RECORD CONTAINS 84 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS IN-CLR-REC.
       COPY INCLRIN.
       FD  IN-RET-FILE
           RECORD CONTAINS 86 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS IN-RET-REC.
       COPY INCLRRET.
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
       01  WS-ITEMS-READ             PIC 9(7) VALUE ZEROES.
       01  WS-ITEMS-POSTED           PIC 9(7) VALUE ZEROES.
       01  WS-ITEMS-RETURNED         PIC 9(7) VALUE ZEROES.
       01  WS-POSTED-TOTAL           PIC 9(11)V99 VALUE ZEROES.
       01  WS-RETURNED-TOTAL         PIC 9(11)V99 VALUE ZEROES.
       01  WS-RETURN-CODE            PIC X(2) VALUE SPACES.
       01  WS-RETURN-TEXT            PIC X(30) VALUE SPACES.
       01  WS-AMOUNT-DISPLAY         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-DISPLAY          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  EOF-SW                    PIC X VALUE 'N'.
           88 END-OF-INBOUND-FILE    VALUE 'Y'.
      *****************************************************************
       PROCEDURE DIVISION.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A300-PROCESS-RTN UNTIL END-OF-INBOUND-FILE.
           PERFORM A900-CLOSE-RTN.
           STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN EXTEND JOURNAL-FILE.
           OPEN INPUT IN-CLR-FILE.
           OPEN OUTPUT IN-RET-FILE.
           OPEN I-O ACCOUNT-FILE.
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
           DISPLAY 'INCLRPST - INBOUND CLEARING STARTED'.
           MOVE 'INBOUND CLEARING CREDIT REGISTER' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'BANK CODE  SENDER REF   ACCOUNT          AMOUNT CCY'
             TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
      *****************************************************************
       A300-PROCESS-RTN.
           READ IN-CLR-FILE
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 ADD 1 TO WS-ITEMS-READ
                 PERFORM 100-VALIDATE-ONE-RTN
           END-READ.
      *****************************************************************
      * AN ITEM IS ONLY APPLIED TO AN OPEN, UNFROZEN ACCOUNT IN THE  *
      * SAME CURRENCY; ANYTHING ELSE GOES BACK TO THE SENDING BANK.  *
      *****************************************************************
       100-VALIDATE-ONE-RTN.
           MOVE SPACES TO WS-RETURN-CODE.
           MOVE IC-DEST-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
              INVALID KEY
                 MOVE 'NA' TO WS-RETURN-CODE
                 MOVE 'NO SUCH ACCOUNT' TO WS-RETURN-TEXT
              NOT INVALID KEY
                 IF FROZEN-ACCOUNT
                    MOVE 'AF' TO WS-RETURN-CODE
                    MOVE 'ACCOUNT FROZEN' TO WS-RETURN-TEXT
                 ELSE
                 IF NOT OPEN-ACCOUNT
                    MOVE 'AC' TO WS-RETURN-CODE
                    MOVE 'ACCOUNT NOT OPEN' TO WS-RETURN-TEXT
                 ELSE
                 IF CURRENCY-CODE NOT = IC-CURRENCY-CODE
                    MOVE 'CU' TO WS-RETURN-CODE
                    MOVE 'CURRENCY DOES NOT MATCH ACCOUNT'
                      TO WS-RETURN-TEXT
                 END-IF
                 END-IF
                 END-IF
           END-READ.
           IF WS-RETURN-CODE = SPACES
              PERFORM 200-POST-CREDIT-RTN
           ELSE
              PERFORM 500-RETURN-ITEM-RTN
           END-IF.
      *****************************************************************
       200-POST-CREDIT-RTN.
           ADD IC-AMOUNT TO ACCOUNT-BALANCE.
           MOVE WS-CURRENT-DATE TO LAST-ACTIVITY-DATE.
           REWRITE ACCOUNT-REC
              INVALID KEY
                 DISPLAY 'INCLRPST - ERROR CREDITING ACCOUNT '
                         IC-DEST-ACCOUNT
                 MOVE 'NA' TO WS-RETURN-CODE
                 MOVE 'ACCOUNT COULD NOT BE UPDATED'
                   TO WS-RETURN-TEXT
                 PERFORM 500-RETURN-ITEM-RTN
              NOT INVALID KEY
                 PERFORM 880-WRITE-ACCT-JOURNAL-RTN
                 PERFORM 300-WRITE-TRANLOG-RTN
                 PERFORM 400-WRITE-NOTIF-RTN
                 ADD 1 TO WS-ITEMS-POSTED
                 ADD IC-AMOUNT TO WS-POSTED-TOTAL
                 MOVE IC-AMOUNT TO WS-AMOUNT-DISPLAY
                 MOVE SPACES TO REPORT-LINE
                 STRING IC-BANK-CODE      DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        IC-SENDER-REF     DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        IC-DEST-ACCOUNT   DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        IC-CURRENCY-CODE  DELIMITED BY SIZE
                        '  POSTED'        DELIMITED BY SIZE
                   INTO REPORT-LINE
                 END-STRING
                 WRITE REPORT-LINE
           END-REWRITE.
      *****************************************************************
       300-WRITE-TRANLOG-RTN.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-BUSINESS-DATE TO TRAN-DATE.
           MOVE WS-CURRENT-TIME  TO TRAN-TIME.
           MOVE 'INCLEARING'     TO TRAN-TYPE.
           MOVE ZEROES           TO TRAN-FROM-ACCOUNT.
           MOVE IC-DEST-ACCOUNT  TO TRAN-TO-ACCOUNT.
           MOVE IC-AMOUNT        TO TRAN-AMOUNT.
           MOVE 'CLEARING'       TO TRAN-TELLER-ID.
           MOVE ZEROES           TO TRAN-FX-RATE.
           MOVE WS-CURRENT-DATE  TO TRAN-ACTUAL-DATE.
           MOVE BRANCH-CODE      TO TRAN-BRANCH-CODE.
           MOVE IC-SENDER-REF    TO TRAN-REFERENCE.
           WRITE TRAN-LOG-REC.
      *****************************************************************
       400-WRITE-NOTIF-RTN.
           MOVE WS-CURRENT-DATE TO NQ-DATE.
           MOVE WS-CURRENT-TIME TO NQ-TIME.
           MOVE IC-DEST-ACCOUNT TO NQ-ACCOUNT-NUMBER.
           MOVE CONTACT-NUMBER OF ACCOUNT-REC TO NQ-CONTACT-NUMBER.
           MOVE CONTACT-EMAIL-ADDRESS OF ACCOUNT-REC
             TO NQ-CONTACT-EMAIL.
           MOVE IC-AMOUNT TO WS-AMOUNT-DISPLAY.
           INITIALIZE NQ-MESSAGE.
           STRING 'INCOMING TRANSFER OF ' WS-AMOUNT-DISPLAY
                  ' CREDITED FROM ' IC-BANK-CODE
                  DELIMITED BY SIZE INTO NQ-MESSAGE
           END-STRING.
           MOVE 'P' TO NQ-STATUS.
           MOVE ZEROES TO NQ-RETRY-COUNT.
           WRITE NOTIF-REC.
      *****************************************************************
       500-RETURN-ITEM-RTN.
           MOVE IC-BANK-CODE     TO IR-BANK-CODE.
           MOVE IC-SENDER-REF    TO IR-SENDER-REF.
           MOVE WS-BUSINESS-DATE TO IR-RETURN-DATE.
           MOVE IC-DEST-ACCOUNT  TO IR-DEST-ACCOUNT.
           MOVE IC-AMOUNT        TO IR-AMOUNT.
           MOVE IC-CURRENCY-CODE TO IR-CURRENCY-CODE.
           MOVE WS-RETURN-CODE   TO IR-REASON-CODE.
           MOVE WS-RETURN-TEXT   TO IR-REASON-TEXT.
           WRITE IN-RET-REC.
           ADD 1 TO WS-ITEMS-RETURNED.
           ADD IC-AMOUNT TO WS-RETURNED-TOTAL.
           MOVE IC-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING IC-BANK-CODE      DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  IC-SENDER-REF     DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  IC-DEST-ACCOUNT   DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  IC-CURRENCY-CODE  DELIMITED BY SIZE
                  '  RETURNED - '   DELIMITED BY SIZE
                  WS-RETURN-TEXT    DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
      *****************************************************************
       A900-CLOSE-RTN.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-POSTED-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ITEMS READ: ' WS-ITEMS-READ
                  '  POSTED: ' WS-ITEMS-POSTED
                  '  TOTAL ' WS-TOTAL-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-RETURNED-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ITEMS RETURNED: ' WS-ITEMS-RETURNED
                  '  TOTAL ' WS-TOTAL-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE IN-CLR-FILE.
           CLOSE IN-RET-FILE.
           CLOSE ACCOUNT-FILE.
           CLOSE TRAN-LOG-FILE.
           CLOSE NOTIF-FILE.
           CLOSE REPORT-FILE.
           CLOSE JOURNAL-FILE.
           DISPLAY 'INCLRPST - ITEMS READ: ' WS-ITEMS-READ.
           DISPLAY 'INCLRPST - ITEMS POSTED: ' WS-ITEMS-POSTED.
           DISPLAY 'INCLRPST - ITEMS RETURNED: ' WS-ITEMS-RETURNED.
           STOP RUN.
      *****************************************************************
      * EVERY MASTER-FILE UPDATE ALSO WRITES ITS AFTER-IMAGE TO THE  *
      * DAILY JOURNAL SO JRNLAPLY CAN ROLL A RESTORED FILE FORWARD.  *
      *****************************************************************
       880-WRITE-ACCT-JOURNAL-RTN.
           ACCEPT JR-DATE FROM DATE YYYYMMDD.
           ACCEPT JR-TIME FROM TIME.
           MOVE 'INCLRPST' TO JR-PROGRAM.
           MOVE 'BATCH'    TO JR-OPERATOR.
           MOVE 'ACCOUNT' TO JR-FILE-ID.
           MOVE SPACES TO JR-IMAGE.
           MOVE ACCOUNT-REC TO JR-IMAGE.
           WRITE JOURNAL-REC.
