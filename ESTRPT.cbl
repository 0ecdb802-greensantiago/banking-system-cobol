      ****************************************************************
      * THIS PROGRAM IS THE ESTATE REGISTER REPORT.  EVERY ESTATE ON *
      * ESTATE.DAT IS LISTED WITH ITS DATE OF DEATH, NOTIFYING       *
      * DOCUMENT AND STATUS, FOLLOWED BY THE ACCOUNTS PLACED UNDER   *
      * RESTRICTION (ESTACCT.DAT) WITH THE BALANCE WHEN THE DEATH    *
      * WAS REPORTED AGAINST TODAY'S BALANCE, AND THE DECEASED'S     *
      * LOANS STILL OUTSTANDING AS CLAIMS ON THE ESTATE.  OPEN       *
      * ESTATES ARE THE WORK LIST FOR SETTLEMENT WITH THE HEIRS;     *
      * RELEASED ESTATES SHOW WHEN AND ON WHAT AUTHORITY.            *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTRPT.
       AUTHOR. GERAD CARLOS TUPAZ.
       DATE-WRITTEN. 10 15 2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTATE-FILE ASSIGN TO 'ESTATE.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EA-CUSTOMER-NUMBER.
           SELECT ESTATE-ACCT-FILE ASSIGN TO 'ESTACCT.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EC-KEY.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNT.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACCOUNT-NUMBER
                  ALTERNATE KEY IS USER-ID-ACCT WITH DUPLICATES.
           SELECT LOAN-FILE ASSIGN TO 'LOAN.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LN-LOAN-NUMBER.
           SELECT SYSCTL-FILE ASSIGN TO 'SYSCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTL-KEY.
           SELECT REPORT-FILE ASSIGN TO 'ESTRPT.RPT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ESTATE-FILE
           RECORD CONTAINS 137 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ESTATE-REC.
       COPY ESTATE.
       FD  ESTATE-ACCT-FILE
           RECORD CONTAINS 44 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ESTATE-ACCT-REC.
       COPY ESTACCT.
       FD  ACCOUNT-FILE
           RECORD CONTAINS 201 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACCOUNT-REC.
       COPY ACCOUNTFILE.
       FD  LOAN-FILE
           RECORD CONTAINS 123 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS LOAN-REC.
       COPY LOANFILE.
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
       01  WS-CURRENT-BALANCE        PIC S9(9)V99 VALUE ZEROES.
       01  WS-RESTRICTION-TEXT       PIC X(16) VALUE SPACES.
       01  WS-STATUS-TEXT            PIC X(8) VALUE SPACES.
       01  WS-ESTATES-OPEN           PIC 9(7) VALUE ZEROES.
       01  WS-ESTATES-RELEASED       PIC 9(7) VALUE ZEROES.
       01  WS-ACCTS-RESTRICTED       PIC 9(7) VALUE ZEROES.
       01  WS-LOANS-OUTSTANDING      PIC 9(7) VALUE ZEROES.
       01  WS-RESTRICTED-TOTAL       PIC S9(11)V99 VALUE ZEROES.
       01  WS-CLAIMS-TOTAL           PIC S9(11)V99 VALUE ZEROES.
       01  WS-BALANCE-DISPLAY        PIC ----,---,--9.99.
       01  WS-CURRENT-DISPLAY        PIC ----,---,--9.99.
       01  WS-TOTAL-DISPLAY          PIC --,---,---,--9.99.
       01  EOF-SW                    PIC X VALUE 'N'.
           88 END-OF-ESTATE-FILE     VALUE 'Y'.
       01  ACCT-EOF-SW               PIC X VALUE 'N'.
       01  LOAN-EOF-SW               PIC X VALUE 'N'.
      *****************************************************************
       PROCEDURE DIVISION.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A300-PROCESS-RTN UNTIL END-OF-ESTATE-FILE.
           PERFORM A900-CLOSE-RTN.
           STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN INPUT ESTATE-FILE.
           OPEN INPUT ESTATE-ACCT-FILE.
           OPEN INPUT ACCOUNT-FILE.
           OPEN INPUT LOAN-FILE.
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
           DISPLAY 'ESTRPT - ESTATE REGISTER REPORT STARTED'.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ESTATE REGISTER REPORT - ' WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'CUSTOMER'          TO REPORT-LINE (1:8).
           MOVE 'NAME'              TO REPORT-LINE (11:4).
           MOVE 'DIED'              TO REPORT-LINE (37:4).
           MOVE 'DOC'               TO REPORT-LINE (46:3).
           MOVE 'REFERENCE'         TO REPORT-LINE (51:9).
           MOVE 'STATUS'            TO REPORT-LINE (72:6).
           MOVE 'REPORTED'          TO REPORT-LINE (81:8).
           MOVE 'RELEASED'          TO REPORT-LINE (90:8).
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'ACCOUNT'           TO REPORT-LINE (3:7).
           MOVE 'RESTRICTION'       TO REPORT-LINE (15:11).
           MOVE 'S'                 TO REPORT-LINE (32:1).
           MOVE 'BALANCE AT REPORT' TO REPORT-LINE (35:17).
           MOVE 'BALANCE TODAY'     TO REPORT-LINE (56:13).
           MOVE 'CCY'               TO REPORT-LINE (70:3).
           WRITE REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZEROES TO EA-CUSTOMER-NUMBER.
           START ESTATE-FILE KEY IS NOT LESS THAN EA-CUSTOMER-NUMBER
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
                 DISPLAY 'ESTRPT - NO ESTATES ON FILE'
           END-START.
      *****************************************************************
       A300-PROCESS-RTN.
           READ ESTATE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 PERFORM 100-REPORT-ONE-ESTATE-RTN
           END-READ.
      *****************************************************************
       100-REPORT-ONE-ESTATE-RTN.
           IF EA-OPEN
              MOVE 'OPEN' TO WS-STATUS-TEXT
              ADD 1 TO WS-ESTATES-OPEN
           ELSE
              MOVE 'RELEASED' TO WS-STATUS-TEXT
              ADD 1 TO WS-ESTATES-RELEASED
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING EA-CUSTOMER-NUMBER  DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  EA-CUSTOMER-NAME (1:25)
                                      DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  EA-DEATH-DATE       DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  EA-DOC-TYPE         DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  EA-DOC-REFERENCE    DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-STATUS-TEXT      DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  EA-REPORTED-DATE    DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  EA-RELEASE-DATE     DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF EA-RELEASED
              MOVE SPACES TO REPORT-LINE
              STRING '  RELEASED TO HEIRS BY ' EA-RELEASED-BY
                     ' ON AUTHORITY ' EA-RELEASE-REFERENCE
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
           END-IF.
           MOVE EA-CUSTOMER-NUMBER TO EC-CUSTOMER-NUMBER.
           MOVE ZEROES TO EC-ACCOUNT-NUMBER.
           MOVE 'N' TO ACCT-EOF-SW.
           START ESTATE-ACCT-FILE KEY IS NOT LESS THAN EC-KEY
              INVALID KEY
                 MOVE 'Y' TO ACCT-EOF-SW
           END-START.
           PERFORM 200-REPORT-ONE-ACCOUNT-RTN UNTIL ACCT-EOF-SW = 'Y'.
           MOVE ZEROES TO LN-LOAN-NUMBER.
           MOVE 'N' TO LOAN-EOF-SW.
           START LOAN-FILE KEY IS NOT LESS THAN LN-LOAN-NUMBER
              INVALID KEY
                 MOVE 'Y' TO LOAN-EOF-SW
           END-START.
           PERFORM 300-REPORT-ONE-LOAN-RTN UNTIL LOAN-EOF-SW = 'Y'.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
      *****************************************************************
       200-REPORT-ONE-ACCOUNT-RTN.
           READ ESTATE-ACCT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO ACCT-EOF-SW
              NOT AT END
                 IF EC-CUSTOMER-NUMBER NOT = EA-CUSTOMER-NUMBER
                    MOVE 'Y' TO ACCT-EOF-SW
                 ELSE
                    PERFORM 250-WRITE-ACCOUNT-LINE-RTN
                 END-IF
           END-READ.
      *****************************************************************
       250-WRITE-ACCOUNT-LINE-RTN.
           IF EC-ESTATE-FREEZE
              MOVE 'ESTATE FREEZE' TO WS-RESTRICTION-TEXT
           ELSE
           IF EC-ALREADY-FROZEN
              MOVE 'ALREADY FROZEN' TO WS-RESTRICTION-TEXT
           ELSE
           IF EC-JOINT-PRIMARY
              MOVE 'JOINT - PRIMARY' TO WS-RESTRICTION-TEXT
           ELSE
              MOVE 'JOINT - SIGNER' TO WS-RESTRICTION-TEXT
           END-IF
           END-IF
           END-IF.
           MOVE ZEROES TO WS-CURRENT-BALANCE.
           MOVE EC-ACCOUNT-NUMBER TO ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
              NOT INVALID KEY
                 MOVE ACCOUNT-BALANCE TO WS-CURRENT-BALANCE
           END-READ.
           IF EA-OPEN AND EC-RESTRICTED AND
              (EC-ESTATE-FREEZE OR EC-ALREADY-FROZEN)
              ADD 1 TO WS-ACCTS-RESTRICTED
              ADD WS-CURRENT-BALANCE TO WS-RESTRICTED-TOTAL
           END-IF.
           MOVE EC-BALANCE-AT-REPORT TO WS-BALANCE-DISPLAY.
           MOVE WS-CURRENT-BALANCE TO WS-CURRENT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING '  '                DELIMITED BY SIZE
                  EC-ACCOUNT-NUMBER   DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  WS-RESTRICTION-TEXT DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  EC-STATUS           DELIMITED BY SIZE
                  '    '              DELIMITED BY SIZE
                  WS-BALANCE-DISPLAY  DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  WS-CURRENT-DISPLAY  DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  EC-CURRENCY-CODE    DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
      *****************************************************************
       300-REPORT-ONE-LOAN-RTN.
           READ LOAN-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO LOAN-EOF-SW
              NOT AT END
                 IF LN-CUSTOMER-NUMBER = EA-CUSTOMER-NUMBER AND
                    LN-ACTIVE
                    IF EA-OPEN
                       ADD 1 TO WS-LOANS-OUTSTANDING
                       ADD LN-OUTSTANDING TO WS-CLAIMS-TOTAL
                    END-IF
                    MOVE LN-OUTSTANDING TO WS-CURRENT-DISPLAY
                    MOVE SPACES TO REPORT-LINE
                    STRING '  LOAN ' LN-LOAN-NUMBER
                           '  CLAIM ON ESTATE - OUTSTANDING '
                           WS-CURRENT-DISPLAY
                           DELIMITED BY SIZE INTO REPORT-LINE
                    END-STRING
                    WRITE REPORT-LINE
                 END-IF
           END-READ.
      *****************************************************************
       A900-CLOSE-RTN.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ESTATES OPEN: ' WS-ESTATES-OPEN
                  '   RELEASED: ' WS-ESTATES-RELEASED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-RESTRICTED-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ACCOUNTS UNDER RESTRICTION: ' WS-ACCTS-RESTRICTED
                  '   BALANCE TODAY: ' WS-TOTAL-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-CLAIMS-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'LOANS CLAIMED ON OPEN ESTATES: ' WS-LOANS-OUTSTANDING
                  '   OUTSTANDING: ' WS-TOTAL-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE ESTATE-FILE.
           CLOSE ESTATE-ACCT-FILE.
           CLOSE ACCOUNT-FILE.
           CLOSE LOAN-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'ESTRPT - ESTATES OPEN: ' WS-ESTATES-OPEN
                   ' RELEASED: ' WS-ESTATES-RELEASED.
           DISPLAY 'ESTRPT - ACCOUNTS UNDER RESTRICTION: '
                   WS-ACCTS-RESTRICTED.
