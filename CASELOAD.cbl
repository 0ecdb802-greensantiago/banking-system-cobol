      ****************************************************************
      * THIS PROGRAM LOADS THE DAY'S AML ALERTS INTO THE SUSPICIOUS  *
      * ACTIVITY CASE REGISTER AMLCASE.DAT.  THE ALERTS ARE:         *
      *   - STRUCTURING EXCEPTIONS AND HIGH-RISK CUSTOMER ALERTS     *
      *     WRITTEN BY AMLRPT TO AMLHIT.DAT (COVERED TRANSACTIONS    *
      *     ARE A REGULATORY REPORT, NOT AN ALERT, AND ARE SKIPPED); *
      *   - WATCH LIST EVENTS ON SECLOG.DAT - WLRESCAN HITS, AND     *
      *     TRANSFERS AND ACCOUNT OPENINGS STOPPED BY THE LIST.      *
      * A SECLOG EVENT NAMES A SIGN-ON ID, WHICH IS RESOLVED TO THE  *
      * CIF THROUGH THE ACCOUNT (OR, FAILING THAT, THE USER RECORD). *
      * ALERTS ARE DE-DUPLICATED BY CUSTOMER AND CALENDAR MONTH -    *
      * THE FIRST ALERT OPENS A CASE, LATER ONES ARE ADDED TO IT.  A *
      * CASE CLOSED WITH NO ACTION IS REOPENED BY A FURTHER ALERT IN *
      * THE SAME MONTH.  NEW CASES ARE UNASSIGNED UNTIL A SUPERVISOR *
      * ASSIGNS AN ANALYST IN AMLCASE.  EACH RUN PICKS UP ALERTS     *
      * DATED AFTER THE LAST DATE LOADED (SYSCTL CASELOADDT), SO A   *
      * RERUN DOES NOT LOAD THE SAME ALERTS TWICE.                   *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASELOAD.
       AUTHOR. GERAD CARLOS TUPAZ.
       DATE-WRITTEN. 10 15 2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AML-HIT-FILE ASSIGN TO 'AMLHIT.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT SEC-LOG-FILE ASSIGN TO 'SECLOG.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNT.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACCOUNT-NUMBER
                  ALTERNATE KEY IS USER-ID-ACCT WITH DUPLICATES.
           SELECT USER-FILE ASSIGN TO 'USER.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS USER-ID.
           SELECT AML-CASE-FILE ASSIGN TO 'AMLCASE.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SA-CASE-NUMBER
                  ALTERNATE KEY IS SA-CUST-PERIOD.
           SELECT AML-NOTE-FILE ASSIGN TO 'AMLNOTE.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SN-KEY.
           SELECT SYSCTL-FILE ASSIGN TO 'SYSCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTL-KEY.
           SELECT REPORT-FILE ASSIGN TO 'CASELOAD.RPT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  AML-HIT-FILE
           RECORD CONTAINS 45 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS AML-HIT-REC.
       COPY AMLHIT.
       FD  SEC-LOG-FILE
           RECORD CONTAINS 76 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS SEC-LOG-REC.
       COPY SECLOG.
       FD  ACCOUNT-FILE
           RECORD CONTAINS 201 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACCOUNT-REC.
       COPY ACCOUNTFILE.
       FD  USER-FILE
           RECORD CONTAINS 321 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS USER-REC.
       COPY USERFILE.
       FD  AML-CASE-FILE
           RECORD CONTAINS 181 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS AML-CASE-REC.
       COPY AMLCASE.
       FD  AML-NOTE-FILE
           RECORD CONTAINS 99 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS AML-NOTE-REC.
       COPY AMLNOTE.
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
       01  WS-CURRENT-TIME           PIC 9(8) VALUE ZEROES.
       01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZEROES.
       01  WS-LAST-LOADED            PIC 9(8) VALUE ZEROES.
      *****************************************************************
      * THE ALERT BEING LOADED, FROM EITHER SOURCE.                  *
      *****************************************************************
       01  WS-AL-CUSTOMER            PIC 9(8) VALUE ZEROES.
       01  WS-AL-ACCOUNT             PIC 9(10) VALUE ZEROES.
       01  WS-AL-DATE                PIC 9(8) VALUE ZEROES.
       01  WS-AL-TYPE                PIC X VALUE SPACES.
           88 WS-AL-STRUCTURING      VALUE 'S'.
           88 WS-AL-HIGH-RISK        VALUE 'H'.
           88 WS-AL-WATCH-LIST       VALUE 'W'.
       01  WS-AL-TYPE-NAME           PIC X(11) VALUE SPACES.
       01  WS-AL-AMOUNT              PIC 9(11)V99 VALUE ZEROES.
       01  WS-AL-USER-ID             PIC X(15) VALUE SPACES.
       01  WS-AL-ACTION              PIC X(8) VALUE SPACES.
       01  WS-NOTE-TEXT              PIC X(60) VALUE SPACES.
       01  WS-NOTE-TRIES             PIC 99 VALUE ZEROES.
       01  NOTE-DONE-SW              PIC X VALUE 'N'.
       01  WS-AMOUNT-DISPLAY         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ALERTS-READ            PIC 9(7) VALUE ZEROES.
       01  WS-CASES-OPENED           PIC 9(7) VALUE ZEROES.
       01  WS-ALERTS-ADDED           PIC 9(7) VALUE ZEROES.
       01  WS-CASES-REOPENED         PIC 9(7) VALUE ZEROES.
       01  WS-UNRESOLVED             PIC 9(7) VALUE ZEROES.
       01  HIT-EOF-SW                PIC X VALUE 'N'.
       01  SEC-EOF-SW                PIC X VALUE 'N'.
      *****************************************************************
       PROCEDURE DIVISION.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A300-LOAD-AML-HITS-RTN UNTIL HIT-EOF-SW = 'Y'.
           PERFORM A400-LOAD-SECLOG-RTN UNTIL SEC-EOF-SW = 'Y'.
           PERFORM A900-CLOSE-RTN.
           STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN INPUT AML-HIT-FILE.
           OPEN INPUT SEC-LOG-FILE.
           OPEN INPUT ACCOUNT-FILE.
           OPEN INPUT USER-FILE.
           OPEN I-O AML-CASE-FILE.
           OPEN I-O AML-NOTE-FILE.
           OPEN I-O SYSCTL-FILE.
           OPEN OUTPUT REPORT-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
           MOVE 'BUSDATE   ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-BUSINESS-DATE
           END-READ.
           MOVE 'CASELOADDT' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-LAST-LOADED
           END-READ.
           DISPLAY 'CASELOAD - AML ALERT LOAD STARTED'.
           MOVE SPACES TO REPORT-LINE.
           STRING 'AML ALERTS LOADED TO CASES - ' WS-BUSINESS-DATE
                  '  ALERTS AFTER ' WS-LAST-LOADED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'CASE'              TO REPORT-LINE (1:4).
           MOVE 'ACTION'            TO REPORT-LINE (11:6).
           MOVE 'CUSTOMER'          TO REPORT-LINE (21:8).
           MOVE 'ACCOUNT'           TO REPORT-LINE (31:7).
           MOVE 'ALERT'             TO REPORT-LINE (43:5).
           MOVE 'DATE'              TO REPORT-LINE (56:4).
           MOVE 'AMOUNT'            TO REPORT-LINE (77:6).
           WRITE REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
      *****************************************************************
       A300-LOAD-AML-HITS-RTN.
           READ AML-HIT-FILE
              AT END
                 MOVE 'Y' TO HIT-EOF-SW
              NOT AT END
                 IF (AH-STRUCTURING OR AH-HIGH-RISK-ALERT) AND
                    AH-DATE > WS-LAST-LOADED AND
                    AH-DATE NOT > WS-BUSINESS-DATE
                    MOVE AH-CUSTOMER-NUMBER TO WS-AL-CUSTOMER
                    MOVE AH-ACCOUNT-NUMBER  TO WS-AL-ACCOUNT
                    MOVE AH-DATE            TO WS-AL-DATE
                    MOVE AH-HIT-TYPE        TO WS-AL-TYPE
                    MOVE AH-AMOUNT          TO WS-AL-AMOUNT
                    PERFORM 100-LOAD-ALERT-RTN
                 END-IF
           END-READ.
      *****************************************************************
      * WLRESCAN LOGS THE ACCOUNT OWNER AS THE USER; FUNDPRG AND     *
      * OPENACCT LOG THE CUSTOMER AS THE ACTOR.                      *
      *****************************************************************
       A400-LOAD-SECLOG-RTN.
           READ SEC-LOG-FILE
              AT END
                 MOVE 'Y' TO SEC-EOF-SW
              NOT AT END
                 IF SEC-EVENT-TYPE = 'WATCHLIST' AND
                    SEC-DATE > WS-LAST-LOADED AND
                    SEC-DATE NOT > WS-BUSINESS-DATE
                    IF SEC-ACTOR-ID = 'WLRESCAN'
                       MOVE SEC-USER-ID  TO WS-AL-USER-ID
                    ELSE
                       MOVE SEC-ACTOR-ID TO WS-AL-USER-ID
                    END-IF
                    PERFORM 050-RESOLVE-USER-RTN
                    MOVE SEC-DATE TO WS-AL-DATE
                    MOVE 'W'      TO WS-AL-TYPE
                    MOVE ZEROES   TO WS-AL-AMOUNT
                    PERFORM 100-LOAD-ALERT-RTN
                 END-IF
           END-READ.
      *****************************************************************
       050-RESOLVE-USER-RTN.
           MOVE ZEROES TO WS-AL-CUSTOMER.
           MOVE ZEROES TO WS-AL-ACCOUNT.
           MOVE WS-AL-USER-ID TO USER-ID-ACCT.
           READ ACCOUNT-FILE KEY IS USER-ID-ACCT
              NOT INVALID KEY
                 MOVE ACCOUNT-NUMBER  TO WS-AL-ACCOUNT
                 MOVE CUSTOMER-NUMBER TO WS-AL-CUSTOMER
           END-READ.
           IF WS-AL-CUSTOMER = ZEROES
              MOVE WS-AL-USER-ID TO USER-ID
              READ USER-FILE
                 NOT INVALID KEY
                    MOVE USER-CUSTOMER-NO TO WS-AL-CUSTOMER
              END-READ
           END-IF.
      *****************************************************************
       100-LOAD-ALERT-RTN.
           ADD 1 TO WS-ALERTS-READ.
           IF WS-AL-STRUCTURING
              MOVE 'STRUCTURING' TO WS-AL-TYPE-NAME
           ELSE
           IF WS-AL-HIGH-RISK
              MOVE 'HIGH RISK'   TO WS-AL-TYPE-NAME
           ELSE
              MOVE 'WATCH LIST'  TO WS-AL-TYPE-NAME
           END-IF
           END-IF.
           IF WS-AL-CUSTOMER = ZEROES
              ADD 1 TO WS-UNRESOLVED
              MOVE ZEROES TO SA-CASE-NUMBER
              MOVE 'NO CIF' TO WS-AL-ACTION
              PERFORM 400-PRINT-ALERT-RTN
           ELSE
              MOVE WS-AL-CUSTOMER   TO SA-CUSTOMER-NUMBER
              MOVE WS-AL-DATE (1:6) TO SA-PERIOD
              READ AML-CASE-FILE KEY IS SA-CUST-PERIOD
                 INVALID KEY
                    PERFORM 200-OPEN-CASE-RTN
                 NOT INVALID KEY
                    PERFORM 300-ADD-TO-CASE-RTN
              END-READ
           END-IF.
      *****************************************************************
       200-OPEN-CASE-RTN.
           PERFORM 250-ASSIGN-CASE-NUMBER-RTN.
           MOVE WS-AL-CUSTOMER   TO SA-CUSTOMER-NUMBER.
           MOVE WS-AL-DATE (1:6) TO SA-PERIOD.
           MOVE WS-AL-ACCOUNT    TO SA-ACCOUNT-NUMBER.
           MOVE ZEROES           TO SA-STRUCT-ALERTS.
           MOVE ZEROES           TO SA-HIGH-RISK-ALERTS.
           MOVE ZEROES           TO SA-WATCH-LIST-ALERTS.
           MOVE ZEROES           TO SA-ALERT-AMOUNT.
           MOVE WS-AL-DATE       TO SA-FIRST-ALERT-DATE.
           MOVE WS-AL-DATE       TO SA-LAST-ALERT-DATE.
           MOVE WS-BUSINESS-DATE TO SA-OPEN-DATE.
           MOVE 'O'              TO SA-STATUS.
           MOVE SPACES           TO SA-ASSIGNED-TO.
           MOVE ZEROES           TO SA-ASSIGNED-DATE.
           MOVE SPACES           TO SA-DISPOSITION.
           MOVE SPACES           TO SA-CLOSED-BY.
           MOVE ZEROES           TO SA-CLOSE-DATE.
           MOVE SPACES           TO SA-STR-REFERENCE.
           MOVE 'N'              TO SA-STR-EXTRACT-SW.
           PERFORM 350-COUNT-ALERT-RTN.
           WRITE AML-CASE-REC
              INVALID KEY
                 DISPLAY 'CASELOAD - ERROR WRITING CASE '
                         SA-CASE-NUMBER
              NOT INVALID KEY
                 ADD 1 TO WS-CASES-OPENED
                 MOVE 'OPENED' TO WS-AL-ACTION
                 MOVE SPACES TO WS-NOTE-TEXT
                 STRING 'CASE OPENED FROM ' WS-AL-TYPE-NAME
                        ' ALERT OF ' WS-AL-DATE
                        DELIMITED BY SIZE INTO WS-NOTE-TEXT
                 END-STRING
                 PERFORM 850-WRITE-NOTE-RTN
                 PERFORM 400-PRINT-ALERT-RTN
           END-WRITE.
      *****************************************************************
       250-ASSIGN-CASE-NUMBER-RTN.
           MOVE 'AMLCASESEQ' TO CTL-KEY.
           READ SYSCTL-FILE
              INVALID KEY
                 MOVE 'AMLCASESEQ' TO CTL-KEY
                 MOVE ZEROES TO CTL-NUM-VALUE
                 MOVE ZEROES TO CTL-ACCT-VALUE
                 WRITE CTL-REC
                    INVALID KEY
                       DISPLAY 'CASELOAD - ERROR STARTING NUMBER SERIES'
                 END-WRITE
           END-READ.
           ADD 1 TO CTL-ACCT-VALUE.
           REWRITE CTL-REC
              INVALID KEY
                 DISPLAY 'CASELOAD - ERROR ADVANCING NUMBER SERIES'
           END-REWRITE.
           MOVE CTL-ACCT-VALUE TO SA-CASE-NUMBER.
      *****************************************************************
       300-ADD-TO-CASE-RTN.
           PERFORM 350-COUNT-ALERT-RTN.
           IF WS-AL-DATE > SA-LAST-ALERT-DATE
              MOVE WS-AL-DATE TO SA-LAST-ALERT-DATE
           END-IF.
           IF SA-ACCOUNT-NUMBER = ZEROES
              MOVE WS-AL-ACCOUNT TO SA-ACCOUNT-NUMBER
           END-IF.
           MOVE 'ADDED' TO WS-AL-ACTION.
           MOVE SPACES TO WS-NOTE-TEXT.
           IF SA-CLOSED-NO-ACTION
              MOVE 'O'    TO SA-STATUS
              MOVE SPACES TO SA-CLOSED-BY
              MOVE ZEROES TO SA-CLOSE-DATE
              MOVE 'REOPENED' TO WS-AL-ACTION
              STRING 'REOPENED BY ' WS-AL-TYPE-NAME
                     ' ALERT OF ' WS-AL-DATE
                     DELIMITED BY SIZE INTO WS-NOTE-TEXT
              END-STRING
           ELSE
           IF SA-STR-FILED
              STRING 'FURTHER ' WS-AL-TYPE-NAME
                     ' ALERT OF ' WS-AL-DATE ' AFTER STR FILED'
                     DELIMITED BY SIZE INTO WS-NOTE-TEXT
              END-STRING
           END-IF
           END-IF.
           REWRITE AML-CASE-REC
              INVALID KEY
                 DISPLAY 'CASELOAD - ERROR UPDATING CASE '
                         SA-CASE-NUMBER
              NOT INVALID KEY
                 IF WS-AL-ACTION = 'REOPENED'
                    ADD 1 TO WS-CASES-REOPENED
                 ELSE
                    ADD 1 TO WS-ALERTS-ADDED
                 END-IF
                 IF WS-NOTE-TEXT NOT = SPACES
                    PERFORM 850-WRITE-NOTE-RTN
                 END-IF
                 PERFORM 400-PRINT-ALERT-RTN
           END-REWRITE.
      *****************************************************************
       350-COUNT-ALERT-RTN.
           IF WS-AL-STRUCTURING
              ADD 1 TO SA-STRUCT-ALERTS
           ELSE
           IF WS-AL-HIGH-RISK
              ADD 1 TO SA-HIGH-RISK-ALERTS
           ELSE
              ADD 1 TO SA-WATCH-LIST-ALERTS
           END-IF
           END-IF.
           ADD WS-AL-AMOUNT TO SA-ALERT-AMOUNT.
      *****************************************************************
       400-PRINT-ALERT-RTN.
           MOVE WS-AL-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING SA-CASE-NUMBER    DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  WS-AL-ACTION      DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  WS-AL-CUSTOMER    DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  WS-AL-ACCOUNT     DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  WS-AL-TYPE-NAME   DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  WS-AL-DATE        DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           IF WS-AL-CUSTOMER = ZEROES
              MOVE WS-AL-USER-ID TO REPORT-LINE (21:15)
           END-IF.
           WRITE REPORT-LINE.
      *****************************************************************
      * NOTES ARE KEYED BY CASE, DATE AND TIME; SEVERAL NOTES ON ONE *
      * CASE IN THE SAME INSTANT ARE SPREAD A HUNDREDTH APART.       *
      *****************************************************************
       850-WRITE-NOTE-RTN.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE SA-CASE-NUMBER   TO SN-CASE-NUMBER.
           MOVE WS-BUSINESS-DATE TO SN-DATE.
           MOVE WS-CURRENT-TIME  TO SN-TIME.
           MOVE 'CASELOAD'       TO SN-USER-ID.
           MOVE WS-NOTE-TEXT     TO SN-NOTE-TEXT.
           MOVE 'N' TO NOTE-DONE-SW.
           MOVE ZEROES TO WS-NOTE-TRIES.
           PERFORM 860-TRY-NOTE-RTN
              UNTIL NOTE-DONE-SW = 'Y' OR WS-NOTE-TRIES > 50.
           IF NOTE-DONE-SW = 'N'
              DISPLAY 'CASELOAD - ERROR WRITING NOTE FOR CASE '
                      SA-CASE-NUMBER
           END-IF.
      *****************************************************************
       860-TRY-NOTE-RTN.
           WRITE AML-NOTE-REC
              INVALID KEY
                 ADD 1 TO SN-TIME
                 ADD 1 TO WS-NOTE-TRIES
              NOT INVALID KEY
                 MOVE 'Y' TO NOTE-DONE-SW
           END-WRITE.
      *****************************************************************
       A900-CLOSE-RTN.
           MOVE 'CASELOADDT' TO CTL-KEY.
           READ SYSCTL-FILE
              INVALID KEY
                 MOVE 'CASELOADDT'     TO CTL-KEY
                 MOVE ZEROES           TO CTL-NUM-VALUE
                 MOVE WS-BUSINESS-DATE TO CTL-ACCT-VALUE
                 WRITE CTL-REC
              NOT INVALID KEY
                 IF WS-BUSINESS-DATE > CTL-ACCT-VALUE
                    MOVE WS-BUSINESS-DATE TO CTL-ACCT-VALUE
                    REWRITE CTL-REC
                 END-IF
           END-READ.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ALERTS READ: ' WS-ALERTS-READ
                  '   CASES OPENED: ' WS-CASES-OPENED
                  '   ADDED TO CASES: ' WS-ALERTS-ADDED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CASES REOPENED: ' WS-CASES-REOPENED
                  '   NO CIF FOUND: ' WS-UNRESOLVED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE AML-HIT-FILE.
           CLOSE SEC-LOG-FILE.
           CLOSE ACCOUNT-FILE.
           CLOSE USER-FILE.
           CLOSE AML-CASE-FILE.
           CLOSE AML-NOTE-FILE.
           CLOSE SYSCTL-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'CASELOAD - ALERTS READ: ' WS-ALERTS-READ.
           DISPLAY 'CASELOAD - CASES OPENED: ' WS-CASES-OPENED
                   ' ADDED: ' WS-ALERTS-ADDED
                   ' REOPENED: ' WS-CASES-REOPENED.
           DISPLAY 'CASELOAD - NO CIF FOUND: ' WS-UNRESOLVED.
