      ****************************************************************
      * THIS PROGRAM MAINTAINS THE GL BUDGET ON GLBUDGET.DAT, KEYED  *
      * BY BRANCH, CHART ACCOUNT AND MONTH, WHICH BUDVAR REPORTS     *
      * AGAINST THE ACTUALS ON GLBRANCH.DAT.  FINANCE CHANGES ONE    *
      * MONTH (C), LOADS AN ANNUAL AMOUNT SPREAD EVENLY OVER THE     *
      * TWELVE MONTHS OF A YEAR (Y), OR INQUIRES ON A MONTH (I).     *
      * BUDGETS ARE HELD FOR INCOME AND EXPENSE ACCOUNTS ONLY, IN    *
      * THE ACCOUNT'S NATURAL DIRECTION (INCOME EARNED, EXPENSE      *
      * SPENT).  EVERY REVISION RAISES THE MONTH'S VERSION NUMBER,   *
      * STAMPS WHO CHANGED IT AND WHEN, AND IS WRITTEN WITH THE OLD  *
      * AND NEW AMOUNTS TO THE HISTORY FILE GLBUDHST.DAT.            *
      * SUPERVISOR OR ADMINISTRATOR AUTHORITY IS REQUIRED.           *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDMAINT IS INITIAL.
       AUTHOR. GERAD CARLOS TUPAZ.
       DATE-WRITTEN. 10 15 2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-BUDGET-FILE ASSIGN TO 'GLBUDGET.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BG-KEY.
           SELECT GL-BUDGET-HIST-FILE ASSIGN TO 'GLBUDHST.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT CHART-FILE ASSIGN TO 'CHART.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CA-GL-ACCOUNT.
           SELECT BRANCH-FILE ASSIGN TO 'BRANCH.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BR-CODE.
           SELECT USER-FILE ASSIGN TO 'USER.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS USER-ID.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  GL-BUDGET-FILE
           RECORD CONTAINS 67 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS GL-BUDGET-REC.
       COPY GLBUDGET.
       FD  GL-BUDGET-HIST-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS GL-BUDGET-HIST-REC.
       COPY GLBUDHST.
       FD  CHART-FILE
           RECORD CONTAINS 41 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CHART-REC.
       COPY CHART.
       FD  BRANCH-FILE
           RECORD CONTAINS 84 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS BRANCH-REC.
       COPY BRANCH.
       FD  USER-FILE
           RECORD CONTAINS 321 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS USER-REC.
       COPY USERFILE.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-BG-FUNC                PIC X VALUE SPACES.
       01  WS-BG-BRANCH              PIC X(4) VALUE SPACES.
       01  WS-BG-ACCOUNT             PIC 9(10) VALUE ZEROES.
       01  WS-BG-MONTH               PIC 9(6) VALUE ZEROES.
       01  WS-BG-MONTH-R REDEFINES WS-BG-MONTH.
           05 WS-BG-YYYY             PIC 9(4).
           05 WS-BG-MM               PIC 9(2).
       01  WS-BG-AMOUNT              PIC 9(11)V99 VALUE ZEROES.
       01  WS-MONTH-AMOUNT           PIC 9(11)V99 VALUE ZEROES.
       01  WS-LAST-AMOUNT            PIC 9(11)V99 VALUE ZEROES.
       01  WS-POST-AMOUNT            PIC 9(11)V99 VALUE ZEROES.
       01  WS-MONTH-IDX              PIC 9(2) VALUE ZEROES.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-CURRENT-TIME           PIC 9(8) VALUE ZEROES.
       01  WS-AMOUNT-DISPLAY         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-VERSION-DISPLAY        PIC ZZ9.
       01  WS-SAVED-COUNT            PIC 9(2) VALUE ZEROES.
       01  EXIT-SW                   PIC X VALUE 'N'.
       01  SAVE-SW                   PIC X VALUE 'Y'.
       01  KEY-OK-SW                 PIC X VALUE 'N'.
       01  DUMMY                     PIC X VALUE SPACES.
       COPY APLHA.
      *****************************************************************
       LINKAGE SECTION.
       01  LS-USER-ID                PIC X(15).
      *****************************************************************
       SCREEN SECTION.
       COPY "BUDMAINT.ss".
      *****************************************************************
       PROCEDURE DIVISION USING LS-USER-ID.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A300-PROCESS-RTN UNTIL EXIT-SW = 'Y'.
           PERFORM A900-CLOSE-RTN.
      *     STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN I-O GL-BUDGET-FILE.
           OPEN EXTEND GL-BUDGET-HIST-FILE.
           OPEN INPUT CHART-FILE.
           OPEN INPUT BRANCH-FILE.
           OPEN INPUT USER-FILE.
           PERFORM 050-CHECK-AUTHORITY-RTN.
           IF EXIT-SW = 'N'
              DISPLAY G-BUDMAINT
           END-IF.
      *****************************************************************
       050-CHECK-AUTHORITY-RTN.
           MOVE LS-USER-ID TO USER-ID.
           READ USER-FILE
              INVALID KEY
                 MOVE 'Y' TO EXIT-SW
              NOT INVALID KEY
                 IF NOT SUPERVISOR-ROLE AND NOT ADMIN-ROLE
                    MOVE 'Y' TO EXIT-SW
                 END-IF
           END-READ.
           IF EXIT-SW = 'Y'
              DISPLAY 'BUDMAINT - SUPERVISOR AUTHORITY IS REQUIRED'
                      LINE 22 COL 2 ERASE EOL
              DISPLAY 'PRESS ENTER TO CONTINUE...'
                      LINE 23 COL 2 ERASE EOL
              ACCEPT DUMMY LINE 23
           END-IF.
      *****************************************************************
       A300-PROCESS-RTN.
           ACCEPT G-BG-FUNC.
           INSPECT WS-BG-FUNC CONVERTING ALPHALOWER TO ALPHAUPPER.
           IF WS-BG-FUNC NOT = 'C' AND WS-BG-FUNC NOT = 'Y' AND
              WS-BG-FUNC NOT = 'I'
              DISPLAY 'FUNCTION MUST BE C, Y OR I'
                      LINE 22 COL 2 ERASE EOL
           ELSE
              PERFORM 100-ACCEPT-KEY-RTN
              IF KEY-OK-SW = 'Y'
                 IF WS-BG-FUNC = 'I'
                    PERFORM 200-INQUIRE-RTN
                 ELSE
                 IF WS-BG-FUNC = 'C'
                    PERFORM 300-CHANGE-MONTH-RTN
                 ELSE
                    PERFORM 400-SPREAD-YEAR-RTN
                 END-IF
                 END-IF
              END-IF
           END-IF.
           PERFORM A800-ASK-EXIT-RTN.
      *****************************************************************
      * THE BRANCH MUST BE ON BRANCH.DAT OR BE HO, THE CODE GLPOST   *
      * USES FOR HEAD OFFICE WORK, AND THE GL ACCOUNT MUST BE AN     *
      * INCOME OR EXPENSE ACCOUNT ON CHART.DAT.                      *
      *****************************************************************
       100-ACCEPT-KEY-RTN.
           MOVE 'N' TO KEY-OK-SW.
           ACCEPT G-BG-BRANCH.
           INSPECT WS-BG-BRANCH CONVERTING ALPHALOWER TO ALPHAUPPER.
           ACCEPT G-BG-ACCOUNT.
           ACCEPT G-BG-MONTH.
           MOVE WS-BG-BRANCH TO BR-CODE.
           IF WS-BG-BRANCH = 'HO'
              MOVE 'Y' TO KEY-OK-SW
           ELSE
              READ BRANCH-FILE
                 INVALID KEY
                    DISPLAY 'BRANCH NOT FOUND'
                            LINE 22 COL 2 ERASE EOL
                 NOT INVALID KEY
                    MOVE 'Y' TO KEY-OK-SW
              END-READ
           END-IF.
           IF KEY-OK-SW = 'Y'
              MOVE WS-BG-ACCOUNT TO CA-GL-ACCOUNT
              READ CHART-FILE
                 INVALID KEY
                    MOVE 'N' TO KEY-OK-SW
                    DISPLAY 'GL ACCOUNT NOT ON CHART'
                            LINE 22 COL 2 ERASE EOL
                 NOT INVALID KEY
                    IF NOT CA-INCOME AND NOT CA-EXPENSE
                       MOVE 'N' TO KEY-OK-SW
                       DISPLAY 'ONLY INCOME AND EXPENSE ACCOUNTS ARE'
                               ' BUDGETED' LINE 22 COL 2 ERASE EOL
                    ELSE
                       DISPLAY CA-GL-NAME LINE 07 COL 32
                    END-IF
              END-READ
           END-IF.
           IF KEY-OK-SW = 'Y'
              IF WS-BG-YYYY < 1900 OR WS-BG-MM < 1 OR WS-BG-MM > 12
                 MOVE 'N' TO KEY-OK-SW
                 DISPLAY 'MONTH MUST BE YYYYMM'
                         LINE 22 COL 2 ERASE EOL
              END-IF
           END-IF.
      *****************************************************************
       200-INQUIRE-RTN.
           MOVE WS-BG-BRANCH  TO BG-BRANCH-CODE.
           MOVE WS-BG-ACCOUNT TO BG-GL-ACCOUNT.
           MOVE WS-BG-MONTH   TO BG-MONTH.
           READ GL-BUDGET-FILE
              INVALID KEY
                 DISPLAY 'NO BUDGET FOR THIS BRANCH, ACCOUNT AND MONTH'
                         LINE 22 COL 2 ERASE EOL
              NOT INVALID KEY
                 PERFORM 250-SHOW-BUDGET-RTN
           END-READ.
      *****************************************************************
       250-SHOW-BUDGET-RTN.
           MOVE BG-AMOUNT TO WS-AMOUNT-DISPLAY.
           DISPLAY WS-AMOUNT-DISPLAY LINE 09 COL 20 ERASE EOL.
           MOVE BG-VERSION TO WS-VERSION-DISPLAY.
           DISPLAY 'VERSION' LINE 11 COL 02 ERASE EOL.
           DISPLAY WS-VERSION-DISPLAY LINE 11 COL 20.
           DISPLAY 'CHANGED BY' LINE 12 COL 02 ERASE EOL.
           DISPLAY BG-CHANGED-BY LINE 12 COL 20.
           DISPLAY 'CHANGED ON' LINE 13 COL 02 ERASE EOL.
           DISPLAY BG-CHANGED-DATE LINE 13 COL 20.
           DISPLAY BG-CHANGED-TIME LINE 13 COL 30.
      *****************************************************************
       300-CHANGE-MONTH-RTN.
           ACCEPT G-BG-AMOUNT.
           DISPLAY 'SAVE BUDGET FOR THE MONTH? Y/N: '
                   LINE 22 COL 2 ERASE EOL.
           ACCEPT SAVE-SW LINE 22.
           INSPECT SAVE-SW CONVERTING ALPHALOWER TO ALPHAUPPER.
           IF SAVE-SW = 'Y'
              ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
              ACCEPT WS-CURRENT-TIME FROM TIME
              MOVE ZEROES TO WS-SAVED-COUNT
              MOVE WS-BG-AMOUNT TO WS-POST-AMOUNT
              PERFORM 500-SAVE-MONTH-RTN
              IF WS-SAVED-COUNT > ZEROES
                 DISPLAY 'BUDGET HAS BEEN SAVED'
                         LINE 23 COL 2 ERASE EOL
                 PERFORM 250-SHOW-BUDGET-RTN
              END-IF
           END-IF.
      *****************************************************************
      * THE ANNUAL AMOUNT IS SPREAD IN EQUAL MONTHLY AMOUNTS; THE    *
      * ROUNDING DIFFERENCE GOES TO DECEMBER SO THE YEAR ADDS UP.    *
      *****************************************************************
       400-SPREAD-YEAR-RTN.
           ACCEPT G-BG-AMOUNT.
           DIVIDE WS-BG-AMOUNT BY 12 GIVING WS-MONTH-AMOUNT.
           COMPUTE WS-LAST-AMOUNT = WS-BG-AMOUNT
                   - (WS-MONTH-AMOUNT * 11).
           DISPLAY 'SPREAD OVER ALL TWELVE MONTHS OF THE YEAR? Y/N: '
                   LINE 22 COL 2 ERASE EOL.
           ACCEPT SAVE-SW LINE 22.
           INSPECT SAVE-SW CONVERTING ALPHALOWER TO ALPHAUPPER.
           IF SAVE-SW = 'Y'
              ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
              ACCEPT WS-CURRENT-TIME FROM TIME
              MOVE ZEROES TO WS-SAVED-COUNT
              MOVE ZEROES TO WS-MONTH-IDX
              PERFORM 450-SPREAD-ONE-MONTH-RTN UNTIL WS-MONTH-IDX = 12
              MOVE WS-SAVED-COUNT TO WS-VERSION-DISPLAY
              DISPLAY 'MONTHS SAVED:' LINE 23 COL 2 ERASE EOL
              DISPLAY WS-VERSION-DISPLAY LINE 23 COL 16
           END-IF.
      *****************************************************************
       450-SPREAD-ONE-MONTH-RTN.
           ADD 1 TO WS-MONTH-IDX.
           MOVE WS-MONTH-IDX TO WS-BG-MM.
           IF WS-MONTH-IDX = 12
              MOVE WS-LAST-AMOUNT TO WS-POST-AMOUNT
           ELSE
              MOVE WS-MONTH-AMOUNT TO WS-POST-AMOUNT
           END-IF.
           PERFORM 500-SAVE-MONTH-RTN.
      *****************************************************************
      * A NEW MONTH STARTS AT VERSION 1; A CHANGE TO AN EXISTING ONE  *
      * TAKES THE NEXT VERSION.  EITHER WAY THE REVISION IS LOGGED.  *
      *****************************************************************
       500-SAVE-MONTH-RTN.
           MOVE WS-BG-BRANCH  TO BG-BRANCH-CODE.
           MOVE WS-BG-ACCOUNT TO BG-GL-ACCOUNT.
           MOVE WS-BG-MONTH   TO BG-MONTH.
           READ GL-BUDGET-FILE
              INVALID KEY
                 MOVE WS-BG-BRANCH    TO BG-BRANCH-CODE
                 MOVE WS-BG-ACCOUNT   TO BG-GL-ACCOUNT
                 MOVE WS-BG-MONTH     TO BG-MONTH
                 MOVE ZEROES          TO BH-OLD-AMOUNT
                 MOVE WS-POST-AMOUNT  TO BG-AMOUNT
                 MOVE 1               TO BG-VERSION
                 MOVE LS-USER-ID      TO BG-CHANGED-BY
                 MOVE WS-CURRENT-DATE TO BG-CHANGED-DATE
                 MOVE WS-CURRENT-TIME TO BG-CHANGED-TIME
                 WRITE GL-BUDGET-REC
                    INVALID KEY
                       DISPLAY 'ERROR IN WRITING BUDGET'
                               LINE 23 COL 2 ERASE EOL
                    NOT INVALID KEY
                       PERFORM 550-WRITE-HISTORY-RTN
                 END-WRITE
              NOT INVALID KEY
                 MOVE BG-AMOUNT       TO BH-OLD-AMOUNT
                 MOVE WS-POST-AMOUNT  TO BG-AMOUNT
                 ADD 1                TO BG-VERSION
                 MOVE LS-USER-ID      TO BG-CHANGED-BY
                 MOVE WS-CURRENT-DATE TO BG-CHANGED-DATE
                 MOVE WS-CURRENT-TIME TO BG-CHANGED-TIME
                 REWRITE GL-BUDGET-REC
                    INVALID KEY
                       DISPLAY 'ERROR IN UPDATING BUDGET'
                               LINE 23 COL 2 ERASE EOL
                    NOT INVALID KEY
                       PERFORM 550-WRITE-HISTORY-RTN
                 END-REWRITE
           END-READ.
      *****************************************************************
       550-WRITE-HISTORY-RTN.
           MOVE BG-BRANCH-CODE  TO BH-BRANCH-CODE.
           MOVE BG-GL-ACCOUNT   TO BH-GL-ACCOUNT.
           MOVE BG-MONTH        TO BH-MONTH.
           MOVE BG-VERSION      TO BH-VERSION.
           MOVE BG-AMOUNT       TO BH-NEW-AMOUNT.
           MOVE BG-CHANGED-BY   TO BH-CHANGED-BY.
           MOVE BG-CHANGED-DATE TO BH-CHANGED-DATE.
           MOVE BG-CHANGED-TIME TO BH-CHANGED-TIME.
           WRITE GL-BUDGET-HIST-REC.
           ADD 1 TO WS-SAVED-COUNT.
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
           MOVE SPACES TO WS-BG-FUNC.
           MOVE SPACES TO WS-BG-BRANCH.
           MOVE ZEROES TO WS-BG-ACCOUNT.
           MOVE ZEROES TO WS-BG-MONTH.
           MOVE ZEROES TO WS-BG-AMOUNT.
           DISPLAY G-BUDMAINT.
           DISPLAY G-BG-FUNC.
           DISPLAY G-BG-BRANCH.
           DISPLAY G-BG-ACCOUNT.
           DISPLAY G-BG-MONTH.
           DISPLAY G-BG-AMOUNT.
      *****************************************************************
       A900-CLOSE-RTN.
            CLOSE GL-BUDGET-FILE.
            CLOSE GL-BUDGET-HIST-FILE.
            CLOSE CHART-FILE.
            CLOSE BRANCH-FILE.
            CLOSE USER-FILE.
            EXIT PROGRAM.
