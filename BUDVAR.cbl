      ****************************************************************
      * THIS PROGRAM PRINTS THE MONTHLY BUDGET-VERSUS-ACTUAL         *
      * VARIANCE REPORT BY BRANCH, BESIDE BRINCOME.  THE MONTH AND   *
      * YEAR-TO-DATE ACTUALS FOR EACH INCOME AND EXPENSE ACCOUNT ARE *
      * TAKEN FROM THE BRANCH POSTINGS ON GLBRANCH.DAT THE SAME WAY  *
      * BRINCOME TAKES THEM (INCOME AS CREDITS LESS DEBITS, EXPENSE  *
      * AS DEBITS LESS CREDITS) AND SET AGAINST THE BUDGET ON        *
      * GLBUDGET.DAT MAINTAINED IN BUDMAINT.  EACH LINE SHOWS THE    *
      * VARIANCE IN AMOUNT AND PERCENT OF BUDGET; A LINE WHOSE       *
      * PERCENT VARIANCE EXCEEDS THE TOLERANCE ON SYSCTL KEY         *
      * BUDVARPCT (DEFAULT 10) IS FLAGGED ADVERSE OR FAVOUR, AND     *
      * ACTIVITY WITH NO BUDGET IS FLAGGED NO BUDGET.  EACH BRANCH   *
      * ENDS WITH ITS NET INCOME AGAINST BUDGET.                     *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDVAR.
       AUTHOR. GERAD CARLOS TUPAZ.
       DATE-WRITTEN. 10 15 2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLBRANCH-FILE ASSIGN TO 'GLBRANCH.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GLB-KEY.
           SELECT GL-BUDGET-FILE ASSIGN TO 'GLBUDGET.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BG-KEY
                  FILE STATUS IS WS-BUDGET-STATUS.
           SELECT CHART-FILE ASSIGN TO 'CHART.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CA-GL-ACCOUNT.
           SELECT SYSCTL-FILE ASSIGN TO 'SYSCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTL-KEY.
           SELECT REPORT-FILE ASSIGN TO 'BUDVAR.RPT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  GLBRANCH-FILE
           RECORD CONTAINS 48 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS GLB-REC.
       COPY GLBRANCH.
       FD  GL-BUDGET-FILE
           RECORD CONTAINS 67 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS GL-BUDGET-REC.
       COPY GLBUDGET.
       FD  CHART-FILE
           RECORD CONTAINS 41 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CHART-REC.
       COPY CHART.
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
       01  WS-RPT-MONTH              PIC 9(6) VALUE ZEROES.
       01  WS-RPT-MONTH-R REDEFINES WS-RPT-MONTH.
           05 WS-RPT-YYYY            PIC 9(4).
           05 WS-RPT-MM              PIC 9(2).
       01  WS-YEAR-START-MONTH       PIC 9(6) VALUE ZEROES.
       01  WS-MONTH-START            PIC 9(8) VALUE ZEROES.
       01  WS-MONTH-END              PIC 9(8) VALUE ZEROES.
       01  WS-YEAR-START             PIC 9(8) VALUE ZEROES.
       01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZEROES.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-TOLERANCE-PCT          PIC 9(9)V99 VALUE 10.
       01  WS-TOL-DISPLAY            PIC ZZZ9.99.
       01  WS-BUDGET-STATUS          PIC XX VALUE '00'.
       01  WS-NET-AMOUNT             PIC S9(13)V99 VALUE ZEROES.
       01  WS-VAR-TABLE.
           05 WS-VR-ENTRY OCCURS 500 TIMES.
              10 WS-VR-BRANCH        PIC X(4).
              10 WS-VR-ACCOUNT       PIC 9(10).
              10 WS-VR-TYPE          PIC X.
              10 WS-VR-MTH-ACT       PIC S9(13)V99.
              10 WS-VR-YTD-ACT       PIC S9(13)V99.
              10 WS-VR-MTH-BUD       PIC S9(13)V99.
              10 WS-VR-YTD-BUD       PIC S9(13)V99.
       01  WS-VR-USED                PIC 9(3) VALUE ZEROES.
       01  WS-VR-IDX                 PIC 9(3) VALUE ZEROES.
       01  WS-VR-PICK                PIC 9(3) VALUE ZEROES.
       01  WS-VR-FOUND-SW            PIC X VALUE 'N'.
       01  WS-VR-FULL-SW             PIC X VALUE 'N'.
       01  WS-KEY-BRANCH             PIC X(4) VALUE SPACES.
       01  WS-KEY-ACCOUNT            PIC 9(10) VALUE ZEROES.
       01  WS-KEY-TYPE               PIC X VALUE SPACES.
       01  WS-CUR-BRANCH             PIC X(4) VALUE SPACES.
       01  WS-NEXT-BRANCH            PIC X(4) VALUE SPACES.
       01  WS-LAST-ACCOUNT           PIC 9(10) VALUE ZEROES.
       01  WS-NEXT-ACCOUNT           PIC 9(10) VALUE ZEROES.
       01  BRANCH-FOUND-SW           PIC X VALUE 'N'.
       01  ACCOUNT-FOUND-SW          PIC X VALUE 'N'.
       01  WS-BRN-MTH-ACT            PIC S9(13)V99 VALUE ZEROES.
       01  WS-BRN-YTD-ACT            PIC S9(13)V99 VALUE ZEROES.
       01  WS-BRN-MTH-BUD            PIC S9(13)V99 VALUE ZEROES.
       01  WS-BRN-YTD-BUD            PIC S9(13)V99 VALUE ZEROES.
       01  WS-LINE-ACT               PIC S9(13)V99 VALUE ZEROES.
       01  WS-LINE-BUD               PIC S9(13)V99 VALUE ZEROES.
       01  WS-LINE-VAR               PIC S9(13)V99 VALUE ZEROES.
       01  WS-LINE-PCT               PIC S9(9)V9 VALUE ZEROES.
       01  WS-LINE-ABS-PCT           PIC 9(9)V9 VALUE ZEROES.
       01  WS-LINE-TYPE              PIC X VALUE SPACES.
       01  WS-LINE-COUNT             PIC 9(5) VALUE ZEROES.
       01  WS-FLAG-COUNT             PIC 9(5) VALUE ZEROES.
       01  GLB-EOF-SW                PIC X VALUE 'N'.
           88 END-OF-GLBRANCH        VALUE 'Y'.
       01  BUDGET-EOF-SW             PIC X VALUE 'N'.
       01  VARIANCE-LINE.
           05 VL-BRANCH              PIC X(4).
           05 FILLER                 PIC X VALUE SPACE.
           05 VL-GL-ACCOUNT          PIC X(10).
           05 FILLER                 PIC X VALUE SPACE.
           05 VL-GL-NAME             PIC X(14).
           05 FILLER                 PIC X VALUE SPACE.
           05 VL-PERIOD              PIC X(3).
           05 FILLER                 PIC X VALUE SPACE.
           05 VL-ACTUAL              PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X VALUE SPACE.
           05 VL-BUDGET              PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X VALUE SPACE.
           05 VL-VARIANCE            PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X VALUE SPACE.
           05 VL-PCT                 PIC X(7).
           05 VL-PCT-NUM REDEFINES VL-PCT
                                     PIC -ZZZ9.9.
           05 FILLER                 PIC X VALUE SPACE.
           05 VL-FLAG                PIC X(9).
      *****************************************************************
       PROCEDURE DIVISION.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A300-PROCESS-RTN UNTIL END-OF-GLBRANCH.
           PERFORM A400-LOAD-BUDGET-RTN.
           PERFORM A500-PRINT-REPORT-RTN.
           PERFORM A900-CLOSE-RTN.
           STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN INPUT GLBRANCH-FILE.
           OPEN INPUT CHART-FILE.
           OPEN INPUT SYSCTL-FILE.
           OPEN OUTPUT REPORT-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
           MOVE 'BUSDATE   ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-BUSINESS-DATE
           END-READ.
           MOVE 'BUDVARPCT ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-NUM-VALUE TO WS-TOLERANCE-PCT
           END-READ.
           CLOSE SYSCTL-FILE.
           DISPLAY 'BUDVAR - ENTER REPORT MONTH (YYYYMM) OR 0 FOR'
                   ' THE BUSINESS MONTH: '.
           ACCEPT WS-RPT-MONTH.
           IF WS-RPT-MONTH = ZEROES
              DIVIDE WS-BUSINESS-DATE BY 100 GIVING WS-RPT-MONTH
           END-IF.
           COMPUTE WS-YEAR-START-MONTH = WS-RPT-YYYY * 100 + 1.
           COMPUTE WS-MONTH-START = WS-RPT-MONTH * 100 + 1.
           COMPUTE WS-MONTH-END = WS-RPT-MONTH * 100 + 31.
           COMPUTE WS-YEAR-START = WS-YEAR-START-MONTH * 100 + 1.
           MOVE SPACES TO REPORT-LINE.
           STRING 'BUDGET VERSUS ACTUAL BY BRANCH - ' WS-RPT-MONTH
                  '  (YEAR TO DATE FROM ' WS-YEAR-START-MONTH ')'
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-TOLERANCE-PCT TO WS-TOL-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'LINES OVER ' WS-TOL-DISPLAY ' PERCENT OF BUDGET ARE'
                  ' FLAGGED'
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'BRN'        TO REPORT-LINE (1:3).
           MOVE 'GL ACCOUNT' TO REPORT-LINE (6:10).
           MOVE 'NAME'       TO REPORT-LINE (17:4).
           MOVE 'PER'        TO REPORT-LINE (32:3).
           MOVE 'ACTUAL'     TO REPORT-LINE (45:6).
           MOVE 'BUDGET'     TO REPORT-LINE (61:6).
           MOVE 'VARIANCE'   TO REPORT-LINE (75:8).
           MOVE 'PCT'        TO REPORT-LINE (88:3).
           MOVE 'FLAG'       TO REPORT-LINE (92:4).
           WRITE REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZEROES TO GLB-ACCOUNT-NUMBER.
           MOVE SPACES TO GLB-BRANCH-CODE.
           MOVE ZEROES TO GLB-DATE.
           START GLBRANCH-FILE KEY IS NOT LESS THAN GLB-KEY
              INVALID KEY
                 MOVE 'Y' TO GLB-EOF-SW
                 DISPLAY 'BUDVAR - NO BRANCH POSTINGS ON FILE'
           END-START.
      *****************************************************************
      * ACTUALS: EVERY BRANCH POSTING FROM 1 JANUARY TO THE END OF   *
      * THE REPORT MONTH GOES INTO YEAR TO DATE; THOSE IN THE MONTH  *
      * ALSO GO INTO THE MONTH.                                      *
      *****************************************************************
       A300-PROCESS-RTN.
           READ GLBRANCH-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO GLB-EOF-SW
              NOT AT END
                 IF GLB-DATE NOT < WS-YEAR-START AND
                    GLB-DATE NOT > WS-MONTH-END
                    PERFORM 100-TAKE-ACTUAL-RTN
                 END-IF
           END-READ.
      *****************************************************************
       100-TAKE-ACTUAL-RTN.
           MOVE GLB-ACCOUNT-NUMBER TO CA-GL-ACCOUNT.
           READ CHART-FILE
              INVALID KEY
                 MOVE SPACES TO CA-GL-TYPE
           END-READ.
           IF CA-INCOME OR CA-EXPENSE
              IF CA-INCOME
                 COMPUTE WS-NET-AMOUNT = GLB-TOTAL-CREDITS
                         - GLB-TOTAL-DEBITS
              ELSE
                 COMPUTE WS-NET-AMOUNT = GLB-TOTAL-DEBITS
                         - GLB-TOTAL-CREDITS
              END-IF
              MOVE GLB-BRANCH-CODE    TO WS-KEY-BRANCH
              MOVE GLB-ACCOUNT-NUMBER TO WS-KEY-ACCOUNT
              MOVE CA-GL-TYPE         TO WS-KEY-TYPE
              PERFORM 200-FIND-OR-ADD-RTN
              IF WS-VR-FOUND-SW = 'Y'
                 ADD WS-NET-AMOUNT TO WS-VR-YTD-ACT (WS-VR-IDX)
                 IF GLB-DATE NOT < WS-MONTH-START
                    ADD WS-NET-AMOUNT TO WS-VR-MTH-ACT (WS-VR-IDX)
                 END-IF
              END-IF
           END-IF.
      *****************************************************************
       200-FIND-OR-ADD-RTN.
           MOVE 'N' TO WS-VR-FOUND-SW.
           MOVE 1 TO WS-VR-IDX.
           PERFORM 210-MATCH-ENTRY-RTN
              UNTIL WS-VR-FOUND-SW = 'Y' OR
                    WS-VR-IDX > WS-VR-USED.
           IF WS-VR-FOUND-SW = 'N'
              IF WS-VR-USED < 500
                 ADD 1 TO WS-VR-USED
                 MOVE WS-VR-USED     TO WS-VR-IDX
                 MOVE WS-KEY-BRANCH  TO WS-VR-BRANCH (WS-VR-IDX)
                 MOVE WS-KEY-ACCOUNT TO WS-VR-ACCOUNT (WS-VR-IDX)
                 MOVE WS-KEY-TYPE    TO WS-VR-TYPE (WS-VR-IDX)
                 MOVE ZEROES TO WS-VR-MTH-ACT (WS-VR-IDX)
                 MOVE ZEROES TO WS-VR-YTD-ACT (WS-VR-IDX)
                 MOVE ZEROES TO WS-VR-MTH-BUD (WS-VR-IDX)
                 MOVE ZEROES TO WS-VR-YTD-BUD (WS-VR-IDX)
                 MOVE 'Y' TO WS-VR-FOUND-SW
              ELSE
                 IF WS-VR-FULL-SW = 'N'
                    MOVE 'Y' TO WS-VR-FULL-SW
                    DISPLAY 'BUDVAR - MORE THAN 500 BRANCH ACCOUNT'
                            ' LINES - REPORT IS INCOMPLETE'
                 END-IF
              END-IF
           END-IF.
      *****************************************************************
       210-MATCH-ENTRY-RTN.
           IF WS-VR-BRANCH (WS-VR-IDX) = WS-KEY-BRANCH AND
              WS-VR-ACCOUNT (WS-VR-IDX) = WS-KEY-ACCOUNT
              MOVE 'Y' TO WS-VR-FOUND-SW
           ELSE
              ADD 1 TO WS-VR-IDX
           END-IF.
      *****************************************************************
      * BUDGET: EVERY MONTH FROM JANUARY TO THE REPORT MONTH GOES    *
      * INTO YEAR TO DATE, THE REPORT MONTH ALSO INTO THE MONTH.     *
      *****************************************************************
       A400-LOAD-BUDGET-RTN.
           OPEN INPUT GL-BUDGET-FILE.
           IF WS-BUDGET-STATUS NOT = '00'
              DISPLAY 'BUDVAR - NO BUDGET FILE - ACTUALS ONLY'
           ELSE
              MOVE LOW-VALUES TO BG-KEY
              START GL-BUDGET-FILE KEY IS NOT LESS THAN BG-KEY
                 INVALID KEY
                    MOVE 'Y' TO BUDGET-EOF-SW
              END-START
              PERFORM 450-TAKE-ONE-BUDGET-RTN
                 UNTIL BUDGET-EOF-SW = 'Y'
              CLOSE GL-BUDGET-FILE
           END-IF.
      *****************************************************************
       450-TAKE-ONE-BUDGET-RTN.
           READ GL-BUDGET-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO BUDGET-EOF-SW
              NOT AT END
                 IF BG-MONTH NOT < WS-YEAR-START-MONTH AND
                    BG-MONTH NOT > WS-RPT-MONTH
                    MOVE BG-GL-ACCOUNT TO CA-GL-ACCOUNT
                    READ CHART-FILE
                       INVALID KEY
                          MOVE SPACES TO CA-GL-TYPE
                    END-READ
                    MOVE BG-BRANCH-CODE TO WS-KEY-BRANCH
                    MOVE BG-GL-ACCOUNT  TO WS-KEY-ACCOUNT
                    MOVE CA-GL-TYPE     TO WS-KEY-TYPE
                    PERFORM 200-FIND-OR-ADD-RTN
                    IF WS-VR-FOUND-SW = 'Y'
                       ADD BG-AMOUNT TO WS-VR-YTD-BUD (WS-VR-IDX)
                       IF BG-MONTH = WS-RPT-MONTH
                          ADD BG-AMOUNT TO WS-VR-MTH-BUD (WS-VR-IDX)
                       END-IF
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
      * THE LINES PRINT BY BRANCH CODE AND, WITHIN A BRANCH, BY GL   *
      * ACCOUNT - EACH PASS PICKS THE NEXT HIGHER KEY FROM THE TABLE. *
      *****************************************************************
       A500-PRINT-REPORT-RTN.
           MOVE LOW-VALUES TO WS-CUR-BRANCH.
           MOVE 'Y' TO BRANCH-FOUND-SW.
           PERFORM 500-NEXT-BRANCH-RTN UNTIL BRANCH-FOUND-SW = 'N'.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'LINES: ' WS-LINE-COUNT
                  '   FLAGGED: ' WS-FLAG-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
      *****************************************************************
       500-NEXT-BRANCH-RTN.
           MOVE 'N' TO BRANCH-FOUND-SW.
           MOVE HIGH-VALUES TO WS-NEXT-BRANCH.
           MOVE 1 TO WS-VR-IDX.
           PERFORM 510-LOWEST-BRANCH-RTN UNTIL WS-VR-IDX > WS-VR-USED.
           IF BRANCH-FOUND-SW = 'Y'
              MOVE WS-NEXT-BRANCH TO WS-CUR-BRANCH
              PERFORM 550-PRINT-BRANCH-RTN
           END-IF.
      *****************************************************************
       510-LOWEST-BRANCH-RTN.
           IF WS-VR-BRANCH (WS-VR-IDX) > WS-CUR-BRANCH AND
              WS-VR-BRANCH (WS-VR-IDX) < WS-NEXT-BRANCH
              MOVE WS-VR-BRANCH (WS-VR-IDX) TO WS-NEXT-BRANCH
              MOVE 'Y' TO BRANCH-FOUND-SW
           END-IF.
           ADD 1 TO WS-VR-IDX.
      *****************************************************************
       550-PRINT-BRANCH-RTN.
           MOVE ZEROES TO WS-BRN-MTH-ACT.
           MOVE ZEROES TO WS-BRN-YTD-ACT.
           MOVE ZEROES TO WS-BRN-MTH-BUD.
           MOVE ZEROES TO WS-BRN-YTD-BUD.
           MOVE ZEROES TO WS-LAST-ACCOUNT.
           MOVE 'Y' TO ACCOUNT-FOUND-SW.
           PERFORM 600-NEXT-ACCOUNT-RTN UNTIL ACCOUNT-FOUND-SW = 'N'.
           MOVE SPACES TO VARIANCE-LINE.
           MOVE WS-CUR-BRANCH TO VL-BRANCH.
           MOVE 'NET INCOME' TO VL-GL-ACCOUNT.
           MOVE 'I' TO WS-LINE-TYPE.
           MOVE 'MTH' TO VL-PERIOD.
           MOVE WS-BRN-MTH-ACT TO WS-LINE-ACT.
           MOVE WS-BRN-MTH-BUD TO WS-LINE-BUD.
           PERFORM 700-WRITE-FIGURES-RTN.
           MOVE SPACES TO VARIANCE-LINE.
           MOVE 'YTD' TO VL-PERIOD.
           MOVE WS-BRN-YTD-ACT TO WS-LINE-ACT.
           MOVE WS-BRN-YTD-BUD TO WS-LINE-BUD.
           PERFORM 700-WRITE-FIGURES-RTN.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
      *****************************************************************
       600-NEXT-ACCOUNT-RTN.
           MOVE 'N' TO ACCOUNT-FOUND-SW.
           MOVE 9999999999 TO WS-NEXT-ACCOUNT.
           MOVE ZEROES TO WS-VR-PICK.
           MOVE 1 TO WS-VR-IDX.
           PERFORM 610-LOWEST-ACCOUNT-RTN UNTIL WS-VR-IDX > WS-VR-USED.
           IF ACCOUNT-FOUND-SW = 'Y'
              MOVE WS-NEXT-ACCOUNT TO WS-LAST-ACCOUNT
              PERFORM 650-PRINT-ACCOUNT-RTN
           END-IF.
      *****************************************************************
       610-LOWEST-ACCOUNT-RTN.
           IF WS-VR-BRANCH (WS-VR-IDX) = WS-CUR-BRANCH AND
              WS-VR-ACCOUNT (WS-VR-IDX) > WS-LAST-ACCOUNT AND
              WS-VR-ACCOUNT (WS-VR-IDX) NOT > WS-NEXT-ACCOUNT
              MOVE WS-VR-ACCOUNT (WS-VR-IDX) TO WS-NEXT-ACCOUNT
              MOVE WS-VR-IDX TO WS-VR-PICK
              MOVE 'Y' TO ACCOUNT-FOUND-SW
           END-IF.
           ADD 1 TO WS-VR-IDX.
      *****************************************************************
       650-PRINT-ACCOUNT-RTN.
           MOVE WS-VR-ACCOUNT (WS-VR-PICK) TO CA-GL-ACCOUNT.
           READ CHART-FILE
              INVALID KEY
                 MOVE SPACES TO CA-GL-NAME
           END-READ.
           MOVE WS-VR-TYPE (WS-VR-PICK) TO WS-LINE-TYPE.
           IF WS-LINE-TYPE = 'I'
              ADD WS-VR-MTH-ACT (WS-VR-PICK) TO WS-BRN-MTH-ACT
              ADD WS-VR-YTD-ACT (WS-VR-PICK) TO WS-BRN-YTD-ACT
              ADD WS-VR-MTH-BUD (WS-VR-PICK) TO WS-BRN-MTH-BUD
              ADD WS-VR-YTD-BUD (WS-VR-PICK) TO WS-BRN-YTD-BUD
           ELSE
              SUBTRACT WS-VR-MTH-ACT (WS-VR-PICK) FROM WS-BRN-MTH-ACT
              SUBTRACT WS-VR-YTD-ACT (WS-VR-PICK) FROM WS-BRN-YTD-ACT
              SUBTRACT WS-VR-MTH-BUD (WS-VR-PICK) FROM WS-BRN-MTH-BUD
              SUBTRACT WS-VR-YTD-BUD (WS-VR-PICK) FROM WS-BRN-YTD-BUD
           END-IF.
           MOVE SPACES TO VARIANCE-LINE.
           MOVE WS-CUR-BRANCH TO VL-BRANCH.
           MOVE WS-VR-ACCOUNT (WS-VR-PICK) TO VL-GL-ACCOUNT.
           MOVE CA-GL-NAME TO VL-GL-NAME.
           MOVE 'MTH' TO VL-PERIOD.
           MOVE WS-VR-MTH-ACT (WS-VR-PICK) TO WS-LINE-ACT.
           MOVE WS-VR-MTH-BUD (WS-VR-PICK) TO WS-LINE-BUD.
           PERFORM 700-WRITE-FIGURES-RTN.
           MOVE SPACES TO VARIANCE-LINE.
           MOVE 'YTD' TO VL-PERIOD.
           MOVE WS-VR-YTD-ACT (WS-VR-PICK) TO WS-LINE-ACT.
           MOVE WS-VR-YTD-BUD (WS-VR-PICK) TO WS-LINE-BUD.
           PERFORM 700-WRITE-FIGURES-RTN.
           ADD 1 TO WS-LINE-COUNT.
      *****************************************************************
      * VARIANCE IS ACTUAL LESS BUDGET.  MORE INCOME OR LESS EXPENSE *
      * THAN BUDGET IS FAVOURABLE; THE FLAG IS RAISED ONLY WHEN THE  *
      * PERCENT OF BUDGET IS OUTSIDE THE TOLERANCE.                  *
      *****************************************************************
       700-WRITE-FIGURES-RTN.
           COMPUTE WS-LINE-VAR = WS-LINE-ACT - WS-LINE-BUD.
           MOVE WS-LINE-ACT TO VL-ACTUAL.
           MOVE WS-LINE-BUD TO VL-BUDGET.
           MOVE WS-LINE-VAR TO VL-VARIANCE.
           MOVE SPACES TO VL-FLAG.
           IF WS-LINE-BUD = ZEROES
              MOVE '    N/A' TO VL-PCT
              IF WS-LINE-ACT NOT = ZEROES
                 MOVE 'NO BUDGET' TO VL-FLAG
              END-IF
           ELSE
              COMPUTE WS-LINE-PCT ROUNDED
                      = WS-LINE-VAR * 100 / WS-LINE-BUD
              IF WS-LINE-BUD < ZEROES
                 COMPUTE WS-LINE-PCT = ZEROES - WS-LINE-PCT
              END-IF
              IF WS-LINE-PCT < ZEROES
                 COMPUTE WS-LINE-ABS-PCT = ZEROES - WS-LINE-PCT
              ELSE
                 MOVE WS-LINE-PCT TO WS-LINE-ABS-PCT
              END-IF
              IF WS-LINE-ABS-PCT > 9999.9
                 MOVE ' ***.*' TO VL-PCT
              ELSE
                 MOVE WS-LINE-PCT TO VL-PCT-NUM
              END-IF
              IF WS-LINE-ABS-PCT > WS-TOLERANCE-PCT
                 IF (WS-LINE-TYPE = 'I' AND WS-LINE-VAR < ZEROES) OR
                    (WS-LINE-TYPE NOT = 'I' AND WS-LINE-VAR > ZEROES)
                    MOVE 'ADVERSE' TO VL-FLAG
                 ELSE
                    MOVE 'FAVOUR' TO VL-FLAG
                 END-IF
              END-IF
           END-IF.
           IF VL-FLAG NOT = SPACES
              ADD 1 TO WS-FLAG-COUNT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           MOVE VARIANCE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
      *****************************************************************
       A900-CLOSE-RTN.
           CLOSE GLBRANCH-FILE.
           CLOSE CHART-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'BUDVAR - BRANCH ACCOUNT LINES: ' WS-LINE-COUNT.
           DISPLAY 'BUDVAR - LINES FLAGGED: ' WS-FLAG-COUNT.
