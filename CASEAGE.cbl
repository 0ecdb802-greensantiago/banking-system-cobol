      ****************************************************************
      * THIS PROGRAM IS THE SUSPICIOUS ACTIVITY CASE AGING REPORT.   *
      * EVERY CASE ON AMLCASE.DAT STILL OPEN, UNDER REVIEW OR        *
      * ESCALATED IS AGED FROM ITS OPEN DATE ON THE 30/360 BASIS     *
      * AGAINST THE STR FILING DEADLINE (SYSCTL KEY STRDAYS, 30 DAYS *
      * IF NOT SET).  CASES PAST THE DEADLINE ARE FLAGGED, AS ARE    *
      * CASES WITHIN SEVEN DAYS OF IT AND CASES NOT YET ASSIGNED TO  *
      * AN ANALYST.                                                  *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASEAGE.
       AUTHOR. GERAD CARLOS TUPAZ.
       DATE-WRITTEN. 10 15 2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AML-CASE-FILE ASSIGN TO 'AMLCASE.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SA-CASE-NUMBER
                  ALTERNATE KEY IS SA-CUST-PERIOD.
           SELECT SYSCTL-FILE ASSIGN TO 'SYSCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTL-KEY.
           SELECT REPORT-FILE ASSIGN TO 'CASEAGE.RPT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  AML-CASE-FILE
           RECORD CONTAINS 181 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS AML-CASE-REC.
       COPY AMLCASE.
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
       01  WS-DEADLINE-DAYS          PIC 9(3) VALUE 30.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZEROES.
       01  WS-DATE-SPLIT.
           05 WS-DATE-YYYY           PIC 9(4).
           05 WS-DATE-MM             PIC 9(2).
           05 WS-DATE-DD             PIC 9(2).
       01  WS-TODAY-DAY-NUM          PIC 9(7) VALUE ZEROES.
       01  WS-ITEM-DAY-NUM           PIC 9(7) VALUE ZEROES.
       01  WS-DAYS-OLD               PIC S9(7) VALUE ZEROES.
       01  WS-WARN-DAYS              PIC 9(3) VALUE ZEROES.
       01  WS-PENDING-COUNT          PIC 9(7) VALUE ZEROES.
       01  WS-PAST-COUNT             PIC 9(7) VALUE ZEROES.
       01  WS-NEAR-COUNT             PIC 9(7) VALUE ZEROES.
       01  WS-UNASSIGNED-COUNT       PIC 9(7) VALUE ZEROES.
       01  WS-AGE-FLAG               PIC X(15) VALUE SPACES.
       01  WS-ANALYST                PIC X(15) VALUE SPACES.
       01  WS-DAYS-DISPLAY           PIC ZZZ9.
       01  EOF-SW                    PIC X VALUE 'N'.
           88 END-OF-CASE-FILE       VALUE 'Y'.
      *****************************************************************
       PROCEDURE DIVISION.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A300-PROCESS-RTN UNTIL END-OF-CASE-FILE.
           PERFORM A900-CLOSE-RTN.
           STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN INPUT AML-CASE-FILE.
           OPEN OUTPUT REPORT-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
           OPEN INPUT SYSCTL-FILE.
           MOVE 'BUSDATE   ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-BUSINESS-DATE
           END-READ.
           MOVE 'STRDAYS   ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-NUM-VALUE TO WS-DEADLINE-DAYS
           END-READ.
           CLOSE SYSCTL-FILE.
           IF WS-DEADLINE-DAYS > 7
              COMPUTE WS-WARN-DAYS = WS-DEADLINE-DAYS - 7
           ELSE
              MOVE ZEROES TO WS-WARN-DAYS
           END-IF.
           MOVE WS-BUSINESS-DATE TO WS-DATE-SPLIT.
           COMPUTE WS-TODAY-DAY-NUM =
                   (WS-DATE-YYYY * 360) +
                   (WS-DATE-MM * 30) + WS-DATE-DD.
           DISPLAY 'CASEAGE - AML CASE AGING STARTED'.
           MOVE SPACES TO REPORT-LINE.
           STRING 'SUSPICIOUS ACTIVITY CASE AGING - ' WS-BUSINESS-DATE
                  '  STR DEADLINE ' WS-DEADLINE-DAYS ' DAYS'
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'CASE'              TO REPORT-LINE (1:4).
           MOVE 'CUSTOMER'          TO REPORT-LINE (11:8).
           MOVE 'PERIOD'            TO REPORT-LINE (21:6).
           MOVE 'ST'                TO REPORT-LINE (29:2).
           MOVE 'ANALYST'           TO REPORT-LINE (32:7).
           MOVE 'OPENED'            TO REPORT-LINE (49:6).
           MOVE 'AGE'               TO REPORT-LINE (60:3).
           WRITE REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZEROES TO SA-CASE-NUMBER.
           START AML-CASE-FILE KEY IS NOT LESS THAN SA-CASE-NUMBER
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
                 DISPLAY 'CASEAGE - NO CASES ON FILE'
           END-START.
      *****************************************************************
       A300-PROCESS-RTN.
           READ AML-CASE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF SA-CASE-PENDING
                    ADD 1 TO WS-PENDING-COUNT
                    PERFORM 100-AGE-ONE-RTN
                 END-IF
           END-READ.
      *****************************************************************
       100-AGE-ONE-RTN.
           MOVE SA-OPEN-DATE TO WS-DATE-SPLIT.
           COMPUTE WS-ITEM-DAY-NUM =
                   (WS-DATE-YYYY * 360) +
                   (WS-DATE-MM * 30) + WS-DATE-DD.
           COMPUTE WS-DAYS-OLD = WS-TODAY-DAY-NUM - WS-ITEM-DAY-NUM.
           IF WS-DAYS-OLD < ZEROES
              MOVE ZEROES TO WS-DAYS-OLD
           END-IF.
           MOVE WS-DAYS-OLD TO WS-DAYS-DISPLAY.
           IF WS-DAYS-OLD > WS-DEADLINE-DAYS
              ADD 1 TO WS-PAST-COUNT
              MOVE 'PAST DEADLINE' TO WS-AGE-FLAG
           ELSE
           IF WS-DAYS-OLD > WS-WARN-DAYS
              ADD 1 TO WS-NEAR-COUNT
              MOVE 'DEADLINE NEAR' TO WS-AGE-FLAG
           ELSE
              MOVE SPACES TO WS-AGE-FLAG
           END-IF
           END-IF.
           IF SA-ASSIGNED-TO = SPACES
              ADD 1 TO WS-UNASSIGNED-COUNT
              MOVE '*UNASSIGNED*' TO WS-ANALYST
           ELSE
              MOVE SA-ASSIGNED-TO TO WS-ANALYST
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING SA-CASE-NUMBER     DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  SA-CUSTOMER-NUMBER DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  SA-PERIOD          DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  SA-STATUS          DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  WS-ANALYST         DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  SA-OPEN-DATE       DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  WS-DAYS-DISPLAY    DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  WS-AGE-FLAG        DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
      *****************************************************************
       A900-CLOSE-RTN.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CASES PENDING: ' WS-PENDING-COUNT
                  '   PAST DEADLINE: ' WS-PAST-COUNT
                  '   DEADLINE NEAR: ' WS-NEAR-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'UNASSIGNED: ' WS-UNASSIGNED-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE AML-CASE-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'CASEAGE - CASES PENDING: ' WS-PENDING-COUNT.
           DISPLAY 'CASEAGE - PAST DEADLINE: ' WS-PAST-COUNT
                   ' DEADLINE NEAR: ' WS-NEAR-COUNT.
           STOP RUN.
