      ****************************************************************
      * THIS PROGRAM LISTS THE CUSTOMERS WHOSE PERIODIC KYC REVIEW   *
      * IS DUE.  EVERY CIF ON CUSTRISK.DAT WITH A NEXT REVIEW DATE   *
      * ON OR BEFORE THE END OF NEXT MONTH IS LISTED, HIGH RISK      *
      * FIRST, THEN MEDIUM, THEN LOW, WITH REVIEWS ALREADY PAST DUE  *
      * FLAGGED OVERDUE.  A REVIEW IS RECORDED AS DONE IN RISKMNT,   *
      * WHICH MOVES THE CUSTOMER'S NEXT REVIEW DATE FORWARD.         *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISKDUE.
       AUTHOR. GERAD CARLOS TUPAZ.
       DATE-WRITTEN. 10 15 2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CU-CUSTOMER-NUMBER.
           SELECT CUST-RISK-FILE ASSIGN TO 'CUSTRISK.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RK-CUSTOMER-NUMBER.
           SELECT SYSCTL-FILE ASSIGN TO 'SYSCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTL-KEY.
           SELECT REPORT-FILE ASSIGN TO 'RISKDUE.RPT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE
           RECORD CONTAINS 174 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CUSTOMER-REC.
       COPY CUSTFILE.
       FD  CUST-RISK-FILE
           RECORD CONTAINS 142 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CUST-RISK-REC.
       COPY CUSTRISK.
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
       01  WS-DUE-HORIZON            PIC 9(8) VALUE ZEROES.
       01  WS-DATE-SPLIT.
           05 WS-DS-YYYY             PIC 9(4).
           05 WS-DS-MM               PIC 9(2).
           05 WS-DS-DD               PIC 9(2).
       01  WS-PASS-RATING            PIC X VALUE SPACES.
       01  WS-PASS-IDX               PIC 9 VALUE ZEROES.
       01  WS-PASS-TITLE             PIC X(20) VALUE SPACES.
       01  WS-PASS-COUNT             PIC 9(5) VALUE ZEROES.
       01  WS-DUE-NAME               PIC X(30) VALUE SPACES.
       01  WS-DUE-FLAG               PIC X(7) VALUE SPACES.
       01  WS-HIGH-COUNT             PIC 9(5) VALUE ZEROES.
       01  WS-MEDIUM-COUNT           PIC 9(5) VALUE ZEROES.
       01  WS-LOW-COUNT              PIC 9(5) VALUE ZEROES.
       01  WS-OVERDUE-COUNT          PIC 9(5) VALUE ZEROES.
       01  RISK-EOF-SW               PIC X VALUE 'N'.
      *****************************************************************
       PROCEDURE DIVISION.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           MOVE 1 TO WS-PASS-IDX.
           PERFORM A300-LIST-ONE-RATING-RTN UNTIL WS-PASS-IDX > 3.
           PERFORM A900-CLOSE-RTN.
           STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN INPUT CUSTOMER-FILE.
           OPEN INPUT CUST-RISK-FILE.
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
           MOVE WS-BUSINESS-DATE TO WS-DATE-SPLIT.
           IF WS-DS-MM = 12
              MOVE 01 TO WS-DS-MM
              ADD 1 TO WS-DS-YYYY
           ELSE
              ADD 1 TO WS-DS-MM
           END-IF.
           MOVE 31 TO WS-DS-DD.
           MOVE WS-DATE-SPLIT TO WS-DUE-HORIZON.
           DISPLAY 'RISKDUE - KYC REVIEWS DUE STARTED'.
           MOVE SPACES TO REPORT-LINE.
           STRING 'KYC REVIEWS DUE BY RISK RATING - ' WS-BUSINESS-DATE
                  '  DUE THROUGH ' WS-DATE-SPLIT (1:6)
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'CUSTOMER'          TO REPORT-LINE (1:8).
           MOVE 'NAME'              TO REPORT-LINE (11:4).
           MOVE 'SCORE'             TO REPORT-LINE (43:5).
           MOVE 'LAST REV'          TO REPORT-LINE (50:8).
           MOVE 'NEXT REV'          TO REPORT-LINE (60:8).
           MOVE 'OVR'               TO REPORT-LINE (70:3).
           WRITE REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
      *****************************************************************
      * ONE PASS OF CUSTRISK.DAT PER RATING - H, M, THEN L.          *
      *****************************************************************
       A300-LIST-ONE-RATING-RTN.
           IF WS-PASS-IDX = 1
              MOVE 'H' TO WS-PASS-RATING
              MOVE 'HIGH RISK' TO WS-PASS-TITLE
           ELSE
           IF WS-PASS-IDX = 2
              MOVE 'M' TO WS-PASS-RATING
              MOVE 'MEDIUM RISK' TO WS-PASS-TITLE
           ELSE
              MOVE 'L' TO WS-PASS-RATING
              MOVE 'LOW RISK' TO WS-PASS-TITLE
           END-IF
           END-IF.
           MOVE ZEROES TO WS-PASS-COUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-PASS-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'N' TO RISK-EOF-SW.
           MOVE ZEROES TO RK-CUSTOMER-NUMBER.
           START CUST-RISK-FILE KEY IS NOT LESS THAN RK-CUSTOMER-NUMBER
              INVALID KEY
                 MOVE 'Y' TO RISK-EOF-SW
           END-START.
           PERFORM 100-READ-RISK-RTN UNTIL RISK-EOF-SW = 'Y'.
           MOVE SPACES TO REPORT-LINE.
           STRING '  ' WS-PASS-TITLE ' REVIEWS DUE: ' WS-PASS-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           ADD 1 TO WS-PASS-IDX.
      *****************************************************************
       100-READ-RISK-RTN.
           READ CUST-RISK-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO RISK-EOF-SW
              NOT AT END
                 IF RK-RATING = WS-PASS-RATING
                 AND RK-NEXT-REVIEW-DATE NOT > WS-DUE-HORIZON
                    PERFORM 200-PRINT-DUE-RTN
                 END-IF
           END-READ.
      *****************************************************************
       200-PRINT-DUE-RTN.
           MOVE SPACES TO WS-DUE-NAME.
           MOVE RK-CUSTOMER-NUMBER TO CU-CUSTOMER-NUMBER.
           READ CUSTOMER-FILE
              INVALID KEY
                 MOVE '*** NOT ON CIF FILE ***' TO WS-DUE-NAME
              NOT INVALID KEY
                 MOVE CU-CUSTOMER-NAME TO WS-DUE-NAME
           END-READ.
           IF RK-NEXT-REVIEW-DATE < WS-BUSINESS-DATE
              MOVE 'OVERDUE' TO WS-DUE-FLAG
              ADD 1 TO WS-OVERDUE-COUNT
           ELSE
              MOVE SPACES TO WS-DUE-FLAG
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING RK-CUSTOMER-NUMBER  DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  WS-DUE-NAME         DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  RK-SCORE            DELIMITED BY SIZE
                  '    '              DELIMITED BY SIZE
                  RK-LAST-REVIEW-DATE DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  RK-NEXT-REVIEW-DATE DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           IF RK-OVERRIDDEN
              MOVE 'OVR' TO REPORT-LINE (70:3)
           END-IF.
           MOVE WS-DUE-FLAG TO REPORT-LINE (75:7).
           WRITE REPORT-LINE.
           ADD 1 TO WS-PASS-COUNT.
           IF RK-HIGH-RISK
              ADD 1 TO WS-HIGH-COUNT
           ELSE
           IF RK-MEDIUM-RISK
              ADD 1 TO WS-MEDIUM-COUNT
           ELSE
              ADD 1 TO WS-LOW-COUNT
           END-IF
           END-IF.
      *****************************************************************
       A900-CLOSE-RTN.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'REVIEWS DUE - HIGH: ' WS-HIGH-COUNT
                  '   MEDIUM: ' WS-MEDIUM-COUNT
                  '   LOW: ' WS-LOW-COUNT
                  '   OVERDUE: ' WS-OVERDUE-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE CUSTOMER-FILE.
           CLOSE CUST-RISK-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'RISKDUE - HIGH: ' WS-HIGH-COUNT
                   ' MEDIUM: ' WS-MEDIUM-COUNT
                   ' LOW: ' WS-LOW-COUNT.
           DISPLAY 'RISKDUE - OVERDUE: ' WS-OVERDUE-COUNT.
