      ****************************************************************
      * THIS PROGRAM IS THE DUPLICATE CUSTOMER CANDIDATE REPORT.     *
      * EVERY CIF ON CUSTOMER.DAT THAT IS NOT DECEASED AND HAS NOT   *
      * ALREADY BEEN MERGED INTO ANOTHER IS LOADED WITH ITS NAME     *
      * NORMALIZED (UPPER CASE, LETTERS AND DIGITS ONLY), ITS        *
      * CONTACT NUMBER REDUCED TO THE LAST TEN DIGITS AND ITS EMAIL  *
      * IN UPPER CASE.  EACH PAIR OF CIFS IS THEN SCORED:            *
      *   NAME MATCHES           40                                  *
      *   CONTACT NUMBER MATCHES 30                                  *
      *   EMAIL MATCHES          30                                  *
      * AND EVERY PAIR SCORING 60 OR MORE IS LISTED WITH THE FIELDS  *
      * IT MATCHED ON.  A NAME ALONE IS NEVER ENOUGH.  THE REPORT IS *
      * THE WORK LIST FOR THE SUPERVISOR MERGE IN CIFMERGE.          *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPCUST.
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
           SELECT SYSCTL-FILE ASSIGN TO 'SYSCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTL-KEY.
           SELECT REPORT-FILE ASSIGN TO 'DUPCUST.RPT'
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
       01  WS-DC-THRESHOLD           PIC 9(3) VALUE 60.
       01  WS-DC-NAME-POINTS         PIC 9(3) VALUE 40.
       01  WS-DC-PHONE-POINTS        PIC 9(3) VALUE 30.
       01  WS-DC-EMAIL-POINTS        PIC 9(3) VALUE 30.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZEROES.
      *****************************************************************
      * ONE ENTRY PER CANDIDATE CIF WITH ITS MATCHING KEYS.          *
      *****************************************************************
       01  WS-DC-TABLE.
           05 WS-DC-ENTRY OCCURS 5000 TIMES.
              10 WS-DC-CIF           PIC 9(8).
              10 WS-DC-NAME          PIC X(30).
              10 WS-DC-NORM-NAME     PIC X(30).
              10 WS-DC-PHONE         PIC X(10).
              10 WS-DC-EMAIL         PIC X(30).
       01  WS-DC-USED                PIC 9(4) VALUE ZEROES.
       01  WS-DC-IDX1                PIC 9(4) VALUE ZEROES.
       01  WS-DC-IDX2                PIC 9(4) VALUE ZEROES.
       01  WS-DC-SCORE               PIC 9(3) VALUE ZEROES.
       01  WS-DC-BASIS               PIC X(20) VALUE SPACES.
       01  WS-DC-BASIS-PTR           PIC 9(2) VALUE ZEROES.
      *****************************************************************
      * WORK AREAS FOR NORMALIZING ONE CUSTOMER RECORD.              *
      *****************************************************************
       01  WS-DC-WORK-NAME           PIC X(30) VALUE SPACES.
       01  WS-DC-WORK-PHONE          PIC X(15) VALUE SPACES.
       01  WS-DC-DIGITS              PIC X(15) VALUE SPACES.
       01  WS-DC-OUT                 PIC X(30) VALUE SPACES.
       01  WS-DC-CHAR                PIC X VALUE SPACES.
       01  WS-DC-CHAR-IDX            PIC 9(2) VALUE ZEROES.
       01  WS-DC-OUT-LEN             PIC 9(2) VALUE ZEROES.
       01  WS-DC-START               PIC 9(2) VALUE ZEROES.
       01  WS-CUST-READ              PIC 9(7) VALUE ZEROES.
       01  WS-CUST-SKIPPED           PIC 9(7) VALUE ZEROES.
       01  WS-PAIRS-LISTED           PIC 9(7) VALUE ZEROES.
       01  EOF-SW                    PIC X VALUE 'N'.
           88 END-OF-CUSTOMER-FILE   VALUE 'Y'.
       01  TABLE-FULL-SW             PIC X VALUE 'N'.
       COPY APLHA.
      *****************************************************************
       PROCEDURE DIVISION.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A300-PROCESS-RTN UNTIL END-OF-CUSTOMER-FILE.
           PERFORM A400-MATCH-RTN.
           PERFORM A900-CLOSE-RTN.
           STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN INPUT CUSTOMER-FILE.
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
           DISPLAY 'DUPCUST - DUPLICATE CUSTOMER REPORT STARTED'.
           MOVE SPACES TO REPORT-LINE.
           STRING 'DUPLICATE CUSTOMER CANDIDATES - ' WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'SCORE'             TO REPORT-LINE (1:5).
           MOVE 'CIF'               TO REPORT-LINE (8:3).
           MOVE 'NAME'              TO REPORT-LINE (17:4).
           MOVE 'CIF'               TO REPORT-LINE (43:3).
           MOVE 'NAME'              TO REPORT-LINE (52:4).
           MOVE 'MATCHED ON'        TO REPORT-LINE (78:10).
           WRITE REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZEROES TO CU-CUSTOMER-NUMBER.
           START CUSTOMER-FILE KEY IS NOT LESS THAN CU-CUSTOMER-NUMBER
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
                 DISPLAY 'DUPCUST - NO CUSTOMERS ON FILE'
           END-START.
      *****************************************************************
       A300-PROCESS-RTN.
           READ CUSTOMER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 ADD 1 TO WS-CUST-READ
                 IF CU-DECEASED OR CU-MERGED-INTO NOT = ZEROES
                    ADD 1 TO WS-CUST-SKIPPED
                 ELSE
                 IF WS-DC-USED NOT < 5000
                    IF TABLE-FULL-SW = 'N'
                       MOVE 'Y' TO TABLE-FULL-SW
                       DISPLAY 'DUPCUST - TABLE FULL AT 5000 - '
                               'REMAINING CUSTOMERS NOT COMPARED'
                    END-IF
                    ADD 1 TO WS-CUST-SKIPPED
                 ELSE
                    PERFORM 100-LOAD-CUSTOMER-RTN
                 END-IF
                 END-IF
           END-READ.
      *****************************************************************
       100-LOAD-CUSTOMER-RTN.
           ADD 1 TO WS-DC-USED.
           MOVE CU-CUSTOMER-NUMBER TO WS-DC-CIF (WS-DC-USED).
           MOVE CU-CUSTOMER-NAME   TO WS-DC-NAME (WS-DC-USED).
           MOVE CU-CUSTOMER-NAME   TO WS-DC-WORK-NAME.
           INSPECT WS-DC-WORK-NAME CONVERTING ALPHALOWER TO ALPHAUPPER.
           MOVE SPACES TO WS-DC-OUT.
           MOVE ZEROES TO WS-DC-OUT-LEN.
           MOVE 1 TO WS-DC-CHAR-IDX.
           PERFORM 110-NORMALIZE-NAME-CHAR-RTN
              UNTIL WS-DC-CHAR-IDX > 30.
           MOVE WS-DC-OUT TO WS-DC-NORM-NAME (WS-DC-USED).
           MOVE CU-CONTACT-NUMBER TO WS-DC-WORK-PHONE.
           MOVE SPACES TO WS-DC-DIGITS.
           MOVE ZEROES TO WS-DC-OUT-LEN.
           MOVE 1 TO WS-DC-CHAR-IDX.
           PERFORM 120-NORMALIZE-PHONE-CHAR-RTN
              UNTIL WS-DC-CHAR-IDX > 15.
           MOVE SPACES TO WS-DC-PHONE (WS-DC-USED).
           IF WS-DC-OUT-LEN NOT < 7
              IF WS-DC-OUT-LEN > 10
                 COMPUTE WS-DC-START = WS-DC-OUT-LEN - 9
                 MOVE WS-DC-DIGITS (WS-DC-START:10)
                   TO WS-DC-PHONE (WS-DC-USED)
              ELSE
                 MOVE WS-DC-DIGITS TO WS-DC-PHONE (WS-DC-USED)
              END-IF
           END-IF.
           MOVE CU-CONTACT-EMAIL TO WS-DC-EMAIL (WS-DC-USED).
           INSPECT WS-DC-EMAIL (WS-DC-USED)
                   CONVERTING ALPHALOWER TO ALPHAUPPER.
      *****************************************************************
      * ONLY LETTERS AND DIGITS ARE KEPT, SO 'DELA CRUZ, JUAN' AND    *
      * 'DELACRUZ JUAN' NORMALIZE TO THE SAME KEY.                   *
      *****************************************************************
       110-NORMALIZE-NAME-CHAR-RTN.
           MOVE WS-DC-WORK-NAME (WS-DC-CHAR-IDX:1) TO WS-DC-CHAR.
           IF (WS-DC-CHAR NOT < 'A' AND WS-DC-CHAR NOT > 'Z') OR
              (WS-DC-CHAR NOT < '0' AND WS-DC-CHAR NOT > '9')
              ADD 1 TO WS-DC-OUT-LEN
              MOVE WS-DC-CHAR TO WS-DC-OUT (WS-DC-OUT-LEN:1)
           END-IF.
           ADD 1 TO WS-DC-CHAR-IDX.
      *****************************************************************
       120-NORMALIZE-PHONE-CHAR-RTN.
           MOVE WS-DC-WORK-PHONE (WS-DC-CHAR-IDX:1) TO WS-DC-CHAR.
           IF WS-DC-CHAR NOT < '0' AND WS-DC-CHAR NOT > '9'
              ADD 1 TO WS-DC-OUT-LEN
              MOVE WS-DC-CHAR TO WS-DC-DIGITS (WS-DC-OUT-LEN:1)
           END-IF.
           ADD 1 TO WS-DC-CHAR-IDX.
      *****************************************************************
      * EVERY CIF IS COMPARED WITH EVERY CIF AFTER IT IN THE TABLE.  *
      *****************************************************************
       A400-MATCH-RTN.
           MOVE 1 TO WS-DC-IDX1.
           PERFORM 400-MATCH-ONE-CIF-RTN
              UNTIL WS-DC-IDX1 NOT < WS-DC-USED.
      *****************************************************************
       400-MATCH-ONE-CIF-RTN.
           COMPUTE WS-DC-IDX2 = WS-DC-IDX1 + 1.
           PERFORM 410-SCORE-PAIR-RTN
              UNTIL WS-DC-IDX2 > WS-DC-USED.
           ADD 1 TO WS-DC-IDX1.
      *****************************************************************
       410-SCORE-PAIR-RTN.
           MOVE ZEROES TO WS-DC-SCORE.
           MOVE SPACES TO WS-DC-BASIS.
           MOVE 1 TO WS-DC-BASIS-PTR.
           IF WS-DC-NORM-NAME (WS-DC-IDX1) NOT = SPACES AND
              WS-DC-NORM-NAME (WS-DC-IDX1) =
              WS-DC-NORM-NAME (WS-DC-IDX2)
              ADD WS-DC-NAME-POINTS TO WS-DC-SCORE
              STRING 'NAME ' DELIMITED BY SIZE
                     INTO WS-DC-BASIS WITH POINTER WS-DC-BASIS-PTR
              END-STRING
           END-IF.
           IF WS-DC-PHONE (WS-DC-IDX1) NOT = SPACES AND
              WS-DC-PHONE (WS-DC-IDX1) = WS-DC-PHONE (WS-DC-IDX2)
              ADD WS-DC-PHONE-POINTS TO WS-DC-SCORE
              STRING 'PHONE ' DELIMITED BY SIZE
                     INTO WS-DC-BASIS WITH POINTER WS-DC-BASIS-PTR
              END-STRING
           END-IF.
           IF WS-DC-EMAIL (WS-DC-IDX1) NOT = SPACES AND
              WS-DC-EMAIL (WS-DC-IDX1) = WS-DC-EMAIL (WS-DC-IDX2)
              ADD WS-DC-EMAIL-POINTS TO WS-DC-SCORE
              STRING 'EMAIL' DELIMITED BY SIZE
                     INTO WS-DC-BASIS WITH POINTER WS-DC-BASIS-PTR
              END-STRING
           END-IF.
           IF WS-DC-SCORE NOT < WS-DC-THRESHOLD
              PERFORM 420-PRINT-PAIR-RTN
           END-IF.
           ADD 1 TO WS-DC-IDX2.
      *****************************************************************
       420-PRINT-PAIR-RTN.
           ADD 1 TO WS-PAIRS-LISTED.
           MOVE SPACES TO REPORT-LINE.
           STRING '  ' WS-DC-SCORE '  '
                  WS-DC-CIF (WS-DC-IDX1) ' '
                  WS-DC-NAME (WS-DC-IDX1) (1:25) ' '
                  WS-DC-CIF (WS-DC-IDX2) ' '
                  WS-DC-NAME (WS-DC-IDX2) (1:25) ' '
                  WS-DC-BASIS
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
      *****************************************************************
       A900-CLOSE-RTN.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CUSTOMERS READ: ' WS-CUST-READ
                  '   COMPARED: ' WS-DC-USED
                  '   CANDIDATE PAIRS: ' WS-PAIRS-LISTED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE CUSTOMER-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'DUPCUST - CUSTOMERS READ: ' WS-CUST-READ
                   ' COMPARED: ' WS-DC-USED.
           DISPLAY 'DUPCUST - CANDIDATE PAIRS LISTED: '
                   WS-PAIRS-LISTED.
