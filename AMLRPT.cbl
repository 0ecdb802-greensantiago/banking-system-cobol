      * COVERED-TRANSACTION REPORT AND THE INTERNAL EXCEPTION        *
      * LISTING.  A RUN-CONTROL ENTRY PROVES THE JOB RAN EVERY       *
      * BUSINESS DAY.                                                *
      * EVERY COVERED ITEM AND STRUCTURING EXCEPTION IS ALSO KEPT ON *
      * AMLHIT.DAT, WHICH THE MONTHLY RISK RATING (RISKSCOR) COUNTS. *
      * A CUSTOMER RATED HIGH RISK ON CUSTRISK.DAT IS HELD TO THE    *
      * STRICTER INTERNAL ALERT THRESHOLD ON SYSCTL.DAT KEY AMLHRLIM *
      * (DEFAULT HALF THE COVERED THRESHOLD) - ONE OR MORE CASH      *
      * ITEMS REACHING IT ARE LISTED AS A HIGH-RISK ALERT.           *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLRPT.
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTL-KEY.
           SELECT CUST-RISK-FILE ASSIGN TO 'CUSTRISK.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RK-CUSTOMER-NUMBER.
           SELECT AML-HIT-FILE ASSIGN TO 'AMLHIT.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT RUN-CTL-FILE ASSIGN TO 'RUNCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
           LABEL RECORD IS STANDARD
           DATA RECORD IS CTL-REC.
       COPY SYSCTL.
       FD  CUST-RISK-FILE
           RECORD CONTAINS 142 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CUST-RISK-REC.
       COPY CUSTRISK.
       FD  AML-HIT-FILE
           RECORD CONTAINS 45 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS AML-HIT-REC.
       COPY AMLHIT.
       FD  RUN-CTL-FILE
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS RUN-CTL-REC.
       COPY RUNCTL.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-AML-THRESHOLD          PIC 9(9)V99 VALUE 500000.00.
       01  WS-AML-HR-THRESHOLD       PIC 9(9)V99 VALUE ZEROES.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZEROES.
       01  WS-CASH-ACCOUNT           PIC 9(10) VALUE ZEROES.
       01  WS-AGG-FOUND-SW           PIC X VALUE 'N'.
       01  WS-COVERED-COUNT          PIC 9(7) VALUE ZEROES.
       01  WS-STRUCT-COUNT           PIC 9(7) VALUE ZEROES.
       01  WS-HR-ALERT-COUNT         PIC 9(7) VALUE ZEROES.
       01  WS-HIGH-RISK-SW           PIC X VALUE 'N'.
       01  WS-AMOUNT-DISPLAY         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-DISPLAY          PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  EOF-SW                    PIC X VALUE 'N'.
           OPEN INPUT ACCOUNT-FILE.
           OPEN OUTPUT REPORT-FILE.
           OPEN I-O RUN-CTL-FILE.
           OPEN INPUT CUST-RISK-FILE.
           OPEN EXTEND AML-HIT-FILE.
           OPEN INPUT SYSCTL-FILE.
           MOVE 'AMLLIMIT  ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-NUM-VALUE TO WS-AML-THRESHOLD
           END-READ.
           COMPUTE WS-AML-HR-THRESHOLD = WS-AML-THRESHOLD / 2.
           MOVE 'AMLHRLIM  ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-NUM-VALUE TO WS-AML-HR-THRESHOLD
           END-READ.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
           MOVE 'BUSDATE   ' TO CTL-KEY.
                 MOVE 'AMLRPT  ' TO RC-JOB-NAME
                 MOVE WS-BUSINESS-DATE TO RC-RUN-DATE
                 MOVE 'S' TO RC-STATUS
                 ACCEPT RC-START-TIME FROM TIME
                 MOVE ZEROES TO RC-END-TIME
                 MOVE ZEROES TO RC-RECORD-COUNT
                 MOVE ZEROES TO RC-LAST-KEY
                 MOVE ZEROES TO RC-BUSINESS-DATE
                 WRITE RUN-CTL-REC
                    INVALID KEY
                       DISPLAY 'AMLRPT - ERROR WRITING RUN CONTROL'
                 END-WRITE
              NOT INVALID KEY
                 MOVE 'S' TO RC-STATUS
                 ACCEPT RC-START-TIME FROM TIME
                 MOVE ZEROES TO RC-END-TIME
                 MOVE ZEROES TO RC-RECORD-COUNT
                 REWRITE RUN-CTL-REC
           END-READ.
              INVALID KEY
                 MOVE 'NAME NOT ON FILE' TO ACCOUNT-NAME
                 MOVE SPACES TO CONTACT-ADDRESS
                 MOVE ZEROES TO CUSTOMER-NUMBER
           END-READ.
           MOVE TRAN-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           END-STRING.
           WRITE REPORT-LINE.
           ADD 1 TO WS-COVERED-COUNT.
           MOVE 'C' TO AH-HIT-TYPE.
           MOVE TRAN-AMOUNT TO AH-AMOUNT.
           MOVE 1 TO AH-ITEM-COUNT.
           PERFORM 500-WRITE-AML-HIT-RTN.
      *****************************************************************
       300-ACCUMULATE-RTN.
           MOVE 'N' TO WS-AGG-FOUND-SW.
           WRITE REPORT-LINE.
           MOVE 'INTERNAL EXCEPTION LISTING - POSSIBLE STRUCTURING'
             TO REPORT-LINE.
           MOVE 'AND HIGH-RISK ALERTS' TO REPORT-LINE (52:20).
           WRITE REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
              UNTIL WS-AGG-IDX > WS-AGG-USED.
      *****************************************************************
       410-CHECK-ONE-ENTRY-RTN.
           MOVE WS-AGG-ACCOUNT (WS-AGG-IDX) TO WS-CASH-ACCOUNT.
           PERFORM 420-CHECK-HIGH-RISK-RTN.
           IF WS-AGG-COUNT (WS-AGG-IDX) > 1 AND
              WS-AGG-TOTAL (WS-AGG-IDX) NOT < WS-AML-THRESHOLD
              MOVE 'S' TO AH-HIT-TYPE
              PERFORM 430-WRITE-EXCEPTION-RTN
              ADD 1 TO WS-STRUCT-COUNT
           ELSE
           IF WS-HIGH-RISK-SW = 'Y' AND
              WS-AGG-TOTAL (WS-AGG-IDX) NOT < WS-AML-HR-THRESHOLD
              MOVE 'H' TO AH-HIT-TYPE
              PERFORM 430-WRITE-EXCEPTION-RTN
              ADD 1 TO WS-HR-ALERT-COUNT
           END-IF
           END-IF.
           ADD 1 TO WS-AGG-IDX.
      *****************************************************************
      * THE OWNING CUSTOMER'S RISK RATING DECIDES WHICH ALERT        *
      * THRESHOLD THE ACCOUNT IS HELD TO.                            *
      *****************************************************************
       420-CHECK-HIGH-RISK-RTN.
           MOVE 'N' TO WS-HIGH-RISK-SW.
           MOVE WS-CASH-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
              INVALID KEY
                 MOVE 'NAME NOT ON FILE' TO ACCOUNT-NAME
                 MOVE ZEROES TO CUSTOMER-NUMBER
           END-READ.
           IF CUSTOMER-NUMBER NOT = ZEROES
              MOVE CUSTOMER-NUMBER TO RK-CUSTOMER-NUMBER
              READ CUST-RISK-FILE
                 NOT INVALID KEY
                    IF RK-HIGH-RISK
                       MOVE 'Y' TO WS-HIGH-RISK-SW
                    END-IF
              END-READ
           END-IF.
      *****************************************************************
       430-WRITE-EXCEPTION-RTN.
           MOVE WS-AGG-TOTAL (WS-AGG-IDX) TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-AGG-ACCOUNT (WS-AGG-IDX) DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  ACCOUNT-NAME       DELIMITED BY SIZE
                  ' ITEMS '          DELIMITED BY SIZE
                  WS-AGG-COUNT (WS-AGG-IDX) DELIMITED BY SIZE
                  ' TOTAL '          DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY   DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           IF AH-HIGH-RISK-ALERT
              MOVE 'HIGH RISK' TO REPORT-LINE (100:9)
           END-IF.
           WRITE REPORT-LINE.
           MOVE WS-AGG-TOTAL (WS-AGG-IDX) TO AH-AMOUNT.
           MOVE WS-AGG-COUNT (WS-AGG-IDX) TO AH-ITEM-COUNT.
           PERFORM 500-WRITE-AML-HIT-RTN.
      *****************************************************************
       500-WRITE-AML-HIT-RTN.
           MOVE WS-BUSINESS-DATE TO AH-DATE.
           MOVE WS-CASH-ACCOUNT  TO AH-ACCOUNT-NUMBER.
           MOVE CUSTOMER-NUMBER  TO AH-CUSTOMER-NUMBER.
           WRITE AML-HIT-REC.
      *****************************************************************
       A900-CLOSE-RTN.
           MOVE SPACES TO REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'COVERED ITEMS: ' WS-COVERED-COUNT
                  '   STRUCTURING EXCEPTIONS: ' WS-STRUCT-COUNT
                  '   HIGH-RISK ALERTS: ' WS-HR-ALERT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE 'C' TO RC-STATUS.
           ACCEPT RC-END-TIME FROM TIME.
           REWRITE RUN-CTL-REC
              INVALID KEY
                 DISPLAY 'AMLRPT - ERROR CLOSING RUN CONTROL'
           END-REWRITE.
           CLOSE RUN-CTL-FILE.
           CLOSE CUST-RISK-FILE.
           CLOSE AML-HIT-FILE.
           CLOSE TRAN-LOG-FILE.
           CLOSE ACCOUNT-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'AMLRPT - COVERED ITEMS: ' WS-COVERED-COUNT.
           DISPLAY 'AMLRPT - STRUCTURING EXCEPTIONS: '
                   WS-STRUCT-COUNT.
           DISPLAY 'AMLRPT - HIGH-RISK ALERTS: ' WS-HR-ALERT-COUNT.
           STOP RUN.
