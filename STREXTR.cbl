      ****************************************************************
      * THIS PROGRAM IS THE SUSPICIOUS TRANSACTION REPORT EXTRACT.   *
      * EVERY CASE ON AMLCASE.DAT CLOSED AS STR FILED THAT HAS NOT   *
      * YET GONE TO THE REGULATOR IS WRITTEN TO STREXT.DAT - ONE     *
      * FIXED-LENGTH RECORD PER CASE CARRYING THE STR REFERENCE, THE *
      * CUSTOMER, THE ALERT TOTALS, THE CURRENT RISK RATING AND THE  *
      * DISPOSITION - AND THE CASE IS MARKED EXTRACTED SO IT IS SENT *
      * ONCE ONLY.  THE FILE IS BUILT THE WAY BLEXTR BUILDS ITS      *
      * EXTRACT AND IS PICKED UP FOR TRANSMISSION THE SAME WAY.      *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STREXTR.
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
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CU-CUSTOMER-NUMBER.
           SELECT CUST-RISK-FILE ASSIGN TO 'CUSTRISK.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RK-CUSTOMER-NUMBER.
           SELECT STR-EXT-FILE ASSIGN TO 'STREXT.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT SYSCTL-FILE ASSIGN TO 'SYSCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTL-KEY.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  AML-CASE-FILE
           RECORD CONTAINS 181 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS AML-CASE-REC.
       COPY AMLCASE.
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
       FD  STR-EXT-FILE
           RECORD CONTAINS 237 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS STR-EXT-REC.
       COPY STREXT.
       FD  SYSCTL-FILE
           RECORD CONTAINS 31 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CTL-REC.
       COPY SYSCTL.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZEROES.
       01  WS-CASES-EXTRACTED        PIC 9(7) VALUE ZEROES.
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
           OPEN I-O AML-CASE-FILE.
           OPEN INPUT CUSTOMER-FILE.
           OPEN INPUT CUST-RISK-FILE.
           OPEN EXTEND STR-EXT-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
           OPEN INPUT SYSCTL-FILE.
           MOVE 'BUSDATE   ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-BUSINESS-DATE
           END-READ.
           CLOSE SYSCTL-FILE.
           DISPLAY 'STREXTR - STR EXTRACT STARTED'.
           MOVE ZEROES TO SA-CASE-NUMBER.
           START AML-CASE-FILE KEY IS NOT LESS THAN SA-CASE-NUMBER
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
                 DISPLAY 'STREXTR - NO CASES ON FILE'
           END-START.
      *****************************************************************
       A300-PROCESS-RTN.
           READ AML-CASE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF SA-STR-FILED AND NOT SA-STR-EXTRACTED
                    PERFORM 100-EXTRACT-ONE-RTN
                 END-IF
           END-READ.
      *****************************************************************
       100-EXTRACT-ONE-RTN.
           MOVE SA-CUSTOMER-NUMBER TO CU-CUSTOMER-NUMBER.
           READ CUSTOMER-FILE
              INVALID KEY
                 MOVE SPACES TO CU-CUSTOMER-NAME
                 MOVE SPACES TO CU-CONTACT-ADDRESS
           END-READ.
           MOVE SA-CUSTOMER-NUMBER TO RK-CUSTOMER-NUMBER.
           READ CUST-RISK-FILE
              INVALID KEY
                 MOVE SPACES TO RK-RATING
           END-READ.
           MOVE WS-BUSINESS-DATE     TO SX-REPORT-DATE.
           MOVE SA-STR-REFERENCE     TO SX-STR-REFERENCE.
           MOVE SA-CASE-NUMBER       TO SX-CASE-NUMBER.
           MOVE SA-CUSTOMER-NUMBER   TO SX-CUSTOMER-NUMBER.
           MOVE CU-CUSTOMER-NAME     TO SX-CUSTOMER-NAME.
           MOVE CU-CONTACT-ADDRESS   TO SX-CONTACT-ADDRESS.
           MOVE SA-ACCOUNT-NUMBER    TO SX-ACCOUNT-NUMBER.
           MOVE SA-PERIOD            TO SX-PERIOD.
           MOVE SA-FIRST-ALERT-DATE  TO SX-FIRST-ALERT-DATE.
           MOVE SA-LAST-ALERT-DATE   TO SX-LAST-ALERT-DATE.
           MOVE SA-STRUCT-ALERTS     TO SX-STRUCT-ALERTS.
           MOVE SA-HIGH-RISK-ALERTS  TO SX-HIGH-RISK-ALERTS.
           MOVE SA-WATCH-LIST-ALERTS TO SX-WATCH-LIST-ALERTS.
           MOVE SA-ALERT-AMOUNT      TO SX-ALERT-AMOUNT.
           MOVE RK-RATING            TO SX-RISK-RATING.
           MOVE SA-DISPOSITION       TO SX-DISPOSITION.
           MOVE SA-CLOSED-BY         TO SX-FILED-BY.
           MOVE SA-CLOSE-DATE        TO SX-FILED-DATE.
           WRITE STR-EXT-REC.
           MOVE 'Y' TO SA-STR-EXTRACT-SW.
           REWRITE AML-CASE-REC
              INVALID KEY
                 DISPLAY 'STREXTR - ERROR MARKING CASE '
                         SA-CASE-NUMBER
           END-REWRITE.
           ADD 1 TO WS-CASES-EXTRACTED.
      *****************************************************************
       A900-CLOSE-RTN.
           CLOSE AML-CASE-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE CUST-RISK-FILE.
           CLOSE STR-EXT-FILE.
           DISPLAY 'STREXTR - CASES EXTRACTED: ' WS-CASES-EXTRACTED.
           STOP RUN.
