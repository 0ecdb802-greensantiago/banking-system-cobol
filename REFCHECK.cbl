      * INTEGRITY BETWEEN USER-FILE AND ACCOUNT-FILE.  IT LISTS ANY   *
      * ACCOUNT WHOSE USER-ID-ACCT DOES NOT MATCH A RECORD ON         *
      * USER-FILE, AND ANY USER-ID ON USER-FILE THAT OWNS NO ACCOUNT. *
      * THE ACCOUNT PASS READS THE NIGHT'S ACCOUNT EXTRACT, WHICH     *
      * MUST BE COMPLETE FOR THE BUSINESS DATE; THE USER PASS STILL   *
      * LOOKS UP ACCOUNT-FILE BY USER-ID-ACCT.                        *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFCHECK.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACCOUNT-NUMBER
                  ALTERNATE KEY IS USER-ID-ACCT WITH DUPLICATES.
           SELECT ACCT-EXT-FILE ASSIGN TO 'ACCTEXT.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT SYSCTL-FILE ASSIGN TO 'SYSCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTL-KEY.
           SELECT REPORT-FILE ASSIGN TO 'REFCHECK.RPT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  USER-FILE
           RECORD CONTAINS 321 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS USER-REC.
       COPY USERFILE.
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACCOUNT-REC.
       COPY ACCOUNTFILE.
       FD  ACCT-EXT-FILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACCT-EXT-REC.
       COPY ACCTEXT.
       FD  SYSCTL-FILE
           RECORD CONTAINS 31 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CTL-REC.
       COPY SYSCTL.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE                PIC X(80).
       FD  RUN-CTL-FILE
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS RUN-CTL-REC.
       COPY RUNCTL.
       FD  CUSTOMER-FILE
           RECORD CONTAINS 174 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CUSTOMER-REC.
       COPY CUSTFILE.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-CURRENT-DATE             PIC 9(8) VALUE ZEROES.
       01  WS-BUSINESS-DATE            PIC 9(8) VALUE ZEROES.
       01  WS-REPORT-DATE.
           05 WS-REPORT-YYYY           PIC 9(4).
           05 WS-REPORT-MM             PIC 9(2).
       01  WS-HOLD-USER-ID             PIC X(15).
       01  WS-OVERRIDE-SW              PIC X VALUE 'N'.
       01  SKIP-RUN-SW                 PIC X VALUE 'N'.
       01  EXTRACT-OK-SW               PIC X VALUE 'N'.
       01  EXT-OPEN-SW                 PIC X VALUE 'N'.
       COPY APLHA.
      *****************************************************************
       PROCEDURE DIVISION.
           OPEN OUTPUT REPORT-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-REPORT-DATE.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
           OPEN INPUT SYSCTL-FILE.
           MOVE 'BUSDATE   ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-BUSINESS-DATE
           END-READ.
           CLOSE SYSCTL-FILE.
           OPEN I-O RUN-CTL-FILE.
           PERFORM 030-CHECK-EXTRACT-RTN.
           IF EXTRACT-OK-SW = 'Y'
              PERFORM 050-CHECK-RUN-CONTROL-RTN
           ELSE
              MOVE 'Y' TO EOF-SW
              MOVE 'Y' TO EOF-SW2
              MOVE 'Y' TO SKIP-RUN-SW
              DISPLAY 'REFCHECK - RUN SKIPPED'
           END-IF.
           PERFORM 100-WRITE-HEADINGS-RTN.
           IF EOF-SW = 'N'
              OPEN INPUT ACCT-EXT-FILE
              MOVE 'Y' TO EXT-OPEN-SW
           END-IF.
      *****************************************************************
      * THE ACCOUNT PASS RUNS ONLY FROM AN EXTRACT ACCTEXT COMPLETED *
      * FOR THIS BUSINESS DATE.                                      *
      *****************************************************************
       030-CHECK-EXTRACT-RTN.
           MOVE 'N' TO EXTRACT-OK-SW.
           MOVE 'ACCTEXT ' TO RC-JOB-NAME.
           MOVE WS-CURRENT-DATE TO RC-RUN-DATE.
           READ RUN-CTL-FILE
              INVALID KEY
                 DISPLAY 'REFCHECK - NO ACCOUNT EXTRACT FOR TODAY'
              NOT INVALID KEY
                 IF RC-COMPLETED AND
                    RC-BUSINESS-DATE = WS-BUSINESS-DATE
                    MOVE 'Y' TO EXTRACT-OK-SW
                 ELSE
                    DISPLAY 'REFCHECK - ACCOUNT EXTRACT NOT READY FOR '
                            'BUSINESS DATE ' WS-BUSINESS-DATE
                 END-IF
           END-READ.
      *****************************************************************
      * THE RUN-CONTROL RECORD PROVES THE CHECK RAN EACH NIGHT AND   *
      * REFUSES A SECOND RUN FOR THE SAME DATE WITHOUT AN OVERRIDE.  *
      *****************************************************************
                 MOVE 'REFCHECK' TO RC-JOB-NAME
                 MOVE WS-CURRENT-DATE TO RC-RUN-DATE
                 MOVE 'S' TO RC-STATUS
                 ACCEPT RC-START-TIME FROM TIME
                 MOVE ZEROES TO RC-END-TIME
                 MOVE ZEROES TO RC-RECORD-COUNT
                 MOVE ZEROES TO RC-LAST-KEY
                 MOVE ZEROES TO RC-BUSINESS-DATE
                 WRITE RUN-CTL-REC
                    INVALID KEY
                       DISPLAY 'REFCHECK - ERROR WRITING RUN CONTROL'
                            CONVERTING ALPHALOWER TO ALPHAUPPER
                    IF WS-OVERRIDE-SW = 'Y'
                       MOVE 'S' TO RC-STATUS
                       ACCEPT RC-START-TIME FROM TIME
                       MOVE ZEROES TO RC-END-TIME
                       MOVE ZEROES TO RC-RECORD-COUNT
                       MOVE ZEROES TO RC-LAST-KEY
                       REWRITE RUN-CTL-REC
           WRITE REPORT-LINE.
      *****************************************************************
       A300-CHECK-ORPHAN-ACCOUNTS-RTN.
           READ ACCT-EXT-FILE
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF AX-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                    DISPLAY 'REFCHECK - EXTRACT RECORD FOR WRONG '
                            'BUSINESS DATE ' AX-BUSINESS-DATE
                    MOVE 'Y' TO EOF-SW
                    MOVE 'Y' TO EOF-SW2
                    MOVE 'Y' TO SKIP-RUN-SW
                 ELSE
                    PERFORM 200-VERIFY-ACCOUNT-OWNER-RTN
                    PERFORM 230-VERIFY-ACCOUNT-CUSTOMER-RTN
                    PERFORM 850-UPDATE-RUN-CONTROL-RTN
                 END-IF
           END-READ.
      *****************************************************************
       850-UPDATE-RUN-CONTROL-RTN.
           MOVE AX-ACCOUNT-NUMBER TO RC-LAST-KEY.
           ADD 1 TO RC-RECORD-COUNT.
           REWRITE RUN-CTL-REC
              INVALID KEY
           END-REWRITE.
      *****************************************************************
       200-VERIFY-ACCOUNT-OWNER-RTN.
           MOVE AX-USER-ID-ACCT TO USER-ID OF USER-REC.
           READ USER-FILE
              INVALID KEY
                 ADD 1 TO WS-ORPHAN-ACCT-COUNT
                 MOVE SPACES TO REPORT-LINE
                 STRING AX-ACCOUNT-NUMBER   DELIMITED BY SIZE
                        '   '               DELIMITED BY SIZE
                        AX-USER-ID-ACCT     DELIMITED BY SIZE
                   INTO REPORT-LINE
                 END-STRING
                 WRITE REPORT-LINE
      * MISSING.  BOTH ARE LISTED FOR THE MORNING FILE.              *
      *****************************************************************
       230-VERIFY-ACCOUNT-CUSTOMER-RTN.
           IF AX-CUSTOMER-NUMBER = ZEROES
              ADD 1 TO WS-ORPHAN-CUST-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING AX-ACCOUNT-NUMBER   DELIMITED BY SIZE
                     '   NO CUSTOMER LINK' DELIMITED BY SIZE
                INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
           ELSE
              MOVE AX-CUSTOMER-NUMBER
                TO CU-CUSTOMER-NUMBER
              READ CUSTOMER-FILE
                 INVALID KEY
                    ADD 1 TO WS-ORPHAN-CUST-COUNT
                    MOVE SPACES TO REPORT-LINE
                    STRING AX-ACCOUNT-NUMBER DELIMITED BY SIZE
                           '   CUSTOMER '   DELIMITED BY SIZE
                           AX-CUSTOMER-NUMBER
                                            DELIMITED BY SIZE
                           ' NOT ON CIF'    DELIMITED BY SIZE
                      INTO REPORT-LINE
           WRITE REPORT-LINE.
           IF SKIP-RUN-SW = 'N'
              MOVE 'C' TO RC-STATUS
              ACCEPT RC-END-TIME FROM TIME
              REWRITE RUN-CTL-REC
                 INVALID KEY
                    DISPLAY 'REFCHECK - ERROR CLOSING RUN CONTROL'
           CLOSE RUN-CTL-FILE.
           CLOSE USER-FILE.
           CLOSE ACCOUNT-FILE.
           IF EXT-OPEN-SW = 'Y'
              CLOSE ACCT-EXT-FILE
           END-IF.
           CLOSE CUSTOMER-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'REFCHECK - REPORT COMPLETE. ORPHANED ACCOUNTS: '
