      ****************************************************************
      * THIS PROGRAM IS A BATCH JOB THAT PRINTS THE END-OF-DAY        *
      * ACCOUNT BALANCE REPORT - ONE LINE PER ACCOUNT PLUS A GRAND    *
      * TOTAL - AND IS RUN AT THE CLOSE OF EACH BUSINESS DAY.  IT     *
      * READS THE NIGHT'S ACCOUNT EXTRACT, WHICH MUST BE COMPLETE     *
      * FOR THE BUSINESS DATE, INSTEAD OF ACCOUNT.DAT.                *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EODBAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-EXT-FILE ASSIGN TO 'ACCTEXT.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO 'EODBAL.RPT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-EXT-FILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACCT-EXT-REC.
       COPY ACCTEXT.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE               PIC X(80).
       FD  RUN-CTL-FILE
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS RUN-CTL-REC.
       COPY RUNCTL.
       01  WS-BUSINESS-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-OVERRIDE-SW             PIC X VALUE 'N'.
       01  SKIP-RUN-SW                PIC X VALUE 'N'.
       01  EXTRACT-OK-SW              PIC X VALUE 'N'.
       01  EXT-OPEN-SW                PIC X VALUE 'N'.
       COPY APLHA.
       01  WS-BALANCE-DISPLAY         PIC ---,---,---,--9.99.
       01  WS-TOTAL-DISPLAY           PIC ---,---,---,--9.99.
           STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN OUTPUT REPORT-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
           CLOSE SYSCTL-FILE.
           MOVE WS-BUSINESS-DATE TO WS-REPORT-DATE.
           OPEN I-O RUN-CTL-FILE.
           PERFORM 030-CHECK-EXTRACT-RTN.
           IF EXTRACT-OK-SW = 'Y'
              PERFORM 050-CHECK-RUN-CONTROL-RTN
           ELSE
              MOVE 'Y' TO EOF-SW
              MOVE 'Y' TO SKIP-RUN-SW
              DISPLAY 'EODBAL - RUN SKIPPED'
           END-IF.
           PERFORM 100-WRITE-HEADINGS-RTN.
           IF EOF-SW = 'N'
              OPEN INPUT ACCT-EXT-FILE
              MOVE 'Y' TO EXT-OPEN-SW
           END-IF.
      *****************************************************************
      * THE REPORT RUNS ONLY FROM AN EXTRACT ACCTEXT COMPLETED FOR   *
      * THIS BUSINESS DATE.                                          *
      *****************************************************************
       030-CHECK-EXTRACT-RTN.
           MOVE 'N' TO EXTRACT-OK-SW.
           MOVE 'ACCTEXT ' TO RC-JOB-NAME.
           MOVE WS-CURRENT-DATE TO RC-RUN-DATE.
           READ RUN-CTL-FILE
              INVALID KEY
                 DISPLAY 'EODBAL - NO ACCOUNT EXTRACT FOR TODAY'
              NOT INVALID KEY
                 IF RC-COMPLETED AND
                    RC-BUSINESS-DATE = WS-BUSINESS-DATE
                    MOVE 'Y' TO EXTRACT-OK-SW
                 ELSE
                    DISPLAY 'EODBAL - ACCOUNT EXTRACT NOT READY FOR '
                            'BUSINESS DATE ' WS-BUSINESS-DATE
                 END-IF
           END-READ.
      *****************************************************************
      * THE RUN-CONTROL RECORD PROVES THE REPORT RAN EACH NIGHT AND  *
      * REFUSES A SECOND RUN FOR THE SAME DATE WITHOUT AN OVERRIDE.  *
      *****************************************************************
                 MOVE 'EODBAL  ' TO RC-JOB-NAME
                 MOVE WS-BUSINESS-DATE TO RC-RUN-DATE
                 MOVE 'S' TO RC-STATUS
                 ACCEPT RC-START-TIME FROM TIME
                 MOVE ZEROES TO RC-END-TIME
                 MOVE ZEROES TO RC-RECORD-COUNT
                 MOVE ZEROES TO RC-LAST-KEY
                 MOVE ZEROES TO RC-BUSINESS-DATE
                 WRITE RUN-CTL-REC
                    INVALID KEY
                       DISPLAY 'EODBAL - ERROR WRITING RUN CONTROL'
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
       A300-PROCESS-RTN.
           READ ACCT-EXT-FILE
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF AX-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                    DISPLAY 'EODBAL - EXTRACT RECORD FOR WRONG '
                            'BUSINESS DATE ' AX-BUSINESS-DATE
                    MOVE 'Y' TO EOF-SW
                    MOVE 'Y' TO SKIP-RUN-SW
                 ELSE
                    PERFORM 200-WRITE-DETAIL-RTN
                 END-IF
           END-READ.
      *****************************************************************
       200-WRITE-DETAIL-RTN.
           MOVE AX-ACCOUNT-NUMBER TO DL-ACCOUNT-NUMBER.
           MOVE AX-ACCOUNT-NAME   TO DL-ACCOUNT-NAME.
           MOVE AX-ACCOUNT-TYPE   TO DL-ACCOUNT-TYPE.
           MOVE AX-ACCOUNT-BALANCE TO DL-BALANCE.
           MOVE SPACES TO REPORT-LINE.
           STRING DL-ACCOUNT-NUMBER   DELIMITED BY SIZE
                  '   '               DELIMITED BY SIZE
           END-STRING.
           WRITE REPORT-LINE.
           ADD 1 TO WS-ACCOUNT-COUNT.
           ADD AX-ACCOUNT-BALANCE TO WS-GRAND-TOTAL.
           PERFORM 300-ACCUMULATE-CCY-RTN.
           PERFORM 350-ACCUMULATE-BRANCH-RTN.
           PERFORM 850-UPDATE-RUN-CONTROL-RTN.
           IF WS-BRN-FOUND-SW = 'N'
              ADD 1 TO WS-BRN-USED
              MOVE WS-BRN-USED TO WS-BRN-IDX
              MOVE AX-BRANCH-CODE TO WS-BRN-CODE (WS-BRN-IDX)
              MOVE ZEROES TO WS-BRN-TOTAL (WS-BRN-IDX)
           END-IF.
           ADD AX-ACCOUNT-BALANCE TO WS-BRN-TOTAL (WS-BRN-IDX).
      *****************************************************************
       360-FIND-BRANCH-RTN.
           IF WS-BRN-CODE (WS-BRN-IDX) = AX-BRANCH-CODE
              MOVE 'Y' TO WS-BRN-FOUND-SW
           ELSE
              ADD 1 TO WS-BRN-IDX
           END-IF.
      *****************************************************************
       850-UPDATE-RUN-CONTROL-RTN.
           MOVE AX-ACCOUNT-NUMBER TO RC-LAST-KEY.
           ADD 1 TO RC-RECORD-COUNT.
           REWRITE RUN-CTL-REC
              INVALID KEY
           IF WS-CCY-FOUND-SW = 'N'
              ADD 1 TO WS-CCY-COUNT
              MOVE WS-CCY-COUNT TO WS-CCY-IDX
              MOVE AX-CURRENCY-CODE TO WS-CCY-CODE (WS-CCY-IDX)
              MOVE ZEROES TO WS-CCY-TOTAL (WS-CCY-IDX)
           END-IF.
           ADD AX-ACCOUNT-BALANCE TO WS-CCY-TOTAL (WS-CCY-IDX).
      *****************************************************************
       310-FIND-CCY-RTN.
           IF WS-CCY-CODE (WS-CCY-IDX) = AX-CURRENCY-CODE
              MOVE 'Y' TO WS-CCY-FOUND-SW
           ELSE
              ADD 1 TO WS-CCY-IDX
           WRITE REPORT-LINE.
           IF SKIP-RUN-SW = 'N'
              MOVE 'C' TO RC-STATUS
              ACCEPT RC-END-TIME FROM TIME
              REWRITE RUN-CTL-REC
                 INVALID KEY
                    DISPLAY 'EODBAL - ERROR CLOSING RUN CONTROL'
              END-REWRITE
           END-IF.
           CLOSE RUN-CTL-FILE.
           IF EXT-OPEN-SW = 'Y'
              CLOSE ACCT-EXT-FILE
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY 'EODBAL - REPORT COMPLETE. ACCOUNTS: '
                   WS-ACCOUNT-COUNT.
