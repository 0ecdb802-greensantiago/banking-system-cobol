      ****************************************************************
      * THIS PROGRAM IS THE NIGHTLY DEPOSITS CONTROL PROOF.  IT      *
      * TOTALS EVERY NON-CLOSED ACCOUNT ON THE NIGHT'S ACCOUNT       *
      * EXTRACT (COMPLETE FOR THE BUSINESS DATE) BY ACCOUNT          *
      * TYPE AND CURRENCY (FOREIGN BALANCES CONVERTED AT THE DATED   *
      * FXRATE IN FORCE), MAPS EACH TYPE TO ITS GL CONTROL ACCOUNT   *
      * (SYSCTL KEYS GLDEPSAV / GLDEPCHK / GLDEPTRM, FALLING BACK    *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-EXT-FILE ASSIGN TO 'ACCTEXT.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT GLRECON-FILE ASSIGN TO 'GLRECON.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
           SELECT REPORT-FILE ASSIGN TO 'GLCTLPRF.RPT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT RUN-CTL-FILE ASSIGN TO 'RUNCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RC-KEY.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-EXT-FILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACCT-EXT-REC.
       COPY ACCTEXT.
       FD  GLRECON-FILE
           RECORD CONTAINS 67 CHARACTERS
           LABEL RECORD IS STANDARD
           LABEL RECORD IS STANDARD
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE               PIC X(100).
       FD  RUN-CTL-FILE
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS RUN-CTL-REC.
       COPY RUNCTL.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-GL-DEPOSITS            PIC 9(10) VALUE 2000000001.
       01  WS-AMOUNT-DISPLAY         PIC ---,---,---,--9.99.
       01  EOF-SW                    PIC X VALUE 'N'.
           88 END-OF-ACCOUNT-FILE    VALUE 'Y'.
       01  EXTRACT-OK-SW             PIC X VALUE 'N'.
       01  EXT-OPEN-SW               PIC X VALUE 'N'.
      *****************************************************************
       PROCEDURE DIVISION.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A300-PROCESS-RTN UNTIL END-OF-ACCOUNT-FILE.
           IF EXTRACT-OK-SW = 'Y'
              PERFORM A400-PROVE-CONTROLS-RTN
           END-IF.
           PERFORM A900-CLOSE-RTN.
           STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN INPUT GLRECON-FILE.
           OPEN INPUT FX-RATE-FILE.
           OPEN OUTPUT REPORT-FILE.
           WRITE REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 030-CHECK-EXTRACT-RTN.
           IF EXTRACT-OK-SW = 'Y'
              OPEN INPUT ACCT-EXT-FILE
              MOVE 'Y' TO EXT-OPEN-SW
           ELSE
              MOVE 'Y' TO EOF-SW
           END-IF.
      *****************************************************************
      * THE PROOF RUNS ONLY FROM AN EXTRACT ACCTEXT COMPLETED FOR    *
      * THIS BUSINESS DATE - ANY OTHER WOULD NOT TIE TO GLRECON.     *
      *****************************************************************
       030-CHECK-EXTRACT-RTN.
           MOVE 'N' TO EXTRACT-OK-SW.
           OPEN INPUT RUN-CTL-FILE.
           MOVE 'ACCTEXT ' TO RC-JOB-NAME.
           MOVE WS-CURRENT-DATE TO RC-RUN-DATE.
           READ RUN-CTL-FILE
              INVALID KEY
                 DISPLAY 'GLCTLPRF - NO ACCOUNT EXTRACT FOR TODAY'
              NOT INVALID KEY
                 IF RC-COMPLETED AND
                    RC-BUSINESS-DATE = WS-BUSINESS-DATE
                    MOVE 'Y' TO EXTRACT-OK-SW
                 ELSE
                    DISPLAY 'GLCTLPRF - ACCOUNT EXTRACT NOT READY FOR '
                            'BUSINESS DATE ' WS-BUSINESS-DATE
                 END-IF
           END-READ.
           CLOSE RUN-CTL-FILE.
      *****************************************************************
       A300-PROCESS-RTN.
           READ ACCT-EXT-FILE
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF AX-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                    DISPLAY 'GLCTLPRF - EXTRACT RECORD FOR WRONG '
                            'BUSINESS DATE ' AX-BUSINESS-DATE
                    MOVE 'N' TO EXTRACT-OK-SW
                    MOVE 'Y' TO EOF-SW
                 ELSE
                 IF NOT AX-CLOSED-ACCOUNT
                    PERFORM 100-ACCUMULATE-RTN
                 END-IF
                 END-IF
           END-READ.
      *****************************************************************
       100-ACCUMULATE-RTN.
              IF WS-BKT-USED < 20
                 ADD 1 TO WS-BKT-USED
                 MOVE WS-BKT-USED TO WS-BKT-IDX
                 MOVE AX-ACCOUNT-TYPE TO WS-BKT-TYPE (WS-BKT-IDX)
                 MOVE AX-CURRENCY-CODE TO WS-BKT-CCY (WS-BKT-IDX)
                 MOVE ZEROES TO WS-BKT-TOTAL (WS-BKT-IDX)
              END-IF
           END-IF.
           IF WS-BKT-IDX NOT > WS-BKT-USED
              ADD AX-ACCOUNT-BALANCE TO WS-BKT-TOTAL (WS-BKT-IDX)
           END-IF.
           PERFORM 200-CONVERT-TO-PHP-RTN.
           IF AX-SAVINGS-ACCOUNT
              MOVE WS-CTL-SAV TO WS-MAP-ACCOUNT
           ELSE
           IF AX-CHECKING-ACCOUNT
              MOVE WS-CTL-CHK TO WS-MAP-ACCOUNT
           ELSE
           IF AX-TERM-ACCOUNT
              MOVE WS-CTL-TRM TO WS-MAP-ACCOUNT
           ELSE
              MOVE WS-GL-DEPOSITS TO WS-MAP-ACCOUNT
           PERFORM 300-ADD-TO-CONTROL-RTN.
      *****************************************************************
       150-FIND-BUCKET-RTN.
           IF WS-BKT-TYPE (WS-BKT-IDX) = AX-ACCOUNT-TYPE AND
              WS-BKT-CCY (WS-BKT-IDX) = AX-CURRENCY-CODE
              MOVE 'Y' TO WS-BKT-FOUND-SW
           ELSE
              ADD 1 TO WS-BKT-IDX
      * WILL SHOW IN THE DIFFERENCE.                                 *
      *****************************************************************
       200-CONVERT-TO-PHP-RTN.
           MOVE AX-ACCOUNT-BALANCE TO WS-PHP-VALUE.
           IF NOT AX-PHP-CURRENCY
              MOVE AX-CURRENCY-CODE TO WS-LKP-CCY
              PERFORM 250-LOOKUP-FX-RATE-RTN
              IF FX-FOUND-SW = 'Y'
                 COMPUTE WS-PHP-VALUE ROUNDED =
                         AX-ACCOUNT-BALANCE * WS-LKP-BUY
              END-IF
           END-IF.
      *****************************************************************
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF EXT-OPEN-SW = 'Y'
              CLOSE ACCT-EXT-FILE
           END-IF.
           CLOSE GLRECON-FILE.
           CLOSE FX-RATE-FILE.
           CLOSE REPORT-FILE.
