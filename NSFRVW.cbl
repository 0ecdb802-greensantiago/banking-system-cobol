      ****************************************************************
      * THIS PROGRAM PRINTS THE BAD-CHECK ACCOUNT REVIEW REPORT FOR  *
      * THE BRANCH MANAGERS.  EVERY ACCOUNT WHOSE CHECKING PRIVILEGE *
      * CHKCLEAR HAS SUSPENDED (CHKPRIV.DAT) IS LISTED WITH ITS      *
      * BRANCH AND THE INSUFFICIENT-FUNDS RETURNS LOGGED ON          *
      * NSFHIST.DAT OVER THE LAST 12 MONTHS, SO THE BRANCH CAN       *
      * REVIEW THE ACCOUNT BEFORE A SUPERVISOR REINSTATES IT IN      *
      * CHKPRG.                                                      *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NSFRVW.
       AUTHOR. GERAD CARLOS TUPAZ.
       DATE-WRITTEN. 10 15 2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHK-PRIV-FILE ASSIGN TO 'CHKPRIV.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CP-ACCOUNT-NUMBER.
           SELECT NSF-HIST-FILE ASSIGN TO 'NSFHIST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NH-KEY.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNT.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACCOUNT-NUMBER
                  ALTERNATE KEY IS USER-ID-ACCT WITH DUPLICATES.
           SELECT SYSCTL-FILE ASSIGN TO 'SYSCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTL-KEY.
           SELECT REPORT-FILE ASSIGN TO 'NSFRVW.RPT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CHK-PRIV-FILE
           RECORD CONTAINS 45 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CHK-PRIV-REC.
       COPY CHKPRIV.
       FD  NSF-HIST-FILE
           RECORD CONTAINS 59 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS NSF-HIST-REC.
       COPY NSFHIST.
       FD  ACCOUNT-FILE
           RECORD CONTAINS 201 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACCOUNT-REC.
       COPY ACCOUNTFILE.
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
       01  WS-CUTOFF-DATE            PIC 9(8) VALUE ZEROES.
       01  WS-DATE-SPLIT.
           05 WS-DS-YYYY             PIC 9(4).
           05 WS-DS-MM               PIC 9(2).
           05 WS-DS-DD               PIC 9(2).
       01  WS-ACCT-NAME              PIC X(30) VALUE SPACES.
       01  WS-ACCT-BRANCH            PIC X(4) VALUE SPACES.
       01  WS-FEE-TEXT               PIC X(7) VALUE SPACES.
       01  WS-ACCOUNTS-LISTED        PIC 9(5) VALUE ZEROES.
       01  WS-RETURNS-LISTED         PIC 9(7) VALUE ZEROES.
       01  WS-AMOUNT-DISPLAY         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-FEE-DISPLAY            PIC ZZ,ZZ9.99.
       01  PRIV-EOF-SW               PIC X VALUE 'N'.
       01  HIST-EOF-SW               PIC X VALUE 'N'.
      *****************************************************************
       PROCEDURE DIVISION.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A300-PROCESS-RTN UNTIL PRIV-EOF-SW = 'Y'.
           PERFORM A900-CLOSE-RTN.
           STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN INPUT CHK-PRIV-FILE.
           OPEN INPUT NSF-HIST-FILE.
           OPEN INPUT ACCOUNT-FILE.
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
           SUBTRACT 1 FROM WS-DS-YYYY.
           MOVE WS-DATE-SPLIT TO WS-CUTOFF-DATE.
           DISPLAY 'NSFRVW - BAD-CHECK ACCOUNT REVIEW STARTED'.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CHECKING PRIVILEGES SUSPENDED - ACCOUNT REVIEW - '
                  WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'BRCH'              TO REPORT-LINE (1:4).
           MOVE 'ACCOUNT'           TO REPORT-LINE (7:7).
           MOVE 'NAME'              TO REPORT-LINE (19:4).
           MOVE 'RETURNS'           TO REPORT-LINE (51:7).
           MOVE 'SUSPENDED'         TO REPORT-LINE (60:9).
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'RETURNED'          TO REPORT-LINE (7:8).
           MOVE 'CHECK'             TO REPORT-LINE (17:5).
           MOVE 'AMOUNT'            TO REPORT-LINE (34:6).
           MOVE 'PRESENTED BY'      TO REPORT-LINE (42:12).
           MOVE 'FEE'               TO REPORT-LINE (62:3).
           WRITE REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZEROES TO CP-ACCOUNT-NUMBER.
           START CHK-PRIV-FILE KEY IS NOT LESS THAN CP-ACCOUNT-NUMBER
              INVALID KEY
                 MOVE 'Y' TO PRIV-EOF-SW
           END-START.
      *****************************************************************
       A300-PROCESS-RTN.
           READ CHK-PRIV-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO PRIV-EOF-SW
              NOT AT END
                 IF CP-SUSPENDED
                    PERFORM 100-LIST-ACCOUNT-RTN
                 END-IF
           END-READ.
      *****************************************************************
       100-LIST-ACCOUNT-RTN.
           MOVE SPACES TO WS-ACCT-BRANCH.
           MOVE CP-ACCOUNT-NUMBER TO ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
              INVALID KEY
                 MOVE '*** NOT ON ACCOUNT FILE ***' TO WS-ACCT-NAME
              NOT INVALID KEY
                 MOVE ACCOUNT-NAME TO WS-ACCT-NAME
                 MOVE BRANCH-CODE  TO WS-ACCT-BRANCH
           END-READ.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-ACCT-BRANCH     DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  CP-ACCOUNT-NUMBER  DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  WS-ACCT-NAME       DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  CP-RETURN-COUNT    DELIMITED BY SIZE
                  '      '           DELIMITED BY SIZE
                  CP-SUSPEND-DATE    DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           ADD 1 TO WS-ACCOUNTS-LISTED.
           MOVE CP-ACCOUNT-NUMBER TO NH-ACCOUNT-NUMBER.
           MOVE WS-CUTOFF-DATE TO NH-RETURN-DATE.
           MOVE 99999999 TO NH-CHECK-NUMBER.
           MOVE 'N' TO HIST-EOF-SW.
           START NSF-HIST-FILE KEY IS GREATER THAN NH-KEY
              INVALID KEY
                 MOVE 'Y' TO HIST-EOF-SW
           END-START.
           PERFORM 200-LIST-RETURN-RTN UNTIL HIST-EOF-SW = 'Y'.
      *****************************************************************
       200-LIST-RETURN-RTN.
           READ NSF-HIST-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO HIST-EOF-SW
              NOT AT END
                 IF NH-ACCOUNT-NUMBER NOT = CP-ACCOUNT-NUMBER
                    MOVE 'Y' TO HIST-EOF-SW
                 ELSE
                    PERFORM 250-PRINT-RETURN-RTN
                 END-IF
           END-READ.
      *****************************************************************
       250-PRINT-RETURN-RTN.
           MOVE NH-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE NH-FEE-AMOUNT TO WS-FEE-DISPLAY.
           IF NH-FEE-CHARGED
              MOVE SPACES TO WS-FEE-TEXT
           ELSE
              MOVE 'WAIVED' TO WS-FEE-TEXT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING '      '           DELIMITED BY SIZE
                  NH-RETURN-DATE     DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  NH-CHECK-NUMBER    DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY  DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  NH-PRESENTING-BANK DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  WS-FEE-DISPLAY     DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-FEE-TEXT        DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           ADD 1 TO WS-RETURNS-LISTED.
      *****************************************************************
       A900-CLOSE-RTN.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ACCOUNTS FOR REVIEW: ' WS-ACCOUNTS-LISTED
                  '   RETURNS IN LAST 12 MONTHS: ' WS-RETURNS-LISTED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE CHK-PRIV-FILE.
           CLOSE NSF-HIST-FILE.
           CLOSE ACCOUNT-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'NSFRVW - ACCOUNTS FOR REVIEW: ' WS-ACCOUNTS-LISTED.
