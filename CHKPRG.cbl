      * IN AN ISSUED BOOK GETS ITS OWN REGISTER RECORD ON CHKREG.DAT *
      * WHICH THE NIGHTLY INWARD CLEARING RUN (CHKCLEAR) VALIDATES   *
      * PRESENTED CHECKS AGAINST.                                    *
      * NO BOOK IS ISSUED TO AN ACCOUNT WHOSE CHECKING PRIVILEGE     *
      * CHKCLEAR HAS SUSPENDED FOR REPEATED RETURNS (CHKPRIV.DAT)    *
      * UNTIL A SUPERVISOR REINSTATES IT AFTER THE ACCOUNT REVIEW.   *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKPRG IS INITIAL.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACCOUNT-NUMBER
                  ALTERNATE KEY IS USER-ID-ACCT WITH DUPLICATES.
           SELECT CHK-PRIV-FILE ASSIGN TO 'CHKPRIV.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CP-ACCOUNT-NUMBER.
           SELECT USER-FILE ASSIGN TO 'USER.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS USER-ID.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACCOUNT-REC.
       COPY ACCOUNTFILE.
       FD  CHK-PRIV-FILE
           RECORD CONTAINS 45 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CHK-PRIV-REC.
       COPY CHKPRIV.
       FD  USER-FILE
           RECORD CONTAINS 321 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS USER-REC.
       COPY USERFILE.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-CHK-FUNC               PIC X VALUE SPACES.
       01  WS-CHECK-NUMBER           PIC 9(8) VALUE ZEROES.
       01  WS-WRITTEN-COUNT          PIC 9(3) VALUE ZEROES.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-SUPV-SW                PIC X VALUE 'N'.
       01  EXIT-SW                   PIC X VALUE 'N'.
       01  DUMMY                     PIC X VALUE SPACES.
       COPY APLHA.
       A200-INITIAL-RTN.
           OPEN I-O CHECK-REG-FILE.
           OPEN INPUT ACCOUNT-FILE.
           OPEN I-O CHK-PRIV-FILE.
           OPEN INPUT USER-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE 'N' TO WS-SUPV-SW.
           MOVE LS-USER-ID TO USER-ID.
           READ USER-FILE
              NOT INVALID KEY
                 IF SUPERVISOR-ROLE OR ADMIN-ROLE
                    MOVE 'Y' TO WS-SUPV-SW
                 END-IF
           END-READ.
           DISPLAY G-CHKPRG.
      *****************************************************************
       A300-PROCESS-RTN.
                 IF WS-CHK-FUNC = 'S'
                    PERFORM 200-STOP-PAYMENT-RTN
                 ELSE
                 IF WS-CHK-FUNC = 'R'
                    PERFORM 300-REINSTATE-RTN
                 ELSE
                    DISPLAY 'FUNCTION MUST BE I, S OR R'
                            LINE 22 COL 2 ERASE EOL
                 END-IF
                 END-IF
                 END-IF
                 END-IF
           END-READ.
           PERFORM A800-ASK-EXIT-RTN.
      *****************************************************************
       100-ISSUE-BOOK-RTN.
           MOVE WS-CHK-ACCOUNT TO CP-ACCOUNT-NUMBER.
           READ CHK-PRIV-FILE
              INVALID KEY
                 MOVE 'R' TO CP-STATUS
           END-READ.
           IF CP-SUSPENDED
              DISPLAY 'CHECKING PRIVILEGE SUSPENDED - NO CHECKBOOK'
                      ' CAN BE ISSUED' LINE 22 COL 2 ERASE EOL
           ELSE
              PERFORM 120-ISSUE-CHECKS-RTN
           END-IF.
      *****************************************************************
       120-ISSUE-CHECKS-RTN.
           ACCEPT G-CHK-BOOK.
           ACCEPT G-CHK-START.
           ACCEPT G-CHK-COUNT.
                 END-IF
                 END-IF
           END-READ.
      *****************************************************************
      * REINSTATE: A SUPERVISOR RESTORES A SUSPENDED CHECKING        *
      * PRIVILEGE ONCE THE BRANCH HAS REVIEWED THE ACCOUNT.          *
      *****************************************************************
       300-REINSTATE-RTN.
           IF WS-SUPV-SW = 'N'
              DISPLAY 'SUPERVISOR AUTHORITY IS REQUIRED TO REINSTATE'
                      LINE 22 COL 2 ERASE EOL
           ELSE
              MOVE WS-CHK-ACCOUNT TO CP-ACCOUNT-NUMBER
              READ CHK-PRIV-FILE
                 INVALID KEY
                    DISPLAY 'CHECKING PRIVILEGE IS NOT SUSPENDED'
                            LINE 22 COL 2 ERASE EOL
                 NOT INVALID KEY
                    IF NOT CP-SUSPENDED
                       DISPLAY 'CHECKING PRIVILEGE IS NOT SUSPENDED'
                               LINE 22 COL 2 ERASE EOL
                    ELSE
                       MOVE 'R'             TO CP-STATUS
                       MOVE WS-CURRENT-DATE TO CP-REINSTATE-DATE
                       MOVE LS-USER-ID      TO CP-REINSTATED-BY
                       REWRITE CHK-PRIV-REC
                          INVALID KEY
                             DISPLAY 'ERROR IN UPDATING RECORD.'
                                     LINE 22 COL 2 ERASE EOL
                          NOT INVALID KEY
                             DISPLAY 'CHECKING PRIVILEGE REINSTATED'
                                     LINE 22 COL 2 ERASE EOL
                       END-REWRITE
                    END-IF
              END-READ
           END-IF.
      *****************************************************************
       A800-ASK-EXIT-RTN.
           DISPLAY 'DO YOU WANT TO EXIT? Y/N: '
       A900-CLOSE-RTN.
            CLOSE CHECK-REG-FILE.
            CLOSE ACCOUNT-FILE.
            CLOSE CHK-PRIV-FILE.
            CLOSE USER-FILE.
            EXIT PROGRAM.
