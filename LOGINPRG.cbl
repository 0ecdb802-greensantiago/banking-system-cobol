      ****************************************************************
      * THIS PROGRAM VALIDATES A USER LOGIN AND ENFORCES LOCKOUT.     *
      * A SUCCESSFUL SIGN-ON IS STAMPED WITH ITS DATE AND TERMINAL    *
      * AND REGISTERED ON SESSION.DAT - ONE LIVE SESSION PER USER.    *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGINPRG.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BR-CODE
                  FILE STATUS IS WS-BRANCH-STATUS.
           SELECT SESSION-FILE ASSIGN TO 'SESSION.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SS-USER-ID
                  ALTERNATE KEY IS SS-LOCATION WITH DUPLICATES
                  FILE STATUS IS WS-SESS-STATUS.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  USER-FILE
           RECORD CONTAINS 321 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS USER-REC.
       COPY USERFILE.
           DATA RECORD IS CTL-REC.
       COPY SYSCTL.
       FD  JOURNAL-FILE
           RECORD CONTAINS 370 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS JOURNAL-REC.
       COPY JRNL.
           LABEL RECORD IS STANDARD
           DATA RECORD IS BRANCH-REC.
       COPY BRANCH.
       FD  SESSION-FILE
           RECORD CONTAINS 61 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS SESSION-REC.
       COPY SESSION.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-USER-ID                PIC X(15).
       01  WS-TERMINAL-ID            PIC X(10) VALUE SPACES.
       01  WS-TERM-STATUS            PIC XX VALUE '00'.
       01  WS-BRANCH-STATUS          PIC XX VALUE '00'.
       01  WS-SESS-STATUS            PIC XX VALUE '00'.
       01  TERM-OK-SW                PIC X VALUE 'N'.
       01  WS-TERM-BRANCH            PIC X(4) VALUE SPACES.
       01  SESSION-OK-SW             PIC X VALUE 'N'.
       COPY APLHA.
       COPY ALPHA2.
      *****************************************************************
           OPEN EXTEND JOURNAL-FILE.
           OPEN I-O USER-FILE.
           OPEN EXTEND SEC-LOG-FILE.
           OPEN I-O SESSION-FILE.
           IF WS-SESS-STATUS NOT = '00'
              OPEN OUTPUT SESSION-FILE
              CLOSE SESSION-FILE
              OPEN I-O SESSION-FILE
           END-IF.
           OPEN INPUT SYSCTL-FILE.
           MOVE 'TMPPWDAYS ' TO CTL-KEY.
           READ SYSCTL-FILE
                             PERFORM 080-LOG-TERMINAL-REFUSED-RTN
                          NOT INVALID KEY
                             MOVE 'Y' TO TERM-OK-SW
                             MOVE TM-BRANCH-CODE TO WS-TERM-BRANCH
                             MOVE WS-TERMINAL-ID TO LS-TERMINAL-ID
                             DISPLAY ' ' LINE 22 COL 1 ERASE EOL
                       END-READ
                 PERFORM 300-TEMP-PASSWORD-RTN
              ELSE
                 MOVE 0 TO USER-PASSWORD-ATTEMPT
                 PERFORM 450-OPEN-SESSION-RTN
                 IF SESSION-OK-SW = 'Y'
                    PERFORM 400-STAMP-SIGNON-RTN
                    MOVE WS-USER-ID TO LS-SIGNON-ID
                    MOVE 'Y' TO EXIT-SW
                    MOVE 'LOGIN' TO WS-SEC-EVENT
                    MOVE 'SUCCESS' TO WS-SEC-OUTCOME
                    PERFORM 850-WRITE-SECLOG-RTN
                    DISPLAY 'LOGIN SUCCESSFUL'
                            LINE 22 COL 2 ERASE EOL
                 END-IF
              END-IF
           ELSE
              ADD 1 TO USER-PASSWORD-ATTEMPT
                            LINE 22 COL 2 ERASE EOL
                 NOT INVALID KEY
                    IF NOT TEMP-PASSWORD-SET
                       PERFORM 450-OPEN-SESSION-RTN
                       IF SESSION-OK-SW = 'Y'
                          PERFORM 400-STAMP-SIGNON-RTN
                          MOVE WS-USER-ID TO LS-SIGNON-ID
                          MOVE 'Y' TO EXIT-SW
                          MOVE 'LOGIN' TO WS-SEC-EVENT
                          MOVE 'SUCCESS' TO WS-SEC-OUTCOME
                          PERFORM 850-WRITE-SECLOG-RTN
                          DISPLAY 'LOGIN SUCCESSFUL'
                                  LINE 22 COL 2 ERASE EOL
                       END-IF
                    ELSE
                       DISPLAY 'PASSWORD WAS NOT CHANGED - ACCESS'
                               ' DENIED' LINE 22 COL 2 ERASE EOL
                    END-IF
              END-READ
           END-IF.
      *****************************************************************
      * EVERY SUCCESSFUL SIGN-ON IS STAMPED ON THE USER RECORD SO    *
      * IDLEUSR CAN DISABLE IDS THAT ARE NO LONGER IN USE.           *
      *****************************************************************
       400-STAMP-SIGNON-RTN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO USER-LAST-SIGNON-DATE.
           MOVE WS-CURRENT-TIME TO USER-LAST-SIGNON-TIME.
           IF WS-TERMINAL-ID = SPACES
              MOVE 'LOGINPRG' TO USER-LAST-TERMINAL
           ELSE
              MOVE WS-TERMINAL-ID TO USER-LAST-TERMINAL
           END-IF.
      *****************************************************************
      * ONE LIVE SESSION PER USER ID.  THE SESSION REGISTER ENTRY IS *
      * WRITTEN HERE AND CLEARED BY MENUPRG AT SIGN-OFF OR IDLE      *
      * TIMEOUT, OR BY A SUPERVISOR'S FORCED SIGN-OFF IN SESSMNT.    *
      * A SECOND SIGN-ON WHILE AN ENTRY IS ON FILE IS REFUSED.       *
      *****************************************************************
       450-OPEN-SESSION-RTN.
           MOVE 'N' TO SESSION-OK-SW.
           MOVE WS-USER-ID TO SS-USER-ID.
           READ SESSION-FILE
              INVALID KEY
                 MOVE 'Y' TO SESSION-OK-SW
              NOT INVALID KEY
                 DISPLAY 'USER ID IS ALREADY SIGNED ON AT TERMINAL '
                         SS-TERMINAL-ID LINE 22 COL 2 ERASE EOL
                 MOVE 'SIGNON' TO WS-SEC-EVENT
                 MOVE 'CONCURRENT' TO WS-SEC-OUTCOME
                 PERFORM 850-WRITE-SECLOG-RTN
           END-READ.
           IF SESSION-OK-SW = 'Y'
              ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
              ACCEPT WS-CURRENT-TIME FROM TIME
              MOVE WS-USER-ID      TO SS-USER-ID
              IF WS-TERM-BRANCH = SPACES
                 MOVE USER-BRANCH-CODE TO SS-BRANCH-CODE
              ELSE
                 MOVE WS-TERM-BRANCH TO SS-BRANCH-CODE
              END-IF
              IF WS-TERMINAL-ID = SPACES
                 MOVE 'LOGINPRG' TO SS-TERMINAL-ID
              ELSE
                 MOVE WS-TERMINAL-ID TO SS-TERMINAL-ID
              END-IF
              MOVE WS-CURRENT-DATE TO SS-SIGNON-DATE
              MOVE WS-CURRENT-TIME TO SS-SIGNON-TIME
              MOVE WS-CURRENT-DATE TO SS-LAST-DATE
              MOVE WS-CURRENT-TIME TO SS-LAST-TIME
              WRITE SESSION-REC
                 INVALID KEY
                    MOVE 'N' TO SESSION-OK-SW
                    DISPLAY 'ERROR IN REGISTERING SESSION'
                            LINE 22 COL 2 ERASE EOL
              END-WRITE
           END-IF.
      *****************************************************************
       850-WRITE-SECLOG-RTN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
            CLOSE USER-FILE.
            CLOSE SEC-LOG-FILE.
            CLOSE JOURNAL-FILE.
            CLOSE SESSION-FILE.
            EXIT PROGRAM.
      *****************************************************************
      * EVERY MASTER-FILE UPDATE ALSO WRITES ITS AFTER-IMAGE TO THE  *
