      ****************************************************************
      * THIS PROGRAM IS THE SUPERVISOR'S VIEW OF THE SESSION         *
      * REGISTER (SESSION.DAT) THAT LOGINPRG WRITES AT SIGN-ON AND   *
      * MENUPRG CLEARS AT SIGN-OFF OR IDLE TIMEOUT.                  *
      *   L - LISTS THE LIVE SESSIONS BY BRANCH AND TERMINAL, FOR    *
      *       ONE BRANCH OR FOR ALL.                                 *
      *   F - FORCES A SIGN-OFF, WITH A REASON, FOR A SESSION LEFT   *
      *       OPEN AFTER A TERMINAL CRASH SO THE USER CAN SIGN ON    *
      *       AGAIN.  THE ENTRY IS REMOVED, THE SIGN-OFF IS KEPT ON  *
      *       SESSLOG.DAT WITH THE REASON AND LOGGED TO SECLOG.DAT.  *
      *       A TERMINAL STILL RUNNING THE SESSION IS SIGNED OFF AT  *
      *       ITS NEXT MENU SELECTION.                               *
      * A SUPERVISOR MAY FORCE OFF SESSIONS IN THEIR OWN BRANCH; AN  *
      * ADMINISTRATOR ANY SESSION.  NO ONE MAY FORCE OFF THEIR OWN.  *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SESSMNT IS INITIAL.
       AUTHOR. GERAD CARLOS TUPAZ.
       DATE-WRITTEN. 10 15 2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESSION-FILE ASSIGN TO 'SESSION.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SS-USER-ID
                  ALTERNATE KEY IS SS-LOCATION WITH DUPLICATES.
           SELECT SESS-LOG-FILE ASSIGN TO 'SESSLOG.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT SEC-LOG-FILE ASSIGN TO 'SECLOG.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT USER-FILE ASSIGN TO 'USER.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS USER-ID.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  SESSION-FILE
           RECORD CONTAINS 61 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS SESSION-REC.
       COPY SESSION.
       FD  SESS-LOG-FILE
           RECORD CONTAINS 106 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS SESS-LOG-REC.
       COPY SESSLOG.
       FD  SEC-LOG-FILE
           RECORD CONTAINS 76 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS SEC-LOG-REC.
       COPY SECLOG.
       FD  USER-FILE
           RECORD CONTAINS 321 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS USER-REC.
       COPY USERFILE.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-SS-FUNC                PIC X VALUE SPACES.
       01  WS-SS-BRANCH              PIC X(4) VALUE SPACES.
       01  WS-SS-USER                PIC X(15) VALUE SPACES.
       01  WS-SS-REASON              PIC X(30) VALUE SPACES.
       01  WS-OWN-BRANCH             PIC X(4) VALUE SPACES.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-CURRENT-TIME           PIC 9(8) VALUE ZEROES.
       01  WS-TIME-SPLIT.
           05 WS-TIME-HH             PIC 9(2).
           05 WS-TIME-MM             PIC 9(2).
           05 WS-TIME-SS             PIC 9(4).
       01  WS-SESSION-COUNT          PIC 9(5) VALUE ZEROES.
       01  WS-SUPV-SW                PIC X VALUE 'N'.
       01  WS-ADMIN-SW               PIC X VALUE 'N'.
       01  WS-LIST-LINE              PIC 99 VALUE ZEROES.
       01  CONFIRM-SW                PIC X VALUE 'N'.
       01  EXIT-SW                   PIC X VALUE 'N'.
       01  EOF-SW                    PIC X VALUE 'N'.
       01  DUMMY                     PIC X VALUE SPACES.
       01  SESSION-LINE.
           05 DL-USER-ID             PIC X(15).
           05 FILLER                 PIC X VALUE SPACE.
           05 DL-TERMINAL            PIC X(10).
           05 FILLER                 PIC X VALUE SPACE.
           05 DL-BRANCH              PIC X(4).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 DL-SIGNON-DATE         PIC 9(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 DL-SIGNON-HH           PIC 9(2).
           05 FILLER                 PIC X VALUE ':'.
           05 DL-SIGNON-MM           PIC 9(2).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 DL-LAST-DATE           PIC 9(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 DL-LAST-HH             PIC 9(2).
           05 FILLER                 PIC X VALUE ':'.
           05 DL-LAST-MM             PIC 9(2).
       COPY APLHA.
      *****************************************************************
       LINKAGE SECTION.
       01  LS-USER-ID                PIC X(15).
      *****************************************************************
       SCREEN SECTION.
       COPY "SESSMNT.ss".
      *****************************************************************
       PROCEDURE DIVISION USING LS-USER-ID.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A300-PROCESS-RTN UNTIL EXIT-SW = 'Y'.
           PERFORM A900-CLOSE-RTN.
      *     STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN I-O SESSION-FILE.
           OPEN INPUT USER-FILE.
           MOVE 'N' TO WS-SUPV-SW.
           MOVE 'N' TO WS-ADMIN-SW.
           MOVE LS-USER-ID TO USER-ID.
           READ USER-FILE
              NOT INVALID KEY
                 MOVE USER-BRANCH-CODE TO WS-OWN-BRANCH
                 IF SUPERVISOR-ROLE OR ADMIN-ROLE
                    MOVE 'Y' TO WS-SUPV-SW
                 END-IF
                 IF ADMIN-ROLE
                    MOVE 'Y' TO WS-ADMIN-SW
                 END-IF
           END-READ.
           CLOSE USER-FILE.
           IF WS-SUPV-SW = 'N'
              MOVE 'Y' TO EXIT-SW
              DISPLAY 'SESSMNT - SUPERVISOR AUTHORITY IS REQUIRED'
                      LINE 22 COL 2 ERASE EOL
              DISPLAY 'PRESS ENTER TO CONTINUE...'
                      LINE 23 COL 2 ERASE EOL
              ACCEPT DUMMY LINE 23
           ELSE
              DISPLAY G-SESSMNT
           END-IF.
      *****************************************************************
       A300-PROCESS-RTN.
           ACCEPT G-SS-FUNC.
           INSPECT WS-SS-FUNC CONVERTING ALPHALOWER TO ALPHAUPPER.
           IF WS-SS-FUNC = 'L'
              ACCEPT G-SS-BRANCH
              INSPECT WS-SS-BRANCH
                      CONVERTING ALPHALOWER TO ALPHAUPPER
              PERFORM 100-LIST-SESSIONS-RTN
           ELSE
           IF WS-SS-FUNC = 'F'
              ACCEPT G-SS-USER
              INSPECT WS-SS-USER
                      CONVERTING ALPHALOWER TO ALPHAUPPER
              PERFORM 200-FORCE-SIGNOFF-RTN
           ELSE
              DISPLAY 'FUNCTION MUST BE L OR F'
                      LINE 22 COL 2 ERASE EOL
           END-IF
           END-IF.
           PERFORM A800-ASK-EXIT-RTN.
      *****************************************************************
      * THE ALTERNATE KEY (BRANCH + TERMINAL) GIVES THE LIST IN      *
      * BRANCH AND TERMINAL ORDER.                                   *
      *****************************************************************
       100-LIST-SESSIONS-RTN.
           MOVE ZEROES TO WS-SESSION-COUNT.
           DISPLAY 'USER ID         TERMINAL   BRCH  SIGNED ON'
                   LINE 09 COL 2 ERASE EOL.
           DISPLAY 'LAST ACTIVITY' LINE 09 COL 55.
           MOVE 9 TO WS-LIST-LINE.
           MOVE WS-SS-BRANCH TO SS-BRANCH-CODE.
           MOVE SPACES TO SS-TERMINAL-ID.
           MOVE 'N' TO EOF-SW.
           START SESSION-FILE KEY IS NOT LESS THAN SS-LOCATION
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
           END-START.
           PERFORM 110-LIST-ONE-SESSION-RTN UNTIL EOF-SW = 'Y'.
           DISPLAY 'LIVE SESSIONS:' LINE 22 COL 2 ERASE EOL.
           DISPLAY WS-SESSION-COUNT LINE 22 COL 17.
      *****************************************************************
       110-LIST-ONE-SESSION-RTN.
           READ SESSION-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF WS-SS-BRANCH NOT = SPACES AND
                    SS-BRANCH-CODE NOT = WS-SS-BRANCH
                    MOVE 'Y' TO EOF-SW
                 ELSE
                    ADD 1 TO WS-SESSION-COUNT
                    IF WS-LIST-LINE < 20
                       ADD 1 TO WS-LIST-LINE
                       PERFORM 120-SHOW-SESSION-RTN
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
       120-SHOW-SESSION-RTN.
           MOVE SS-USER-ID     TO DL-USER-ID.
           MOVE SS-TERMINAL-ID TO DL-TERMINAL.
           MOVE SS-BRANCH-CODE TO DL-BRANCH.
           MOVE SS-SIGNON-DATE TO DL-SIGNON-DATE.
           MOVE SS-SIGNON-TIME TO WS-TIME-SPLIT.
           MOVE WS-TIME-HH     TO DL-SIGNON-HH.
           MOVE WS-TIME-MM     TO DL-SIGNON-MM.
           MOVE SS-LAST-DATE   TO DL-LAST-DATE.
           MOVE SS-LAST-TIME   TO WS-TIME-SPLIT.
           MOVE WS-TIME-HH     TO DL-LAST-HH.
           MOVE WS-TIME-MM     TO DL-LAST-MM.
           DISPLAY SESSION-LINE LINE WS-LIST-LINE COL 2 ERASE EOL.
      *****************************************************************
       200-FORCE-SIGNOFF-RTN.
           MOVE WS-SS-USER TO SS-USER-ID.
           READ SESSION-FILE
              INVALID KEY
                 DISPLAY 'NO LIVE SESSION FOR THAT USER ID'
                         LINE 22 COL 2 ERASE EOL
              NOT INVALID KEY
                 MOVE 10 TO WS-LIST-LINE
                 PERFORM 120-SHOW-SESSION-RTN
                 IF SS-USER-ID = LS-USER-ID
                    DISPLAY 'YOU MAY NOT FORCE OFF YOUR OWN SESSION'
                            LINE 22 COL 2 ERASE EOL
                 ELSE
                 IF WS-ADMIN-SW = 'N' AND
                    SS-BRANCH-CODE NOT = WS-OWN-BRANCH
                    DISPLAY 'A SUPERVISOR MAY FORCE OFF ONLY THEIR OWN '
                            'BRANCH' LINE 22 COL 2 ERASE EOL
                 ELSE
                    PERFORM 210-CONFIRM-FORCE-RTN
                 END-IF
                 END-IF
           END-READ.
      *****************************************************************
       210-CONFIRM-FORCE-RTN.
           DISPLAY 'REASON          :' LINE 20 COL 2 ERASE EOL.
           MOVE SPACES TO WS-SS-REASON.
           ACCEPT G-SS-REASON.
           INSPECT WS-SS-REASON CONVERTING ALPHALOWER TO ALPHAUPPER.
           IF WS-SS-REASON = SPACES
              DISPLAY 'A REASON IS REQUIRED - SESSION NOT SIGNED OFF'
                      LINE 22 COL 2 ERASE EOL
           ELSE
              DISPLAY 'FORCE SIGN-OFF OF THIS SESSION? Y/N:'
                      LINE 21 COL 2 ERASE EOL
              ACCEPT CONFIRM-SW LINE 21 COL 39
              INSPECT CONFIRM-SW CONVERTING ALPHALOWER TO ALPHAUPPER
              IF CONFIRM-SW NOT = 'Y'
                 DISPLAY 'SESSION NOT SIGNED OFF'
                         LINE 22 COL 2 ERASE EOL
              ELSE
                 PERFORM 220-WRITE-SESSLOG-RTN
                 DELETE SESSION-FILE
                    INVALID KEY
                       DISPLAY 'ERROR IN REMOVING SESSION'
                               LINE 22 COL 2 ERASE EOL
                    NOT INVALID KEY
                       PERFORM 850-WRITE-SECLOG-RTN
                       DISPLAY 'SESSION SIGNED OFF'
                               LINE 22 COL 2 ERASE EOL
                 END-DELETE
              END-IF
           END-IF.
      *****************************************************************
       220-WRITE-SESSLOG-RTN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           OPEN EXTEND SESS-LOG-FILE.
           MOVE WS-CURRENT-DATE TO SL-DATE.
           MOVE WS-CURRENT-TIME TO SL-TIME.
           MOVE SS-USER-ID      TO SL-USER-ID.
           MOVE SS-TERMINAL-ID  TO SL-TERMINAL-ID.
           MOVE SS-BRANCH-CODE  TO SL-BRANCH-CODE.
           MOVE SS-SIGNON-DATE  TO SL-SIGNON-DATE.
           MOVE SS-SIGNON-TIME  TO SL-SIGNON-TIME.
           MOVE LS-USER-ID      TO SL-FORCED-BY.
           MOVE WS-SS-REASON    TO SL-REASON.
           WRITE SESS-LOG-REC.
           CLOSE SESS-LOG-FILE.
      *****************************************************************
       850-WRITE-SECLOG-RTN.
           OPEN EXTEND SEC-LOG-FILE.
           MOVE WS-CURRENT-DATE TO SEC-DATE.
           MOVE WS-CURRENT-TIME TO SEC-TIME.
           MOVE 'FORCEOFF'      TO SEC-EVENT-TYPE.
           MOVE WS-SS-USER      TO SEC-USER-ID.
           MOVE LS-USER-ID      TO SEC-ACTOR-ID.
           MOVE 'SESSMNT'       TO SEC-TERMINAL-ID.
           MOVE 'FORCED'        TO SEC-OUTCOME.
           WRITE SEC-LOG-REC.
           CLOSE SEC-LOG-FILE.
      *****************************************************************
       A800-ASK-EXIT-RTN.
           DISPLAY 'DO YOU WANT TO EXIT? Y/N: '
                   LINE 23 COL 2 ERASE EOL.
           ACCEPT EXIT-SW LINE 23.
           INSPECT EXIT-SW CONVERTING ALPHALOWER TO ALPHAUPPER.
           IF EXIT-SW = 'N'
              PERFORM 900-CLEAR-FIELDS-RTN
           END-IF.
      *****************************************************************
       900-CLEAR-FIELDS-RTN.
           MOVE 9 TO WS-LIST-LINE.
           PERFORM 950-CLEAR-ONE-LINE-RTN UNTIL WS-LIST-LINE > 23.
           MOVE SPACES TO WS-SS-FUNC.
           MOVE SPACES TO WS-SS-BRANCH.
           MOVE SPACES TO WS-SS-USER.
           DISPLAY G-SS-FUNC.
           DISPLAY G-SS-BRANCH.
           DISPLAY G-SS-USER.
      *****************************************************************
       950-CLEAR-ONE-LINE-RTN.
           DISPLAY ' ' LINE WS-LIST-LINE COL 1 ERASE EOL.
           ADD 1 TO WS-LIST-LINE.
      *****************************************************************
       A900-CLOSE-RTN.
            CLOSE SESSION-FILE.
            EXIT PROGRAM.
