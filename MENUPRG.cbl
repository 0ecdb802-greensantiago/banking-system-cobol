      * IT RUNS LOGINPRG FIRST, HOLDS THE AUTHENTICATED USER-ID FOR  *
      * THE SESSION, PRESENTS A NUMBERED MENU OF EVERY FUNCTION AND  *
      * CALLS THE SELECTED PROGRAM PASSING THE REAL SIGNED-ON ID.    *
      * A CONFIGURABLE IDLE TIMEOUT FORCES RE-AUTHENTICATION.  THE   *
      * SESSION REGISTERED BY LOGINPRG IS CLEARED AT SIGN-OFF OR     *
      * TIMEOUT, AND A SESSION FORCED OFF BY A SUPERVISOR IS ENDED   *
      * AT THE NEXT MENU SELECTION.                                  *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENUPRG.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TM-TERMINAL-ID
                  FILE STATUS IS WS-TERM-STATUS.
           SELECT SESSION-FILE ASSIGN TO 'SESSION.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SS-USER-ID
                  ALTERNATE KEY IS SS-LOCATION WITH DUPLICATES.
           SELECT SEC-LOG-FILE ASSIGN TO 'SECLOG.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORD IS STANDARD
           DATA RECORD IS TERMINAL-REC.
       COPY TERMINAL.
       FD  SESSION-FILE
           RECORD CONTAINS 61 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS SESSION-REC.
       COPY SESSION.
       FD  SEC-LOG-FILE
           RECORD CONTAINS 76 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS SEC-LOG-REC.
       COPY SECLOG.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-SIGNON-ID              PIC X(15) VALUE SPACES.
       01  ALLOWED-SW                PIC X VALUE 'Y'.
       01  WS-TELLER-NAME            PIC X(70) VALUE SPACES.
       01  WS-SELECTION              PIC 99 VALUE ZEROES.
       01  WS-MENU-PAGE              PIC 9 VALUE 1.
       01  WS-IDLE-MINUTES           PIC 9(9)V99 VALUE 15.
       01  WS-IDLE-LIMIT-SECS        PIC 9(7) VALUE ZEROES.
       01  WS-TIME-BEFORE            PIC 9(8) VALUE ZEROES.
       01  WS-SECS-BEFORE            PIC 9(7) VALUE ZEROES.
       01  WS-SECS-AFTER             PIC 9(7) VALUE ZEROES.
       01  WS-SECS-IDLE              PIC 9(7) VALUE ZEROES.
       01  WS-SESSION-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-SESSION-TIME           PIC 9(8) VALUE ZEROES.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-CURRENT-TIME           PIC 9(8) VALUE ZEROES.
       01  WS-SEC-OUTCOME            PIC X(10) VALUE SPACES.
       01  SESSION-LIVE-SW           PIC X VALUE 'N'.
       01  EXIT-SW                   PIC X VALUE 'N'.
       01  DUMMY                     PIC X VALUE SPACES.
      *****************************************************************
              MOVE 'Y' TO EXIT-SW
           ELSE
              PERFORM 150-GET-TERMINAL-PERMS-RTN
              MOVE ZEROES TO WS-SESSION-DATE
              MOVE ZEROES TO WS-SESSION-TIME
              OPEN I-O SESSION-FILE
              MOVE WS-SIGNON-ID TO SS-USER-ID
              READ SESSION-FILE
                 NOT INVALID KEY
                    MOVE SS-SIGNON-DATE TO WS-SESSION-DATE
                    MOVE SS-SIGNON-TIME TO WS-SESSION-TIME
              END-READ
              CLOSE SESSION-FILE
           END-IF.
      *****************************************************************
      * THE SIGNED-ON TERMINAL'S ALLOWED FUNCTIONS COME FROM THE     *
           END-IF.
      *****************************************************************
       A300-MENU-RTN.
           IF WS-MENU-PAGE = 2
              DISPLAY G-MENUPG2
           ELSE
              DISPLAY G-MENUPRG
           END-IF.
           DISPLAY WS-SIGNON-ID LINE 01 COL 02.
           ACCEPT WS-TIME-BEFORE FROM TIME.
           ACCEPT G-SELECTION.
           ACCEPT WS-TIME-AFTER FROM TIME.
           PERFORM 200-CHECK-IDLE-RTN.
           PERFORM 170-CHECK-SESSION-RTN.
           IF SESSION-LIVE-SW = 'N'
              DISPLAY 'SESSION WAS SIGNED OFF BY A SUPERVISOR - PLEASE'
                      ' SIGN ON AGAIN' LINE 22 COL 2 ERASE EOL
              PERFORM 100-SIGNON-RTN
           ELSE
           IF WS-SECS-IDLE > WS-IDLE-LIMIT-SECS
              MOVE 'TIMEOUT' TO WS-SEC-OUTCOME
              PERFORM 190-CLEAR-SESSION-RTN
              DISPLAY 'SESSION TIMED OUT - PLEASE SIGN ON AGAIN'
                      LINE 22 COL 2 ERASE EOL
              PERFORM 100-SIGNON-RTN
              ELSE
                 PERFORM 300-DISPATCH-RTN
              END-IF
           END-IF
           END-IF.
      *****************************************************************
      * THE SESSION REGISTER ENTRY WRITTEN AT SIGN-ON MUST STILL BE  *
      * THIS SESSION'S - A SUPERVISOR MAY HAVE FORCED IT OFF IN      *
      * SESSMNT.  A LIVE SESSION HAS ITS LAST ACTIVITY STAMPED.      *
      *****************************************************************
       170-CHECK-SESSION-RTN.
           MOVE 'N' TO SESSION-LIVE-SW.
           OPEN I-O SESSION-FILE.
           MOVE WS-SIGNON-ID TO SS-USER-ID.
           READ SESSION-FILE
              NOT INVALID KEY
                 IF SS-SIGNON-DATE = WS-SESSION-DATE AND
                    SS-SIGNON-TIME = WS-SESSION-TIME
                    MOVE 'Y' TO SESSION-LIVE-SW
                    ACCEPT SS-LAST-DATE FROM DATE YYYYMMDD
                    ACCEPT SS-LAST-TIME FROM TIME
                    REWRITE SESSION-REC
                       INVALID KEY
                          CONTINUE
                    END-REWRITE
                 END-IF
           END-READ.
           CLOSE SESSION-FILE.
      *****************************************************************
       190-CLEAR-SESSION-RTN.
           OPEN I-O SESSION-FILE.
           MOVE WS-SIGNON-ID TO SS-USER-ID.
           READ SESSION-FILE
              NOT INVALID KEY
                 IF SS-SIGNON-DATE = WS-SESSION-DATE AND
                    SS-SIGNON-TIME = WS-SESSION-TIME
                    DELETE SESSION-FILE
                       INVALID KEY
                          CONTINUE
                    END-DELETE
                 END-IF
           END-READ.
           CLOSE SESSION-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           OPEN EXTEND SEC-LOG-FILE.
           MOVE WS-CURRENT-DATE TO SEC-DATE.
           MOVE WS-CURRENT-TIME TO SEC-TIME.
           MOVE 'SIGNOFF'       TO SEC-EVENT-TYPE.
           MOVE WS-SIGNON-ID    TO SEC-USER-ID.
           MOVE WS-SIGNON-ID    TO SEC-ACTOR-ID.
           MOVE WS-TERMINAL-ID  TO SEC-TERMINAL-ID.
           MOVE WS-SEC-OUTCOME  TO SEC-OUTCOME.
           WRITE SEC-LOG-REC.
           CLOSE SEC-LOG-FILE.
      *****************************************************************
       250-CHECK-TERMINAL-ALLOWED-RTN.
           MOVE 'Y' TO ALLOWED-SW.
               WS-SELECTION = 22 OR WS-SELECTION = 25 OR
               WS-SELECTION = 28 OR WS-SELECTION = 30 OR
               WS-SELECTION = 43 OR WS-SELECTION = 44 OR
               WS-SELECTION = 46 OR WS-SELECTION = 47 OR
               WS-SELECTION = 48 OR WS-SELECTION = 49 OR
               WS-SELECTION = 52 OR WS-SELECTION = 53 OR
               WS-SELECTION = 55 OR WS-SELECTION = 56 OR
               WS-SELECTION = 57 OR WS-SELECTION = 62 OR
               WS-SELECTION = 63 OR WS-SELECTION = 64 OR
               WS-SELECTION = 65 OR WS-SELECTION = 66 OR
               WS-SELECTION = 67 OR WS-SELECTION = 68) AND
              WS-ALLOW-SUPV = 'N'
              MOVE 'N' TO ALLOWED-SW
           END-IF.
           IF WS-SELECTION = 47
              CALL 'TRMMAINT' USING WS-SIGNON-ID
           ELSE
           IF WS-SELECTION = 48
              CALL 'SUSPMNT' USING WS-SIGNON-ID
           ELSE
           IF WS-SELECTION = 49
              CALL 'PRVMAINT' USING WS-SIGNON-ID
           ELSE
           IF WS-SELECTION = 50
              CALL 'LOANPOFF' USING WS-SIGNON-ID
           ELSE
           IF WS-SELECTION = 51
              CALL 'LNAPPENT' USING WS-SIGNON-ID
           ELSE
           IF WS-SELECTION = 52
              CALL 'LNAPPRV' USING WS-SIGNON-ID
           ELSE
           IF WS-SELECTION = 53
              CALL 'COLMAINT' USING WS-SIGNON-ID
           ELSE
           IF WS-SELECTION = 54
              CALL 'CUST360' USING WS-SIGNON-ID
           ELSE
           IF WS-SELECTION = 55
              CALL 'ESTMAINT' USING WS-SIGNON-ID
           ELSE
           IF WS-SELECTION = 56
              CALL 'CIFMERGE' USING WS-SIGNON-ID
           ELSE
           IF WS-SELECTION = 57
              CALL 'RISKMNT' USING WS-SIGNON-ID
           ELSE
           IF WS-SELECTION = 58
              CALL 'AMLCASE' USING WS-SIGNON-ID
           ELSE
           IF WS-SELECTION = 59
              CALL 'PPMAINT' USING WS-SIGNON-ID
           ELSE
           IF WS-SELECTION = 60
              CALL 'SDBMAINT' USING WS-SIGNON-ID
           ELSE
           IF WS-SELECTION = 61
              CALL 'RMTMAINT' USING WS-SIGNON-ID
           ELSE
           IF WS-SELECTION = 62
              CALL 'CASHORD' USING WS-SIGNON-ID
           ELSE
           IF WS-SELECTION = 63
              CALL 'ATMMAINT' USING WS-SIGNON-ID
           ELSE
           IF WS-SELECTION = 64
              CALL 'BUDMAINT' USING WS-SIGNON-ID
           ELSE
           IF WS-SELECTION = 65
              CALL 'PRFMAINT' USING WS-SIGNON-ID
           ELSE
           IF WS-SELECTION = 66
              CALL 'BRCLOSE' USING WS-SIGNON-ID
           ELSE
           IF WS-SELECTION = 67
              CALL 'RCRTMNT' USING WS-SIGNON-ID
           ELSE
           IF WS-SELECTION = 68
              CALL 'SESSMNT' USING WS-SIGNON-ID
           ELSE
           IF WS-SELECTION = 69
              CALL 'ESTMTMNT' USING WS-SIGNON-ID
           ELSE
           IF WS-SELECTION = 70
              CALL 'ARCHINQ' USING WS-SIGNON-ID
           ELSE
           IF WS-SELECTION = 99
              IF WS-MENU-PAGE = 2
                 MOVE 1 TO WS-MENU-PAGE
              ELSE
                 MOVE 2 TO WS-MENU-PAGE
              END-IF
           ELSE
           IF WS-SELECTION = 0
              MOVE 'NORMAL' TO WS-SEC-OUTCOME
              PERFORM 190-CLEAR-SESSION-RTN
              MOVE 'Y' TO EXIT-SW
           ELSE
              DISPLAY 'INVALID SELECTION'
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
      *****************************************************************
       A900-CLOSE-RTN.
