      ****************************************************************
      * THIS PROGRAM MAINTAINS THE ATM TERMINAL MASTER ATMMAST.DAT - *
      * THE OWNING BRANCH, LOCATION, STATUS, LOW-CASH LEVEL AND THE  *
      * NOTES LOADED IN EACH OF THE FOUR CASSETTES - AND RECORDS     *
      * REPLENISHMENT.  CHNLPOST ADDS EVERY WITHDRAWAL PAID OUT BY   *
      * THE TERMINAL TO ITS DISPENSED TOTAL, SO EXPECTED CASH IS THE *
      * LOAD LESS THE DISPENSED.  AT REPLENISHMENT THE CUSTODIANS    *
      * KEY THE NOTES REMAINING IN EACH CASSETTE AND THE NEW LOAD;   *
      * THE REMAINING CASH GOES BACK TO THE BRANCH VAULT, THE NEW    *
      * LOAD COMES OUT OF IT, AND ANY DIFFERENCE FROM EXPECTED CASH  *
      * IS LOGGED AS ATMOVER OR ATMSHORT FOR THE ATM OVER/SHORT GL.  *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMMAINT IS INITIAL.
       AUTHOR. GERAD CARLOS TUPAZ.
       DATE-WRITTEN. 10 15 2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATM-FILE ASSIGN TO 'ATMMAST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AT-TERMINAL-ID.
           SELECT ATM-REPLENISH-FILE ASSIGN TO 'ATMRPLN.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AR-KEY.
           SELECT DRAWER-FILE ASSIGN TO 'DRAWER.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DR-TELLER-ID.
           SELECT DENOM-FILE ASSIGN TO 'DENOM.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DN-KEY.
           SELECT BRANCH-FILE ASSIGN TO 'BRANCH.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BR-CODE.
           SELECT USER-FILE ASSIGN TO 'USER.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS USER-ID.
           SELECT TRAN-LOG-FILE ASSIGN TO 'TRANLOG.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT SYSCTL-FILE ASSIGN TO 'SYSCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTL-KEY.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ATM-FILE
           RECORD CONTAINS 181 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ATM-REC.
       COPY ATMMAST.
       FD  ATM-REPLENISH-FILE
           RECORD CONTAINS 87 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ATM-REPLENISH-REC.
       COPY ATMRPLN.
       FD  DRAWER-FILE
           RECORD CONTAINS 45 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS DRAWER-REC.
       COPY DRAWER.
       FD  DENOM-FILE
           RECORD CONTAINS 27 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS DENOM-REC.
       COPY DENOM.
       FD  BRANCH-FILE
           RECORD CONTAINS 84 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS BRANCH-REC.
       COPY BRANCH.
       FD  USER-FILE
           RECORD CONTAINS 321 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS USER-REC.
       COPY USERFILE.
       FD  TRAN-LOG-FILE
           RECORD CONTAINS 106 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRAN-LOG-REC.
       COPY TRANLOG.
       FD  SYSCTL-FILE
           RECORD CONTAINS 31 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CTL-REC.
       COPY SYSCTL.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-AT-FUNC                PIC X VALUE SPACES.
       01  WS-AT-ID                  PIC X(8) VALUE SPACES.
       01  WS-AT-STATUS              PIC X VALUE 'A'.
           88 WS-AT-VALID-STATUS     VALUE 'A' 'I'.
       01  WS-AT-BRANCH              PIC X(4) VALUE SPACES.
       01  WS-AT-LOCATION            PIC X(30) VALUE SPACES.
       01  WS-AT-LOW                 PIC 9(9)V99 VALUE ZEROES.
       01  WS-USER-BRANCH            PIC X(4) VALUE SPACES.
       01  WS-VAULT-ID               PIC X(15) VALUE SPACES.
       01  WS-CST-TABLE.
           05 WS-CST-ENTRY OCCURS 4 TIMES.
              10 WS-CST-REMAIN       PIC 9(7).
              10 WS-CST-NEW-VALUE    PIC 9(5).
              10 WS-CST-NEW-COUNT    PIC 9(7).
       01  WS-CST-IDX                PIC 9 VALUE ZEROES.
       01  WS-DN-TABLE.
           05 WS-DN-ENTRY OCCURS 4 TIMES.
              10 WS-DN-VALUE         PIC 9(5).
              10 WS-DN-COUNT         PIC 9(7).
       01  WS-DN-USED                PIC 9(2) VALUE ZEROES.
       01  WS-DN-IDX                 PIC 9(2) VALUE ZEROES.
       01  WS-DN-OWNER               PIC X(15) VALUE SPACES.
       01  WS-DN-SIGN                PIC X VALUE '+'.
       01  WS-EXPECTED-CASH          PIC 9(9)V99 VALUE ZEROES.
       01  WS-COUNTED-CASH           PIC 9(9)V99 VALUE ZEROES.
       01  WS-NEW-LOAD               PIC 9(9)V99 VALUE ZEROES.
       01  WS-OVER-SHORT             PIC S9(9)V99 VALUE ZEROES.
       01  WS-VAULT-AVAILABLE        PIC 9(11)V99 VALUE ZEROES.
       01  WS-SCREEN-LINE            PIC 99 VALUE ZEROES.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-CURRENT-TIME           PIC 9(8) VALUE ZEROES.
       01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZEROES.
       01  WS-AMOUNT-DISPLAY         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-SIGNED-DISPLAY         PIC ZZZ,ZZZ,ZZ9.99-.
       01  SUPV-ROLE-SW              PIC X VALUE 'N'.
       01  ADMIN-ROLE-SW             PIC X VALUE 'N'.
       01  BRANCH-AUTH-SW            PIC X VALUE 'N'.
       01  ATM-FOUND-SW              PIC X VALUE 'N'.
       01  SAVE-SW                   PIC X VALUE 'Y'.
       01  EXIT-SW                   PIC X VALUE 'N'.
       COPY APLHA.
      *****************************************************************
       LINKAGE SECTION.
       01  LS-USER-ID                PIC X(15).
      *****************************************************************
       SCREEN SECTION.
       COPY "ATMMAINT.ss".
      *****************************************************************
       PROCEDURE DIVISION USING LS-USER-ID.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A300-PROCESS-RTN UNTIL EXIT-SW = 'Y'.
           PERFORM A900-CLOSE-RTN.
      *     STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN I-O ATM-FILE.
           OPEN I-O ATM-REPLENISH-FILE.
           OPEN I-O DRAWER-FILE.
           OPEN I-O DENOM-FILE.
           OPEN INPUT BRANCH-FILE.
           OPEN INPUT USER-FILE.
           OPEN EXTEND TRAN-LOG-FILE.
           OPEN INPUT SYSCTL-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
           MOVE 'BUSDATE   ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-BUSINESS-DATE
           END-READ.
           CLOSE SYSCTL-FILE.
           MOVE 'N' TO SUPV-ROLE-SW.
           MOVE 'N' TO ADMIN-ROLE-SW.
           MOVE LS-USER-ID TO USER-ID.
           READ USER-FILE
              NOT INVALID KEY
                 MOVE USER-BRANCH-CODE TO WS-USER-BRANCH
                 IF SUPERVISOR-ROLE OR ADMIN-ROLE
                    MOVE 'Y' TO SUPV-ROLE-SW
                 END-IF
                 IF ADMIN-ROLE
                    MOVE 'Y' TO ADMIN-ROLE-SW
                 END-IF
           END-READ.
           DISPLAY G-ATMMAINT.
      *****************************************************************
       A300-PROCESS-RTN.
           ACCEPT G-AT-FUNC.
           INSPECT WS-AT-FUNC CONVERTING ALPHALOWER TO ALPHAUPPER.
           IF WS-AT-FUNC NOT = 'N' AND WS-AT-FUNC NOT = 'M' AND
              WS-AT-FUNC NOT = 'R' AND WS-AT-FUNC NOT = 'I'
              DISPLAY 'FUNCTION MUST BE N, M, R OR I'
                      LINE 22 COL 2 ERASE EOL
           ELSE
           IF WS-AT-FUNC NOT = 'I' AND SUPV-ROLE-SW = 'N'
              DISPLAY 'ATMMAINT - SUPERVISOR AUTHORITY IS REQUIRED'
                      LINE 22 COL 2 ERASE EOL
           ELSE
              ACCEPT G-AT-ID
              INSPECT WS-AT-ID CONVERTING ALPHALOWER TO ALPHAUPPER
              PERFORM 080-READ-ATM-RTN
              IF WS-AT-FUNC = 'N'
                 IF ATM-FOUND-SW = 'Y'
                    DISPLAY 'TERMINAL IS ALREADY ON FILE'
                            LINE 22 COL 2 ERASE EOL
                 ELSE
                    PERFORM 200-NEW-TERMINAL-RTN
                 END-IF
              ELSE
              IF ATM-FOUND-SW = 'N'
                 DISPLAY 'TERMINAL NOT FOUND'
                         LINE 22 COL 2 ERASE EOL
              ELSE
              IF WS-AT-FUNC = 'M'
                 PERFORM 300-MAINTAIN-TERMINAL-RTN
              ELSE
              IF WS-AT-FUNC = 'R'
                 PERFORM 400-REPLENISH-RTN
              END-IF
              END-IF
              END-IF
              END-IF
           END-IF
           END-IF.
           PERFORM A800-ASK-EXIT-RTN.
      *****************************************************************
       080-READ-ATM-RTN.
           MOVE 'N' TO ATM-FOUND-SW.
           MOVE WS-AT-ID TO AT-TERMINAL-ID.
           READ ATM-FILE
              INVALID KEY
                 MOVE 'N' TO ATM-FOUND-SW
              NOT INVALID KEY
                 MOVE 'Y' TO ATM-FOUND-SW
                 PERFORM 100-SHOW-ATM-RTN
           END-READ.
      *****************************************************************
       090-CHECK-BRANCH-AUTH-RTN.
           MOVE 'N' TO BRANCH-AUTH-SW.
           IF ADMIN-ROLE-SW = 'Y'
              MOVE 'Y' TO BRANCH-AUTH-SW
           ELSE
              IF SUPV-ROLE-SW = 'Y' AND
                 WS-USER-BRANCH = AT-BRANCH-CODE
                 MOVE 'Y' TO BRANCH-AUTH-SW
              END-IF
           END-IF.
      *****************************************************************
       100-SHOW-ATM-RTN.
           MOVE AT-STATUS          TO WS-AT-STATUS.
           MOVE AT-BRANCH-CODE     TO WS-AT-BRANCH.
           MOVE AT-LOCATION        TO WS-AT-LOCATION.
           MOVE AT-LOW-CASH-LEVEL  TO WS-AT-LOW.
           DISPLAY G-AT-STATUS.
           DISPLAY G-AT-BRANCH.
           DISPLAY G-AT-LOCATION.
           DISPLAY G-AT-LOW.
           MOVE AT-LOADED-AMOUNT TO WS-AMOUNT-DISPLAY.
           DISPLAY WS-AMOUNT-DISPLAY LINE 10 COL 20.
           DISPLAY AT-LOAD-DATE LINE 10 COL 50.
           MOVE AT-DISPENSED-AMOUNT TO WS-AMOUNT-DISPLAY.
           DISPLAY WS-AMOUNT-DISPLAY LINE 11 COL 20.
           DISPLAY AT-DISPENSED-COUNT LINE 11 COL 50.
           PERFORM 110-COMPUTE-EXPECTED-RTN.
           MOVE WS-EXPECTED-CASH TO WS-AMOUNT-DISPLAY.
           DISPLAY WS-AMOUNT-DISPLAY LINE 12 COL 20.
           MOVE AT-LAST-OVER-SHORT TO WS-SIGNED-DISPLAY.
           DISPLAY WS-SIGNED-DISPLAY LINE 12 COL 54.
           MOVE ZEROES TO WS-CST-IDX.
           PERFORM 120-SHOW-CASSETTE-RTN UNTIL WS-CST-IDX = 4.
      *****************************************************************
       110-COMPUTE-EXPECTED-RTN.
           IF AT-DISPENSED-AMOUNT > AT-LOADED-AMOUNT
              MOVE ZEROES TO WS-EXPECTED-CASH
           ELSE
              COMPUTE WS-EXPECTED-CASH = AT-LOADED-AMOUNT
                      - AT-DISPENSED-AMOUNT
           END-IF.
      *****************************************************************
       120-SHOW-CASSETTE-RTN.
           ADD 1 TO WS-CST-IDX.
           COMPUTE WS-SCREEN-LINE = WS-CST-IDX + 14.
           DISPLAY AT-NOTE-VALUE (WS-CST-IDX)
                   LINE WS-SCREEN-LINE COL 07.
           DISPLAY AT-LOADED-COUNT (WS-CST-IDX)
                   LINE WS-SCREEN-LINE COL 20.
      *****************************************************************
      * A BRANCH REGISTERS ITS OWN TERMINALS; HEAD OFFICE MAY SET    *
      * UP A TERMINAL FOR ANY BRANCH.  THE CASSETTES ARE FILLED BY   *
      * THE FIRST REPLENISHMENT.                                     *
      *****************************************************************
       200-NEW-TERMINAL-RTN.
           MOVE WS-USER-BRANCH TO WS-AT-BRANCH.
           DISPLAY G-AT-BRANCH.
           IF ADMIN-ROLE-SW = 'Y'
              ACCEPT G-AT-BRANCH
              INSPECT WS-AT-BRANCH CONVERTING ALPHALOWER TO ALPHAUPPER
           END-IF.
           MOVE WS-AT-BRANCH TO BR-CODE.
           READ BRANCH-FILE
              INVALID KEY
                 DISPLAY 'BRANCH NOT FOUND'
                         LINE 22 COL 2 ERASE EOL
              NOT INVALID KEY
                 MOVE 'A' TO WS-AT-STATUS
                 DISPLAY G-AT-STATUS
                 ACCEPT G-AT-LOCATION
                 ACCEPT G-AT-LOW
                 DISPLAY 'ADD ATM TERMINAL? Y/N: '
                         LINE 22 COL 2 ERASE EOL
                 ACCEPT SAVE-SW LINE 22
                 INSPECT SAVE-SW CONVERTING ALPHALOWER TO ALPHAUPPER
                 IF SAVE-SW = 'Y'
                    PERFORM 250-WRITE-TERMINAL-RTN
                 END-IF
           END-READ.
      *****************************************************************
       250-WRITE-TERMINAL-RTN.
           MOVE WS-AT-ID          TO AT-TERMINAL-ID.
           MOVE WS-AT-BRANCH      TO AT-BRANCH-CODE.
           MOVE WS-AT-LOCATION    TO AT-LOCATION.
           MOVE 'A'               TO AT-STATUS.
           MOVE ZEROES TO WS-CST-IDX.
           PERFORM 255-CLEAR-CASSETTE-RTN UNTIL WS-CST-IDX = 4.
           MOVE ZEROES            TO AT-LOADED-AMOUNT.
           MOVE ZEROES            TO AT-LOAD-DATE.
           MOVE ZEROES            TO AT-DISPENSED-AMOUNT.
           MOVE ZEROES            TO AT-DISPENSED-COUNT.
           MOVE ZEROES            TO AT-LAST-DISPENSE-DATE.
           MOVE WS-AT-LOW         TO AT-LOW-CASH-LEVEL.
           MOVE ZEROES            TO AT-LAST-OVER-SHORT.
           MOVE LS-USER-ID        TO AT-LAST-MAINT-BY.
           MOVE WS-CURRENT-DATE   TO AT-LAST-MAINT-DATE.
           WRITE ATM-REC
              INVALID KEY
                 DISPLAY 'ERROR IN WRITING ATM TERMINAL'
                         LINE 23 COL 2 ERASE EOL
              NOT INVALID KEY
                 DISPLAY 'ATM TERMINAL ADDED - REPLENISH TO LOAD CASH'
                         LINE 22 COL 2 ERASE EOL
           END-WRITE.
      *****************************************************************
       255-CLEAR-CASSETTE-RTN.
           ADD 1 TO WS-CST-IDX.
           MOVE ZEROES TO AT-NOTE-VALUE (WS-CST-IDX).
           MOVE ZEROES TO AT-LOADED-COUNT (WS-CST-IDX).
      *****************************************************************
       300-MAINTAIN-TERMINAL-RTN.
           PERFORM 090-CHECK-BRANCH-AUTH-RTN.
           IF BRANCH-AUTH-SW = 'N'
              DISPLAY 'ATMMAINT - TERMINAL BELONGS TO ANOTHER BRANCH'
                      LINE 22 COL 2 ERASE EOL
           ELSE
              ACCEPT G-AT-STATUS
              INSPECT WS-AT-STATUS CONVERTING ALPHALOWER TO ALPHAUPPER
              ACCEPT G-AT-LOCATION
              ACCEPT G-AT-LOW
              IF NOT WS-AT-VALID-STATUS
                 DISPLAY 'STATUS MUST BE A (ACTIVE) OR I (INACTIVE)'
                         LINE 22 COL 2 ERASE EOL
              ELSE
                 DISPLAY 'SAVE CHANGES? Y/N: '
                         LINE 22 COL 2 ERASE EOL
                 ACCEPT SAVE-SW LINE 22
                 INSPECT SAVE-SW CONVERTING ALPHALOWER TO ALPHAUPPER
                 IF SAVE-SW = 'Y'
                    MOVE WS-AT-STATUS     TO AT-STATUS
                    MOVE WS-AT-LOCATION   TO AT-LOCATION
                    MOVE WS-AT-LOW        TO AT-LOW-CASH-LEVEL
                    MOVE LS-USER-ID       TO AT-LAST-MAINT-BY
                    MOVE WS-CURRENT-DATE  TO AT-LAST-MAINT-DATE
                    PERFORM 380-REWRITE-ATM-RTN
                    DISPLAY 'ATM TERMINAL UPDATED'
                            LINE 22 COL 2 ERASE EOL
                 END-IF
              END-IF
           END-IF.
      *****************************************************************
       380-REWRITE-ATM-RTN.
           REWRITE ATM-REC
              INVALID KEY
                 DISPLAY 'ERROR IN UPDATING ATM TERMINAL'
                         LINE 23 COL 2 ERASE EOL
           END-REWRITE.
      *****************************************************************
      * THE CUSTODIANS COUNT WHAT IS LEFT IN EACH CASSETTE (PURGE    *
      * BIN NOTES INCLUDED) AND KEY THE NEW LOAD.  THE REMAINING     *
      * NOTES RETURN TO THE BRANCH VAULT AND THE NEW LOAD IS DRAWN   *
      * FROM IT, SO THE VAULT MUST COVER THE NEW LOAD.               *
      *****************************************************************
       400-REPLENISH-RTN.
           PERFORM 090-CHECK-BRANCH-AUTH-RTN.
           MOVE SPACES TO WS-VAULT-ID.
           STRING 'VAULT-' AT-BRANCH-CODE
                  DELIMITED BY SIZE INTO WS-VAULT-ID
           END-STRING.
           MOVE WS-VAULT-ID TO DR-TELLER-ID.
           IF BRANCH-AUTH-SW = 'N'
              DISPLAY 'ATMMAINT - TERMINAL BELONGS TO ANOTHER BRANCH'
                      LINE 22 COL 2 ERASE EOL
           ELSE
              READ DRAWER-FILE
                 INVALID KEY
                    DISPLAY 'BRANCH VAULT IS NOT OPEN'
                            LINE 22 COL 2 ERASE EOL
                 NOT INVALID KEY
                    PERFORM 410-COUNT-AND-LOAD-RTN
              END-READ
           END-IF.
      *****************************************************************
       410-COUNT-AND-LOAD-RTN.
           MOVE ZEROES TO WS-COUNTED-CASH.
           MOVE ZEROES TO WS-NEW-LOAD.
           MOVE ZEROES TO WS-CST-IDX.
           PERFORM 420-COUNT-CASSETTE-RTN UNTIL WS-CST-IDX = 4.
           COMPUTE WS-OVER-SHORT = WS-COUNTED-CASH - WS-EXPECTED-CASH.
           MOVE WS-COUNTED-CASH TO WS-AMOUNT-DISPLAY.
           DISPLAY WS-AMOUNT-DISPLAY LINE 20 COL 20.
           MOVE WS-OVER-SHORT TO WS-SIGNED-DISPLAY.
           DISPLAY WS-SIGNED-DISPLAY LINE 20 COL 50.
           MOVE ZEROES TO WS-CST-IDX.
           PERFORM 430-LOAD-CASSETTE-RTN UNTIL WS-CST-IDX = 4.
           MOVE WS-NEW-LOAD TO WS-AMOUNT-DISPLAY.
           DISPLAY WS-AMOUNT-DISPLAY LINE 21 COL 20.
           COMPUTE WS-VAULT-AVAILABLE = DR-CASH-ON-HAND
                   + WS-COUNTED-CASH.
           IF WS-NEW-LOAD > WS-VAULT-AVAILABLE
              DISPLAY 'VAULT CASH IS INSUFFICIENT FOR THE NEW LOAD'
                      LINE 22 COL 2 ERASE EOL
           ELSE
              DISPLAY 'POST REPLENISHMENT? Y/N: '
                      LINE 22 COL 2 ERASE EOL
              ACCEPT SAVE-SW LINE 22
              INSPECT SAVE-SW CONVERTING ALPHALOWER TO ALPHAUPPER
              IF SAVE-SW = 'Y'
                 PERFORM 450-POST-REPLENISH-RTN
              END-IF
           END-IF.
      *****************************************************************
       420-COUNT-CASSETTE-RTN.
           ADD 1 TO WS-CST-IDX.
           COMPUTE WS-SCREEN-LINE = WS-CST-IDX + 14.
           MOVE ZEROES TO WS-CST-REMAIN (WS-CST-IDX).
           IF AT-NOTE-VALUE (WS-CST-IDX) > ZEROES
              ACCEPT WS-CST-REMAIN (WS-CST-IDX)
                     LINE WS-SCREEN-LINE COL 30
              COMPUTE WS-COUNTED-CASH = WS-COUNTED-CASH
                      + (AT-NOTE-VALUE (WS-CST-IDX)
                      * WS-CST-REMAIN (WS-CST-IDX))
           END-IF.
      *****************************************************************
       430-LOAD-CASSETTE-RTN.
           ADD 1 TO WS-CST-IDX.
           COMPUTE WS-SCREEN-LINE = WS-CST-IDX + 14.
           MOVE AT-NOTE-VALUE (WS-CST-IDX)
             TO WS-CST-NEW-VALUE (WS-CST-IDX).
           MOVE ZEROES TO WS-CST-NEW-COUNT (WS-CST-IDX).
           ACCEPT WS-CST-NEW-VALUE (WS-CST-IDX)
                  LINE WS-SCREEN-LINE COL 42.
           IF WS-CST-NEW-VALUE (WS-CST-IDX) > ZEROES
              ACCEPT WS-CST-NEW-COUNT (WS-CST-IDX)
                     LINE WS-SCREEN-LINE COL 53
              COMPUTE WS-NEW-LOAD = WS-NEW-LOAD
                      + (WS-CST-NEW-VALUE (WS-CST-IDX)
                      * WS-CST-NEW-COUNT (WS-CST-IDX))
           END-IF.
      *****************************************************************
       450-POST-REPLENISH-RTN.
           COMPUTE DR-CASH-ON-HAND = DR-CASH-ON-HAND
                   + WS-COUNTED-CASH - WS-NEW-LOAD.
           REWRITE DRAWER-REC
              INVALID KEY
                 DISPLAY 'ERROR IN UPDATING VAULT RECORD'
                         LINE 23 COL 2 ERASE EOL
           END-REWRITE.
           MOVE WS-VAULT-ID TO WS-DN-OWNER.
           MOVE ZEROES TO WS-DN-USED.
           MOVE ZEROES TO WS-CST-IDX.
           PERFORM 460-TABLE-REMAINING-RTN UNTIL WS-CST-IDX = 4.
           MOVE '+' TO WS-DN-SIGN.
           PERFORM 820-APPLY-ALL-DENOMS-RTN.
           MOVE ZEROES TO WS-DN-USED.
           MOVE ZEROES TO WS-CST-IDX.
           PERFORM 465-TABLE-NEW-LOAD-RTN UNTIL WS-CST-IDX = 4.
           MOVE '-' TO WS-DN-SIGN.
           PERFORM 820-APPLY-ALL-DENOMS-RTN.
           IF WS-OVER-SHORT > ZEROES
              MOVE 'ATMOVER' TO TRAN-TYPE
              MOVE WS-OVER-SHORT TO TRAN-AMOUNT
              PERFORM 880-WRITE-TRANLOG-RTN
           ELSE
           IF WS-OVER-SHORT < ZEROES
              MOVE 'ATMSHORT' TO TRAN-TYPE
              COMPUTE TRAN-AMOUNT = ZEROES - WS-OVER-SHORT
              PERFORM 880-WRITE-TRANLOG-RTN
           END-IF
           END-IF.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE AT-TERMINAL-ID    TO AR-TERMINAL-ID.
           MOVE WS-BUSINESS-DATE  TO AR-DATE.
           MOVE WS-CURRENT-TIME   TO AR-TIME.
           MOVE AT-BRANCH-CODE    TO AR-BRANCH-CODE.
           MOVE LS-USER-ID        TO AR-CUSTODIAN.
           MOVE WS-EXPECTED-CASH  TO AR-EXPECTED-CASH.
           MOVE WS-COUNTED-CASH   TO AR-COUNTED-CASH.
           MOVE WS-OVER-SHORT     TO AR-OVER-SHORT.
           MOVE WS-NEW-LOAD       TO AR-NEW-LOAD.
           WRITE ATM-REPLENISH-REC
              INVALID KEY
                 DISPLAY 'ERROR IN WRITING REPLENISHMENT HISTORY'
                         LINE 23 COL 2 ERASE EOL
           END-WRITE.
           MOVE ZEROES TO WS-CST-IDX.
           PERFORM 470-STORE-CASSETTE-RTN UNTIL WS-CST-IDX = 4.
           MOVE WS-NEW-LOAD       TO AT-LOADED-AMOUNT.
           MOVE WS-BUSINESS-DATE  TO AT-LOAD-DATE.
           MOVE ZEROES            TO AT-DISPENSED-AMOUNT.
           MOVE ZEROES            TO AT-DISPENSED-COUNT.
           MOVE WS-OVER-SHORT     TO AT-LAST-OVER-SHORT.
           MOVE LS-USER-ID        TO AT-LAST-MAINT-BY.
           MOVE WS-CURRENT-DATE   TO AT-LAST-MAINT-DATE.
           PERFORM 380-REWRITE-ATM-RTN.
           DISPLAY 'REPLENISHMENT POSTED'
                   LINE 22 COL 2 ERASE EOL.
      *****************************************************************
       460-TABLE-REMAINING-RTN.
           ADD 1 TO WS-CST-IDX.
           IF AT-NOTE-VALUE (WS-CST-IDX) > ZEROES AND
              WS-CST-REMAIN (WS-CST-IDX) > ZEROES
              ADD 1 TO WS-DN-USED
              MOVE AT-NOTE-VALUE (WS-CST-IDX)
                TO WS-DN-VALUE (WS-DN-USED)
              MOVE WS-CST-REMAIN (WS-CST-IDX)
                TO WS-DN-COUNT (WS-DN-USED)
           END-IF.
      *****************************************************************
       465-TABLE-NEW-LOAD-RTN.
           ADD 1 TO WS-CST-IDX.
           IF WS-CST-NEW-VALUE (WS-CST-IDX) > ZEROES AND
              WS-CST-NEW-COUNT (WS-CST-IDX) > ZEROES
              ADD 1 TO WS-DN-USED
              MOVE WS-CST-NEW-VALUE (WS-CST-IDX)
                TO WS-DN-VALUE (WS-DN-USED)
              MOVE WS-CST-NEW-COUNT (WS-CST-IDX)
                TO WS-DN-COUNT (WS-DN-USED)
           END-IF.
      *****************************************************************
       470-STORE-CASSETTE-RTN.
           ADD 1 TO WS-CST-IDX.
           IF WS-CST-NEW-COUNT (WS-CST-IDX) = ZEROES
              MOVE ZEROES TO AT-NOTE-VALUE (WS-CST-IDX)
           ELSE
              MOVE WS-CST-NEW-VALUE (WS-CST-IDX)
                TO AT-NOTE-VALUE (WS-CST-IDX)
           END-IF.
           MOVE WS-CST-NEW-COUNT (WS-CST-IDX)
             TO AT-LOADED-COUNT (WS-CST-IDX).
      *****************************************************************
       820-APPLY-ALL-DENOMS-RTN.
           MOVE ZEROES TO WS-DN-IDX.
           PERFORM 830-APPLY-ONE-DENOM-RTN
              UNTIL WS-DN-IDX NOT < WS-DN-USED.
      *****************************************************************
       830-APPLY-ONE-DENOM-RTN.
           ADD 1 TO WS-DN-IDX.
           MOVE WS-DN-OWNER TO DN-TELLER-ID.
           MOVE WS-DN-VALUE (WS-DN-IDX) TO DN-NOTE-VALUE.
           READ DENOM-FILE
              INVALID KEY
                 MOVE WS-DN-OWNER TO DN-TELLER-ID
                 MOVE WS-DN-VALUE (WS-DN-IDX) TO DN-NOTE-VALUE
                 MOVE ZEROES TO DN-NOTE-COUNT
                 IF WS-DN-SIGN = '+'
                    MOVE WS-DN-COUNT (WS-DN-IDX) TO DN-NOTE-COUNT
                 END-IF
                 WRITE DENOM-REC
                    INVALID KEY
                       DISPLAY 'ERROR IN WRITING DENOMINATION'
                               LINE 24 COL 2 ERASE EOL
                 END-WRITE
              NOT INVALID KEY
                 IF WS-DN-SIGN = '+'
                    ADD WS-DN-COUNT (WS-DN-IDX) TO DN-NOTE-COUNT
                 ELSE
                    IF WS-DN-COUNT (WS-DN-IDX) > DN-NOTE-COUNT
                       MOVE ZEROES TO DN-NOTE-COUNT
                    ELSE
                       SUBTRACT WS-DN-COUNT (WS-DN-IDX)
                         FROM DN-NOTE-COUNT
                    END-IF
                 END-IF
                 REWRITE DENOM-REC
                    INVALID KEY
                       DISPLAY 'ERROR IN UPDATING DENOMINATION'
                               LINE 24 COL 2 ERASE EOL
                 END-REWRITE
           END-READ.
      *****************************************************************
      * ATMOVER AND ATMSHORT BOOK THE DIFFERENCE BETWEEN COUNTED AND *
      * EXPECTED CASH AGAINST THE ATM OVER/SHORT GL ACCOUNT UNDER    *
      * THE TERMINAL'S BRANCH.                                       *
      *****************************************************************
       880-WRITE-TRANLOG-RTN.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-BUSINESS-DATE TO TRAN-DATE.
           MOVE WS-CURRENT-TIME  TO TRAN-TIME.
           MOVE ZEROES           TO TRAN-FROM-ACCOUNT.
           MOVE ZEROES           TO TRAN-TO-ACCOUNT.
           MOVE LS-USER-ID       TO TRAN-TELLER-ID.
           MOVE ZEROES           TO TRAN-FX-RATE.
           MOVE WS-CURRENT-DATE  TO TRAN-ACTUAL-DATE.
           MOVE AT-BRANCH-CODE   TO TRAN-BRANCH-CODE.
           MOVE AT-TERMINAL-ID   TO TRAN-REFERENCE.
           WRITE TRAN-LOG-REC.
      *****************************************************************
       A800-ASK-EXIT-RTN.
           DISPLAY 'DO YOU WANT TO EXIT? Y/N: '
                   LINE 24 COL 2 ERASE EOL.
           ACCEPT EXIT-SW LINE 24.
           INSPECT EXIT-SW CONVERTING ALPHALOWER TO ALPHAUPPER.
           IF EXIT-SW = 'N'
              PERFORM 900-CLEAR-FIELDS-RTN
           END-IF.
      *****************************************************************
       900-CLEAR-FIELDS-RTN.
           MOVE SPACES TO WS-AT-FUNC.
           MOVE SPACES TO WS-AT-ID.
           MOVE SPACES TO WS-AT-STATUS.
           MOVE SPACES TO WS-AT-BRANCH.
           MOVE SPACES TO WS-AT-LOCATION.
           MOVE ZEROES TO WS-AT-LOW.
           DISPLAY G-ATMMAINT.
           DISPLAY G-AT-FUNC.
           DISPLAY G-AT-ID.
           DISPLAY G-AT-STATUS.
           DISPLAY G-AT-BRANCH.
           DISPLAY G-AT-LOCATION.
           DISPLAY G-AT-LOW.
      *****************************************************************
       A900-CLOSE-RTN.
            CLOSE ATM-FILE.
            CLOSE ATM-REPLENISH-FILE.
            CLOSE DRAWER-FILE.
            CLOSE DENOM-FILE.
            CLOSE BRANCH-FILE.
            CLOSE USER-FILE.
            CLOSE TRAN-LOG-FILE.
            EXIT PROGRAM.
