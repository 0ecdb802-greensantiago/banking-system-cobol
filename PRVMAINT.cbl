      ****************************************************************
      * THIS PROGRAM MAINTAINS THE LOAN PROVISIONING TABLE           *
      * PROVTBL.DAT USED BY THE MONTH-END LOANPROV RUN.  EACH OF THE *
      * FIVE REGULATORY CLASSES - CURRENT, ESPECIALLY MENTIONED,     *
      * SUBSTANDARD, DOUBTFUL AND LOSS - CARRIES THE DAYS PAST DUE   *
      * AT WHICH A LOAN FALLS INTO IT AND THE PERCENTAGE OF THE      *
      * OUTSTANDING BALANCE TO BE HELD AS ALLOWANCE.  THE CURRENT    *
      * SETTING IS SHOWN WHEN A CLASS IS KEYED AND IS REPLACED ON    *
      * SAVE.  THE DAYS MUST RISE FROM CLASS TO CLASS IN THE ORDER   *
      * C, M, S, D, L SO LOANPROV CLASSIFIES EVERY LOAN CORRECTLY.   *
      * ONLY A SUPERVISOR OR ADMINISTRATOR MAY CHANGE IT.            *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRVMAINT IS INITIAL.
       AUTHOR. GERAD CARLOS TUPAZ.
       DATE-WRITTEN. 10 15 2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROV-TABLE-FILE ASSIGN TO 'PROVTBL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PV-CLASS.
           SELECT USER-FILE ASSIGN TO 'USER.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS USER-ID.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PROV-TABLE-FILE
           RECORD CONTAINS 33 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS PROV-TABLE-REC.
       COPY PROVTBL.
       FD  USER-FILE
           RECORD CONTAINS 321 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS USER-REC.
       COPY USERFILE.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-PV-CLASS               PIC X VALUE SPACES.
       01  WS-PV-DAYS                PIC 9(4) VALUE ZEROES.
       01  WS-PV-PCT                 PIC 9(3)V99 VALUE ZEROES.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-PV-ORDER               PIC X(5) VALUE 'CMSDL'.
       01  WS-PV-ORDER-R REDEFINES WS-PV-ORDER.
           05 WS-PV-ORDER-CLASS      PIC X OCCURS 5 TIMES.
       01  WS-PV-IDX                 PIC 9 VALUE ZEROES.
       01  WS-PV-POS                 PIC 9 VALUE ZEROES.
       01  WS-PV-BAD-CLASS           PIC X VALUE SPACES.
       01  WS-PV-BAD-DAYS            PIC 9(4) VALUE ZEROES.
       01  ORDER-OK-SW               PIC X VALUE 'Y'.
       01  EXIT-SW                   PIC X VALUE 'N'.
       01  SAVE-SW                   PIC X VALUE 'Y'.
       01  FOUND-SW                  PIC X VALUE 'N'.
       01  DUMMY                     PIC X VALUE SPACES.
       COPY APLHA.
      *****************************************************************
       LINKAGE SECTION.
       01  LS-USER-ID                PIC X(15).
      *****************************************************************
       SCREEN SECTION.
       COPY "PRVMAINT.ss".
      *****************************************************************
       PROCEDURE DIVISION USING LS-USER-ID.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A300-PROCESS-RTN UNTIL EXIT-SW = 'Y'.
           PERFORM A900-CLOSE-RTN.
      *     STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN I-O PROV-TABLE-FILE.
           OPEN INPUT USER-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM 050-CHECK-AUTHORITY-RTN.
           IF EXIT-SW = 'N'
              DISPLAY G-PRVMAINT
           END-IF.
      *****************************************************************
       050-CHECK-AUTHORITY-RTN.
           MOVE LS-USER-ID TO USER-ID.
           READ USER-FILE
              INVALID KEY
                 MOVE 'Y' TO EXIT-SW
              NOT INVALID KEY
                 IF NOT SUPERVISOR-ROLE AND NOT ADMIN-ROLE
                    MOVE 'Y' TO EXIT-SW
                 END-IF
           END-READ.
           IF EXIT-SW = 'Y'
              DISPLAY 'PRVMAINT - SUPERVISOR AUTHORITY IS REQUIRED'
                      LINE 22 COL 2 ERASE EOL
              DISPLAY 'PRESS ENTER TO CONTINUE...'
                      LINE 23 COL 2 ERASE EOL
              ACCEPT DUMMY LINE 23
           END-IF.
      *****************************************************************
       A300-PROCESS-RTN.
           ACCEPT G-PV-CLASS.
           INSPECT WS-PV-CLASS CONVERTING ALPHALOWER TO ALPHAUPPER.
           MOVE WS-PV-CLASS TO PV-CLASS.
           IF NOT PV-CURRENT AND NOT PV-SPECIAL AND
              NOT PV-SUBSTANDARD AND NOT PV-DOUBTFUL AND NOT PV-LOSS
              DISPLAY 'CLASS MUST BE C, M, S, D OR L'
                      LINE 22 COL 2 ERASE EOL
           ELSE
              PERFORM 100-SHOW-CLASS-RTN
              ACCEPT G-PV-DAYS
              ACCEPT G-PV-PCT
              PERFORM 150-CHECK-ORDER-RTN
              IF WS-PV-PCT > 100
                 DISPLAY 'PROVISION PCT CANNOT EXCEED 100'
                         LINE 22 COL 2 ERASE EOL
              ELSE
              IF WS-PV-CLASS = 'C' AND WS-PV-DAYS NOT = ZEROES
                 DISPLAY 'THE CURRENT CLASS MUST START AT 0 DAYS'
                         LINE 22 COL 2 ERASE EOL
              ELSE
              IF ORDER-OK-SW = 'N'
                 DISPLAY 'DAYS ARE OUT OF ORDER WITH CLASS'
                         LINE 22 COL 2 ERASE EOL
                 DISPLAY WS-PV-BAD-CLASS LINE 22 COL 35
                 DISPLAY 'AT' LINE 22 COL 37
                 DISPLAY WS-PV-BAD-DAYS LINE 22 COL 40
              ELSE
                 DISPLAY 'SAVE CLASS? Y/N: ' LINE 22 COL 2 ERASE EOL
                 ACCEPT SAVE-SW LINE 22
                 INSPECT SAVE-SW CONVERTING ALPHALOWER TO ALPHAUPPER
                 IF SAVE-SW = 'Y'
                    PERFORM 200-SAVE-CLASS-RTN
                 END-IF
              END-IF
              END-IF
              END-IF
           END-IF.
           PERFORM A800-ASK-EXIT-RTN.
      *****************************************************************
       100-SHOW-CLASS-RTN.
           MOVE 'N' TO FOUND-SW.
           MOVE ZEROES TO WS-PV-DAYS.
           MOVE ZEROES TO WS-PV-PCT.
           READ PROV-TABLE-FILE
              INVALID KEY
                 DISPLAY 'CLASS NOT YET ON FILE - ENTER ITS SETTING'
                         LINE 22 COL 2 ERASE EOL
              NOT INVALID KEY
                 MOVE 'Y' TO FOUND-SW
                 MOVE PV-DAYS-FROM TO WS-PV-DAYS
                 MOVE PV-PROV-PCT  TO WS-PV-PCT
                 DISPLAY 'LAST CHANGED BY ' LINE 22 COL 2 ERASE EOL
                 DISPLAY PV-ENTERED-BY LINE 22 COL 18
                 DISPLAY PV-ENTERED-DATE LINE 22 COL 35
           END-READ.
           DISPLAY G-PV-DAYS.
           DISPLAY G-PV-PCT.
      *****************************************************************
      * LOANPROV TAKES THE LAST CLASS WHOSE DAYS A LOAN HAS REACHED, *
      * SO EVERY CLASS ON FILE BEFORE THE ONE KEYED MUST START AT    *
      * FEWER DAYS AND EVERY CLASS AFTER IT AT MORE.                 *
      *****************************************************************
       150-CHECK-ORDER-RTN.
           MOVE 'Y' TO ORDER-OK-SW.
           MOVE ZEROES TO WS-PV-POS.
           MOVE 1 TO WS-PV-IDX.
           PERFORM 160-FIND-POSITION-RTN
              UNTIL WS-PV-POS > ZEROES OR WS-PV-IDX > 5.
           MOVE 1 TO WS-PV-IDX.
           PERFORM 170-CHECK-ONE-CLASS-RTN
              UNTIL ORDER-OK-SW = 'N' OR WS-PV-IDX > 5.
           MOVE WS-PV-CLASS TO PV-CLASS.
      *****************************************************************
       160-FIND-POSITION-RTN.
           IF WS-PV-ORDER-CLASS (WS-PV-IDX) = WS-PV-CLASS
              MOVE WS-PV-IDX TO WS-PV-POS
           ELSE
              ADD 1 TO WS-PV-IDX
           END-IF.
      *****************************************************************
       170-CHECK-ONE-CLASS-RTN.
           IF WS-PV-IDX NOT = WS-PV-POS
              MOVE WS-PV-ORDER-CLASS (WS-PV-IDX) TO PV-CLASS
              READ PROV-TABLE-FILE
                 NOT INVALID KEY
                    IF (WS-PV-IDX < WS-PV-POS AND
                        PV-DAYS-FROM NOT < WS-PV-DAYS) OR
                       (WS-PV-IDX > WS-PV-POS AND
                        PV-DAYS-FROM NOT > WS-PV-DAYS)
                       MOVE 'N' TO ORDER-OK-SW
                       MOVE PV-CLASS TO WS-PV-BAD-CLASS
                       MOVE PV-DAYS-FROM TO WS-PV-BAD-DAYS
                    END-IF
              END-READ
           END-IF.
           ADD 1 TO WS-PV-IDX.
      *****************************************************************
       200-SAVE-CLASS-RTN.
           MOVE WS-PV-CLASS     TO PV-CLASS.
           MOVE WS-PV-DAYS      TO PV-DAYS-FROM.
           MOVE WS-PV-PCT       TO PV-PROV-PCT.
           MOVE LS-USER-ID      TO PV-ENTERED-BY.
           MOVE WS-CURRENT-DATE TO PV-ENTERED-DATE.
           IF FOUND-SW = 'Y'
              REWRITE PROV-TABLE-REC
                 INVALID KEY
                    DISPLAY 'ERROR IN UPDATING RECORD.'
                            LINE 23 COL 2 ERASE EOL
                 NOT INVALID KEY
                    DISPLAY 'CLASS HAS BEEN UPDATED'
                            LINE 23 COL 2 ERASE EOL
              END-REWRITE
           ELSE
              WRITE PROV-TABLE-REC
                 INVALID KEY
                    DISPLAY 'ERROR IN WRITING RECORD.'
                            LINE 23 COL 2 ERASE EOL
                 NOT INVALID KEY
                    DISPLAY 'CLASS HAS BEEN SAVED'
                            LINE 23 COL 2 ERASE EOL
              END-WRITE
           END-IF.
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
           DISPLAY ' ' LINE 22 COL 1 ERASE EOL.
           DISPLAY ' ' LINE 23 COL 1 ERASE EOL.
           DISPLAY ' ' LINE 24 COL 1 ERASE EOL.
           MOVE SPACES TO WS-PV-CLASS.
           MOVE ZEROES TO WS-PV-DAYS.
           MOVE ZEROES TO WS-PV-PCT.
           DISPLAY G-PV-CLASS.
           DISPLAY G-PV-DAYS.
           DISPLAY G-PV-PCT.
      *****************************************************************
       A900-CLOSE-RTN.
            CLOSE PROV-TABLE-FILE.
            CLOSE USER-FILE.
            EXIT PROGRAM.
