      ****************************************************************
      * THIS PROGRAM MANAGES THE PHYSICAL CASH SIDE OF THE TELLER    *
      * LINE.  A TELLER OPENS THEIR DRAWER WITH AN OPENING FLOAT AND *
      * BUYS CASH FROM OR SELLS CASH TO THE BRANCH VAULT.  EACH      *
      * BRANCH VAULT IS CARRIED ON DRAWER.DAT UNDER THE RESERVED     *
      * TELLER-ID VAULT-<BRANCH> (PLAIN VAULT FOR A USER WITH NO     *
      * BRANCH) SO CASHORD AND CASHPOS CAN WORK BRANCH BY BRANCH.    *
      * PHP POSITIONS STAY ON DRAWER.DAT; FOREIGN CURRENCY DRAWER    *
      * AND VAULT POSITIONS ARE CARRIED PER CURRENCY ON              *
      * CCYDRAWR.DAT WITH THE SAME OPEN / BUY / SELL FUNCTIONS.      *
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DN-KEY.
           SELECT USER-FILE ASSIGN TO 'USER.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS USER-ID.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORD IS STANDARD
           DATA RECORD IS DENOM-REC.
       COPY DENOM.
       FD  USER-FILE
           RECORD CONTAINS 321 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS USER-REC.
       COPY USERFILE.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-VAULT-ID               PIC X(15) VALUE 'VAULT'.
       01  WS-DRAWER-FUNC            PIC X VALUE SPACES.
       01  WS-DRAWER-CCY             PIC X(3) VALUE 'PHP'.
       01  WS-DRAWER-AMOUNT          PIC 9(9)V99 VALUE ZEROES.
           OPEN I-O DRAWER-FILE.
           OPEN I-O CCY-DRAWER-FILE.
           OPEN I-O DENOM-FILE.
           OPEN INPUT USER-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE LS-USER-ID TO USER-ID.
           READ USER-FILE
              NOT INVALID KEY
                 IF USER-BRANCH-CODE NOT = SPACES
                    MOVE SPACES TO WS-VAULT-ID
                    STRING 'VAULT-' USER-BRANCH-CODE
                           DELIMITED BY SIZE INTO WS-VAULT-ID
                    END-STRING
                 END-IF
           END-READ.
           CLOSE USER-FILE.
           DISPLAY G-VAULTPRG.
      *****************************************************************
       A300-PROCESS-RTN.
           END-READ.
      *****************************************************************
       300-BUY-FROM-VAULT-RTN.
           MOVE WS-VAULT-ID TO DR-TELLER-ID.
           READ DRAWER-FILE
              INVALID KEY
                 DISPLAY 'VAULT RECORD NOT FOUND - OPEN VAULT FIRST'
           END-READ.
      *****************************************************************
       450-ADD-TO-VAULT-RTN.
           MOVE WS-VAULT-ID TO DR-TELLER-ID.
           READ DRAWER-FILE
              INVALID KEY
                 MOVE WS-VAULT-ID       TO DR-TELLER-ID
                 MOVE ZEROES           TO DR-OPENING-FLOAT
                 MOVE WS-DRAWER-AMOUNT TO DR-CASH-ON-HAND
                 MOVE WS-CURRENT-DATE  TO DR-BUSINESS-DATE
                 MOVE LS-USER-ID TO WS-DN-OWNER
                 MOVE '+' TO WS-DN-SIGN
                 PERFORM 820-APPLY-ALL-DENOMS-RTN
                 MOVE WS-VAULT-ID TO WS-DN-OWNER
                 MOVE '-' TO WS-DN-SIGN
                 PERFORM 820-APPLY-ALL-DENOMS-RTN
              ELSE
                 MOVE LS-USER-ID TO WS-DN-OWNER
                 MOVE '-' TO WS-DN-SIGN
                 PERFORM 820-APPLY-ALL-DENOMS-RTN
                 MOVE WS-VAULT-ID TO WS-DN-OWNER
                 MOVE '+' TO WS-DN-SIGN
                 PERFORM 820-APPLY-ALL-DENOMS-RTN
              END-IF
           END-READ.
      *****************************************************************
       600-BUY-CCY-FROM-VAULT-RTN.
           MOVE WS-VAULT-ID    TO CD-TELLER-ID.
           MOVE WS-DRAWER-CCY TO CD-CURRENCY-CODE.
           READ CCY-DRAWER-FILE
              INVALID KEY
           END-READ.
      *****************************************************************
       750-ADD-TO-CCY-VAULT-RTN.
           MOVE WS-VAULT-ID    TO CD-TELLER-ID.
           MOVE WS-DRAWER-CCY TO CD-CURRENCY-CODE.
           READ CCY-DRAWER-FILE
              INVALID KEY
                 MOVE WS-VAULT-ID       TO CD-TELLER-ID
                 MOVE WS-DRAWER-CCY    TO CD-CURRENCY-CODE
                 MOVE ZEROES           TO CD-OPENING-FLOAT
                 MOVE WS-DRAWER-AMOUNT TO CD-CASH-ON-HAND
