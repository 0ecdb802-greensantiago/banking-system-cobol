      ****************************************************************
      * THIS PROGRAM ORDERS CASH SHIPMENTS BETWEEN A BRANCH VAULT    *
      * AND THE CENTRAL CASH CENTER.  A BRANCH SUPERVISOR REQUESTS A *
      * DELIVERY OR A PICKUP BY DENOMINATION; HEAD OFFICE (ADMIN     *
      * ROLE) APPROVES OR REJECTS IT.  ON DISPATCH THE NOTES ARE     *
      * CARRIED ON DENOM.DAT UNDER CIT-<ORDER> AND THE AMOUNT IS     *
      * LOGGED AS CITOUT INTO THE CASH-IN-TRANSIT GL ACCOUNT.  THE   *
      * RECEIVING SIDE COUNTS EVERY DENOMINATION; ONLY A COUNT THAT  *
      * AGREES WITH THE SHIPMENT IS CONFIRMED, MOVING THE NOTES INTO *
      * THE RECEIVING VAULT AND LOGGING CITIN OUT OF TRANSIT.  HEAD  *
      * OFFICE ALSO KEEPS EACH BRANCH VAULT'S MINIMUM AND MAXIMUM    *
      * HOLDING LIMITS ON VLTLIMIT.DAT FOR THE CASHPOS REPORT.       *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHORD IS INITIAL.
       AUTHOR. GERAD CARLOS TUPAZ.
       DATE-WRITTEN. 10 15 2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASH-ORDER-FILE ASSIGN TO 'CASHORD.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CO-ORDER-NUMBER.
           SELECT VAULT-LIMIT-FILE ASSIGN TO 'VLTLIMIT.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VL-BRANCH-CODE.
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
       FD  CASH-ORDER-FILE
           RECORD CONTAINS 269 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CASH-ORDER-REC.
       COPY CASHORD.
       FD  VAULT-LIMIT-FILE
           RECORD CONTAINS 49 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS VAULT-LIMIT-REC.
       COPY VLTLIMIT.
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
       01  WS-CO-FUNC                PIC X VALUE SPACES.
       01  WS-CO-ORDER               PIC 9(8) VALUE ZEROES.
       01  WS-CO-BRANCH              PIC X(4) VALUE SPACES.
       01  WS-CO-TYPE                PIC X VALUE SPACES.
           88 WS-CO-VALID-TYPE       VALUE 'D' 'P'.
       01  WS-CO-MIN                 PIC 9(9)V99 VALUE ZEROES.
       01  WS-CO-MAX                 PIC 9(9)V99 VALUE ZEROES.
       01  WS-CO-REMARKS             PIC X(30) VALUE SPACES.
       01  WS-CO-STATUS-TEXT         PIC X(12) VALUE SPACES.
       01  WS-USER-BRANCH            PIC X(4) VALUE SPACES.
       01  WS-VAULT-ID               PIC X(15) VALUE SPACES.
       01  WS-CIT-ID                 PIC X(15) VALUE SPACES.
       01  WS-TRAN-TYPE              PIC X(10) VALUE SPACES.
       01  WS-TRAN-BRANCH            PIC X(4) VALUE SPACES.
       01  WS-DN-TABLE.
           05 WS-DN-ENTRY OCCURS 10 TIMES.
              10 WS-DN-VALUE         PIC 9(5).
              10 WS-DN-COUNT         PIC 9(7).
       01  WS-DN-USED                PIC 9(2) VALUE ZEROES.
       01  WS-DN-IDX                 PIC 9(2) VALUE ZEROES.
       01  WS-DN-IN-VALUE            PIC 9(5) VALUE ZEROES.
       01  WS-DN-IN-COUNT            PIC 9(7) VALUE ZEROES.
       01  WS-DN-TOTAL               PIC 9(11)V99 VALUE ZEROES.
       01  WS-DN-OWNER               PIC X(15) VALUE SPACES.
       01  WS-DN-SIGN                PIC X VALUE '+'.
       01  DN-DONE-SW                PIC X VALUE 'N'.
       01  COUNT-OK-SW               PIC X VALUE 'Y'.
       01  WS-SCREEN-LINE            PIC 99 VALUE ZEROES.
       01  WS-SCREEN-COL             PIC 99 VALUE ZEROES.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-CURRENT-TIME           PIC 9(8) VALUE ZEROES.
       01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZEROES.
       01  WS-AMOUNT-DISPLAY         PIC ZZZ,ZZZ,ZZ9.99.
       01  SUPV-ROLE-SW              PIC X VALUE 'N'.
       01  ADMIN-ROLE-SW             PIC X VALUE 'N'.
       01  BRANCH-AUTH-SW            PIC X VALUE 'N'.
       01  ORDER-FOUND-SW            PIC X VALUE 'N'.
       01  VAULT-FOUND-SW            PIC X VALUE 'N'.
       01  SAVE-SW                   PIC X VALUE 'Y'.
       01  EXIT-SW                   PIC X VALUE 'N'.
       COPY APLHA.
      *****************************************************************
       LINKAGE SECTION.
       01  LS-USER-ID                PIC X(15).
      *****************************************************************
       SCREEN SECTION.
       COPY "CASHORD.ss".
      *****************************************************************
       PROCEDURE DIVISION USING LS-USER-ID.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A300-PROCESS-RTN UNTIL EXIT-SW = 'Y'.
           PERFORM A900-CLOSE-RTN.
      *     STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN I-O CASH-ORDER-FILE.
           OPEN I-O VAULT-LIMIT-FILE.
           OPEN I-O DRAWER-FILE.
           OPEN I-O DENOM-FILE.
           OPEN INPUT BRANCH-FILE.
           OPEN INPUT USER-FILE.
           OPEN EXTEND TRAN-LOG-FILE.
           OPEN I-O SYSCTL-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
           MOVE 'BUSDATE   ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-BUSINESS-DATE
           END-READ.
           PERFORM 050-CHECK-AUTHORITY-RTN.
           DISPLAY G-CASHORD.
      *****************************************************************
      * BRANCH FUNCTIONS NEED A SUPERVISOR OF THAT BRANCH; APPROVAL, *
      * DISPATCH OF A DELIVERY, RECEIPT OF A PICKUP AND THE VAULT    *
      * LIMITS ARE HEAD OFFICE FUNCTIONS AND NEED THE ADMIN ROLE.    *
      *****************************************************************
       050-CHECK-AUTHORITY-RTN.
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
      *****************************************************************
       A300-PROCESS-RTN.
           ACCEPT G-CO-FUNC.
           INSPECT WS-CO-FUNC CONVERTING ALPHALOWER TO ALPHAUPPER.
           IF WS-CO-FUNC = 'N'
              PERFORM 200-NEW-ORDER-RTN
           ELSE
           IF WS-CO-FUNC = 'L'
              PERFORM 700-VAULT-LIMITS-RTN
           ELSE
           IF WS-CO-FUNC = 'A' OR WS-CO-FUNC = 'J' OR
              WS-CO-FUNC = 'D' OR WS-CO-FUNC = 'C' OR
              WS-CO-FUNC = 'X' OR WS-CO-FUNC = 'I'
              ACCEPT G-CO-ORDER
              PERFORM 080-READ-ORDER-RTN
              IF ORDER-FOUND-SW = 'N'
                 DISPLAY 'CASH ORDER NOT FOUND'
                         LINE 22 COL 2 ERASE EOL
              ELSE
              IF WS-CO-FUNC = 'A' OR WS-CO-FUNC = 'J'
                 PERFORM 300-APPROVE-RTN
              ELSE
              IF WS-CO-FUNC = 'D'
                 PERFORM 400-DISPATCH-RTN
              ELSE
              IF WS-CO-FUNC = 'C'
                 PERFORM 500-CONFIRM-RTN
              ELSE
              IF WS-CO-FUNC = 'X'
                 PERFORM 600-CANCEL-RTN
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
           ELSE
              DISPLAY 'FUNCTION MUST BE N, A, J, D, C, X, I OR L'
                      LINE 22 COL 2 ERASE EOL
           END-IF
           END-IF
           END-IF.
           PERFORM A800-ASK-EXIT-RTN.
      *****************************************************************
       080-READ-ORDER-RTN.
           MOVE 'N' TO ORDER-FOUND-SW.
           MOVE WS-CO-ORDER TO CO-ORDER-NUMBER.
           READ CASH-ORDER-FILE
              INVALID KEY
                 MOVE 'N' TO ORDER-FOUND-SW
              NOT INVALID KEY
                 MOVE 'Y' TO ORDER-FOUND-SW
                 PERFORM 100-SHOW-ORDER-RTN
           END-READ.
      *****************************************************************
       090-CHECK-BRANCH-AUTH-RTN.
           MOVE 'N' TO BRANCH-AUTH-SW.
           IF ADMIN-ROLE-SW = 'Y'
              MOVE 'Y' TO BRANCH-AUTH-SW
           ELSE
              IF SUPV-ROLE-SW = 'Y' AND
                 WS-USER-BRANCH = CO-BRANCH-CODE
                 MOVE 'Y' TO BRANCH-AUTH-SW
              END-IF
           END-IF.
      *****************************************************************
       100-SHOW-ORDER-RTN.
           MOVE CO-BRANCH-CODE TO WS-CO-BRANCH.
           MOVE CO-ORDER-TYPE  TO WS-CO-TYPE.
           MOVE CO-REMARKS     TO WS-CO-REMARKS.
           DISPLAY G-CO-BRANCH.
           DISPLAY G-CO-TYPE.
           DISPLAY G-CO-REMARKS.
           MOVE CO-AMOUNT TO WS-AMOUNT-DISPLAY.
           DISPLAY WS-AMOUNT-DISPLAY LINE 09 COL 20.
           IF CO-REQUESTED
              MOVE 'REQUESTED' TO WS-CO-STATUS-TEXT
           ELSE
           IF CO-APPROVED
              MOVE 'APPROVED' TO WS-CO-STATUS-TEXT
           ELSE
           IF CO-IN-TRANSIT
              MOVE 'IN TRANSIT' TO WS-CO-STATUS-TEXT
           ELSE
           IF CO-CONFIRMED
              MOVE 'RECEIVED' TO WS-CO-STATUS-TEXT
           ELSE
           IF CO-REJECTED
              MOVE 'REJECTED' TO WS-CO-STATUS-TEXT
           ELSE
              MOVE 'CANCELLED' TO WS-CO-STATUS-TEXT
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           DISPLAY WS-CO-STATUS-TEXT LINE 06 COL 41.
           PERFORM 110-SHOW-VAULT-RTN.
           PERFORM 410-LOAD-DENOMS-RTN.
           PERFORM 120-SHOW-DENOMS-RTN.
      *****************************************************************
       110-SHOW-VAULT-RTN.
           MOVE SPACES TO WS-VAULT-ID.
           STRING 'VAULT-' WS-CO-BRANCH
                  DELIMITED BY SIZE INTO WS-VAULT-ID
           END-STRING.
           MOVE 'N' TO VAULT-FOUND-SW.
           MOVE WS-VAULT-ID TO DR-TELLER-ID.
           READ DRAWER-FILE
              INVALID KEY
                 DISPLAY 'NOT OPEN' LINE 07 COL 45 ERASE EOL
              NOT INVALID KEY
                 MOVE 'Y' TO VAULT-FOUND-SW
                 MOVE DR-CASH-ON-HAND TO WS-AMOUNT-DISPLAY
                 DISPLAY WS-AMOUNT-DISPLAY LINE 07 COL 45
           END-READ.
      *****************************************************************
       120-SHOW-DENOMS-RTN.
           MOVE 14 TO WS-SCREEN-LINE.
           PERFORM 130-CLEAR-DENOM-LINE-RTN UNTIL WS-SCREEN-LINE > 18.
           MOVE ZEROES TO WS-DN-IDX.
           PERFORM 125-SHOW-ONE-DENOM-RTN
              UNTIL WS-DN-IDX NOT < WS-DN-USED.
      *****************************************************************
       125-SHOW-ONE-DENOM-RTN.
           ADD 1 TO WS-DN-IDX.
           IF WS-DN-IDX > 5
              COMPUTE WS-SCREEN-LINE = WS-DN-IDX + 8
              MOVE 40 TO WS-SCREEN-COL
           ELSE
              COMPUTE WS-SCREEN-LINE = WS-DN-IDX + 13
              MOVE 02 TO WS-SCREEN-COL
           END-IF.
           DISPLAY WS-DN-VALUE (WS-DN-IDX)
                   LINE WS-SCREEN-LINE COL WS-SCREEN-COL.
           ADD 12 TO WS-SCREEN-COL.
           DISPLAY WS-DN-COUNT (WS-DN-IDX)
                   LINE WS-SCREEN-LINE COL WS-SCREEN-COL.
      *****************************************************************
       130-CLEAR-DENOM-LINE-RTN.
           DISPLAY ' ' LINE WS-SCREEN-LINE COL 1 ERASE EOL.
           ADD 1 TO WS-SCREEN-LINE.
      *****************************************************************
      * A BRANCH ORDERS FOR ITS OWN VAULT; HEAD OFFICE MAY RAISE AN  *
      * ORDER FOR ANY BRANCH.                                        *
      *****************************************************************
       200-NEW-ORDER-RTN.
           IF SUPV-ROLE-SW = 'N'
              DISPLAY 'CASHORD - SUPERVISOR AUTHORITY IS REQUIRED'
                      LINE 22 COL 2 ERASE EOL
           ELSE
              MOVE WS-USER-BRANCH TO WS-CO-BRANCH
              DISPLAY G-CO-BRANCH
              IF ADMIN-ROLE-SW = 'Y'
                 ACCEPT G-CO-BRANCH
                 INSPECT WS-CO-BRANCH
                         CONVERTING ALPHALOWER TO ALPHAUPPER
              END-IF
              MOVE WS-CO-BRANCH TO BR-CODE
              READ BRANCH-FILE
                 INVALID KEY
                    DISPLAY 'BRANCH NOT FOUND'
                            LINE 22 COL 2 ERASE EOL
                 NOT INVALID KEY
                    PERFORM 210-ACCEPT-ORDER-RTN
              END-READ
           END-IF.
      *****************************************************************
       210-ACCEPT-ORDER-RTN.
           PERFORM 110-SHOW-VAULT-RTN.
           ACCEPT G-CO-TYPE.
           INSPECT WS-CO-TYPE CONVERTING ALPHALOWER TO ALPHAUPPER.
           IF NOT WS-CO-VALID-TYPE
              DISPLAY 'TYPE MUST BE D (DELIVERY) OR P (PICKUP)'
                      LINE 22 COL 2 ERASE EOL
           ELSE
              ACCEPT G-CO-REMARKS
              PERFORM 800-CAPTURE-DENOMS-RTN
              MOVE WS-DN-TOTAL TO WS-AMOUNT-DISPLAY
              DISPLAY WS-AMOUNT-DISPLAY LINE 09 COL 20
              PERFORM 120-SHOW-DENOMS-RTN
              IF WS-DN-USED = ZEROES
                 DISPLAY 'AT LEAST ONE DENOMINATION IS REQUIRED'
                         LINE 22 COL 2 ERASE EOL
              ELSE
                 DISPLAY 'SUBMIT CASH ORDER? Y/N: '
                         LINE 22 COL 2 ERASE EOL
                 ACCEPT SAVE-SW LINE 22
                 INSPECT SAVE-SW CONVERTING ALPHALOWER TO ALPHAUPPER
                 IF SAVE-SW = 'Y'
                    PERFORM 250-ASSIGN-NUMBER-RTN
                    PERFORM 260-WRITE-ORDER-RTN
                 END-IF
              END-IF
           END-IF.
      *****************************************************************
       250-ASSIGN-NUMBER-RTN.
           MOVE 'CASHORDSEQ' TO CTL-KEY.
           READ SYSCTL-FILE
              INVALID KEY
                 MOVE 'CASHORDSEQ' TO CTL-KEY
                 MOVE ZEROES TO CTL-NUM-VALUE
                 MOVE 10000000 TO CTL-ACCT-VALUE
                 WRITE CTL-REC
                    INVALID KEY
                       DISPLAY 'ERROR STARTING NUMBER SERIES'
                               LINE 23 COL 2 ERASE EOL
                 END-WRITE
           END-READ.
           ADD 1 TO CTL-ACCT-VALUE.
           REWRITE CTL-REC
              INVALID KEY
                 DISPLAY 'ERROR ADVANCING NUMBER SERIES'
                         LINE 23 COL 2 ERASE EOL
           END-REWRITE.
           MOVE CTL-ACCT-VALUE TO WS-CO-ORDER.
      *****************************************************************
       260-WRITE-ORDER-RTN.
           MOVE WS-CO-ORDER      TO CO-ORDER-NUMBER.
           MOVE WS-CO-BRANCH     TO CO-BRANCH-CODE.
           MOVE WS-CO-TYPE       TO CO-ORDER-TYPE.
           MOVE WS-DN-TOTAL      TO CO-AMOUNT.
           MOVE WS-DN-USED       TO CO-DENOM-USED.
           MOVE ZEROES TO WS-DN-IDX.
           PERFORM 265-STORE-ONE-DENOM-RTN UNTIL WS-DN-IDX > 9.
           MOVE 'R'              TO CO-STATUS.
           MOVE WS-BUSINESS-DATE TO CO-REQUEST-DATE.
           MOVE LS-USER-ID       TO CO-REQUESTED-BY.
           MOVE ZEROES           TO CO-APPROVE-DATE.
           MOVE SPACES           TO CO-APPROVED-BY.
           MOVE ZEROES           TO CO-DISPATCH-DATE.
           MOVE SPACES           TO CO-DISPATCHED-BY.
           MOVE ZEROES           TO CO-RECEIVE-DATE.
           MOVE SPACES           TO CO-RECEIVED-BY.
           MOVE WS-CO-REMARKS    TO CO-REMARKS.
           WRITE CASH-ORDER-REC
              INVALID KEY
                 DISPLAY 'ERROR IN WRITING CASH ORDER'
                         LINE 23 COL 2 ERASE EOL
              NOT INVALID KEY
                 DISPLAY G-CO-ORDER
                 DISPLAY 'REQUESTED' LINE 06 COL 41
                 DISPLAY 'CASH ORDER SUBMITTED FOR HEAD OFFICE APPROVAL'
                         LINE 22 COL 2 ERASE EOL
           END-WRITE.
      *****************************************************************
       265-STORE-ONE-DENOM-RTN.
           ADD 1 TO WS-DN-IDX.
           IF WS-DN-IDX > WS-DN-USED
              MOVE ZEROES TO CO-NOTE-VALUE (WS-DN-IDX)
              MOVE ZEROES TO CO-NOTE-COUNT (WS-DN-IDX)
           ELSE
              MOVE WS-DN-VALUE (WS-DN-IDX)
                TO CO-NOTE-VALUE (WS-DN-IDX)
              MOVE WS-DN-COUNT (WS-DN-IDX)
                TO CO-NOTE-COUNT (WS-DN-IDX)
           END-IF.
      *****************************************************************
       300-APPROVE-RTN.
           IF ADMIN-ROLE-SW = 'N'
              DISPLAY 'CASHORD - HEAD OFFICE AUTHORITY IS REQUIRED'
                      LINE 22 COL 2 ERASE EOL
           ELSE
           IF NOT CO-REQUESTED
              DISPLAY 'ORDER IS NOT AWAITING APPROVAL'
                      LINE 22 COL 2 ERASE EOL
           ELSE
              ACCEPT G-CO-REMARKS
              IF WS-CO-FUNC = 'A'
                 DISPLAY 'APPROVE CASH ORDER? Y/N: '
                         LINE 22 COL 2 ERASE EOL
              ELSE
                 DISPLAY 'REJECT CASH ORDER? Y/N: '
                         LINE 22 COL 2 ERASE EOL
              END-IF
              ACCEPT SAVE-SW LINE 22
              INSPECT SAVE-SW CONVERTING ALPHALOWER TO ALPHAUPPER
              IF SAVE-SW = 'Y'
                 IF WS-CO-FUNC = 'A'
                    MOVE 'A' TO CO-STATUS
                 ELSE
                    MOVE 'J' TO CO-STATUS
                 END-IF
                 MOVE WS-BUSINESS-DATE TO CO-APPROVE-DATE
                 MOVE LS-USER-ID       TO CO-APPROVED-BY
                 MOVE WS-CO-REMARKS    TO CO-REMARKS
                 PERFORM 380-REWRITE-ORDER-RTN
                 DISPLAY 'CASH ORDER UPDATED'
                         LINE 22 COL 2 ERASE EOL
              END-IF
           END-IF
           END-IF.
      *****************************************************************
       380-REWRITE-ORDER-RTN.
           REWRITE CASH-ORDER-REC
              INVALID KEY
                 DISPLAY 'ERROR IN UPDATING CASH ORDER'
                         LINE 23 COL 2 ERASE EOL
           END-REWRITE.
      *****************************************************************
      * A DELIVERY LEAVES THE CASH CENTER ON HEAD OFFICE'S DISPATCH; *
      * A PICKUP LEAVES THE BRANCH VAULT WHEN THE BRANCH HANDS IT TO *
      * THE COURIER.  EITHER WAY THE NOTES GO INTO TRANSIT.          *
      *****************************************************************
       400-DISPATCH-RTN.
           PERFORM 090-CHECK-BRANCH-AUTH-RTN.
           IF NOT CO-APPROVED
              DISPLAY 'ORDER IS NOT APPROVED FOR DISPATCH'
                      LINE 22 COL 2 ERASE EOL
           ELSE
           IF CO-DELIVERY AND ADMIN-ROLE-SW = 'N'
              DISPLAY 'CASHORD - HEAD OFFICE AUTHORITY IS REQUIRED'
                      LINE 22 COL 2 ERASE EOL
           ELSE
           IF CO-PICKUP AND BRANCH-AUTH-SW = 'N'
              DISPLAY 'CASHORD - BRANCH SUPERVISOR IS REQUIRED'
                      LINE 22 COL 2 ERASE EOL
           ELSE
           IF CO-PICKUP AND VAULT-FOUND-SW = 'N'
              DISPLAY 'BRANCH VAULT IS NOT OPEN'
                      LINE 22 COL 2 ERASE EOL
           ELSE
           IF CO-PICKUP AND CO-AMOUNT > DR-CASH-ON-HAND
              DISPLAY 'VAULT CASH IS INSUFFICIENT FOR THE PICKUP'
                      LINE 22 COL 2 ERASE EOL
           ELSE
              DISPLAY 'DISPATCH SHIPMENT INTO TRANSIT? Y/N: '
                      LINE 22 COL 2 ERASE EOL
              ACCEPT SAVE-SW LINE 22
              INSPECT SAVE-SW CONVERTING ALPHALOWER TO ALPHAUPPER
              IF SAVE-SW = 'Y'
                 PERFORM 450-DISPATCH-SHIPMENT-RTN
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
      *****************************************************************
       410-LOAD-DENOMS-RTN.
           MOVE CO-DENOM-USED TO WS-DN-USED.
           MOVE ZEROES TO WS-DN-IDX.
           PERFORM 415-LOAD-ONE-DENOM-RTN UNTIL WS-DN-IDX > 9.
      *****************************************************************
       415-LOAD-ONE-DENOM-RTN.
           ADD 1 TO WS-DN-IDX.
           MOVE CO-NOTE-VALUE (WS-DN-IDX) TO WS-DN-VALUE (WS-DN-IDX).
           MOVE CO-NOTE-COUNT (WS-DN-IDX) TO WS-DN-COUNT (WS-DN-IDX).
      *****************************************************************
       450-DISPATCH-SHIPMENT-RTN.
           MOVE SPACES TO WS-CIT-ID.
           STRING 'CIT-' CO-ORDER-NUMBER
                  DELIMITED BY SIZE INTO WS-CIT-ID
           END-STRING.
           IF CO-PICKUP
              SUBTRACT CO-AMOUNT FROM DR-CASH-ON-HAND
              REWRITE DRAWER-REC
                 INVALID KEY
                    DISPLAY 'ERROR IN UPDATING VAULT RECORD'
                            LINE 23 COL 2 ERASE EOL
              END-REWRITE
              MOVE WS-VAULT-ID TO WS-DN-OWNER
              MOVE '-' TO WS-DN-SIGN
              PERFORM 820-APPLY-ALL-DENOMS-RTN
              MOVE CO-BRANCH-CODE TO WS-TRAN-BRANCH
           ELSE
              MOVE SPACES TO WS-TRAN-BRANCH
           END-IF.
           MOVE WS-CIT-ID TO WS-DN-OWNER.
           MOVE '+' TO WS-DN-SIGN.
           PERFORM 820-APPLY-ALL-DENOMS-RTN.
           MOVE 'CITOUT' TO WS-TRAN-TYPE.
           PERFORM 880-WRITE-TRANLOG-RTN.
           MOVE 'T'              TO CO-STATUS.
           MOVE WS-BUSINESS-DATE TO CO-DISPATCH-DATE.
           MOVE LS-USER-ID       TO CO-DISPATCHED-BY.
           PERFORM 380-REWRITE-ORDER-RTN.
           DISPLAY 'IN TRANSIT' LINE 06 COL 41 ERASE EOL.
           PERFORM 110-SHOW-VAULT-RTN.
           DISPLAY 'SHIPMENT DISPATCHED - CASH IN TRANSIT'
                   LINE 22 COL 2 ERASE EOL.
      *****************************************************************
      * THE RECEIVING SIDE - THE BRANCH FOR A DELIVERY, HEAD OFFICE  *
      * FOR A PICKUP - KEYS THE COUNT OF EVERY DENOMINATION.  A      *
      * COUNT THAT DOES NOT AGREE LEAVES THE SHIPMENT IN TRANSIT     *
      * WITH A COUNT-DIFFERENCE REMARK FOR HEAD OFFICE TO RESOLVE.   *
      *****************************************************************
       500-CONFIRM-RTN.
           PERFORM 090-CHECK-BRANCH-AUTH-RTN.
           IF NOT CO-IN-TRANSIT
              DISPLAY 'ORDER IS NOT IN TRANSIT'
                      LINE 22 COL 2 ERASE EOL
           ELSE
           IF CO-PICKUP AND ADMIN-ROLE-SW = 'N'
              DISPLAY 'CASHORD - HEAD OFFICE AUTHORITY IS REQUIRED'
                      LINE 22 COL 2 ERASE EOL
           ELSE
           IF CO-DELIVERY AND BRANCH-AUTH-SW = 'N'
              DISPLAY 'CASHORD - BRANCH SUPERVISOR IS REQUIRED'
                      LINE 22 COL 2 ERASE EOL
           ELSE
              MOVE 'Y' TO COUNT-OK-SW
              MOVE ZEROES TO WS-DN-IDX
              PERFORM 510-COUNT-ONE-DENOM-RTN
                 UNTIL WS-DN-IDX NOT < WS-DN-USED
              DISPLAY ' ' LINE 20 COL 1 ERASE EOL
              IF COUNT-OK-SW = 'N'
                 MOVE 'COUNT DIFFERENCE - SEE REPORT' TO CO-REMARKS
                 PERFORM 380-REWRITE-ORDER-RTN
                 DISPLAY 'COUNT DIFFERS FROM SHIPMENT - REFER TO HEAD'
                         ' OFFICE' LINE 22 COL 2 ERASE EOL
              ELSE
                 DISPLAY 'COUNT AGREES - CONFIRM RECEIPT? Y/N: '
                         LINE 22 COL 2 ERASE EOL
                 ACCEPT SAVE-SW LINE 22
                 INSPECT SAVE-SW CONVERTING ALPHALOWER TO ALPHAUPPER
                 IF SAVE-SW = 'Y'
                    PERFORM 550-RECEIVE-SHIPMENT-RTN
                 END-IF
              END-IF
           END-IF
           END-IF
           END-IF.
      *****************************************************************
       510-COUNT-ONE-DENOM-RTN.
           ADD 1 TO WS-DN-IDX.
           MOVE ZEROES TO WS-DN-IN-COUNT.
           DISPLAY 'NOTE VALUE' LINE 20 COL 2 ERASE EOL.
           DISPLAY WS-DN-VALUE (WS-DN-IDX) LINE 20 COL 13.
           DISPLAY 'COUNTED:' LINE 20 COL 20.
           ACCEPT WS-DN-IN-COUNT LINE 20 COL 29.
           IF WS-DN-IN-COUNT NOT = WS-DN-COUNT (WS-DN-IDX)
              MOVE 'N' TO COUNT-OK-SW
           END-IF.
      *****************************************************************
       550-RECEIVE-SHIPMENT-RTN.
           MOVE SPACES TO WS-CIT-ID.
           STRING 'CIT-' CO-ORDER-NUMBER
                  DELIMITED BY SIZE INTO WS-CIT-ID
           END-STRING.
           MOVE ZEROES TO WS-DN-IDX.
           PERFORM 560-CLEAR-ONE-CIT-RTN
              UNTIL WS-DN-IDX NOT < WS-DN-USED.
           IF CO-DELIVERY
              PERFORM 570-ADD-TO-VAULT-RTN
              MOVE WS-VAULT-ID TO WS-DN-OWNER
              MOVE '+' TO WS-DN-SIGN
              PERFORM 820-APPLY-ALL-DENOMS-RTN
              MOVE CO-BRANCH-CODE TO WS-TRAN-BRANCH
           ELSE
              MOVE SPACES TO WS-TRAN-BRANCH
           END-IF.
           MOVE 'CITIN' TO WS-TRAN-TYPE.
           PERFORM 880-WRITE-TRANLOG-RTN.
           MOVE 'C'              TO CO-STATUS.
           MOVE WS-BUSINESS-DATE TO CO-RECEIVE-DATE.
           MOVE LS-USER-ID       TO CO-RECEIVED-BY.
           PERFORM 380-REWRITE-ORDER-RTN.
           DISPLAY 'RECEIVED' LINE 06 COL 41 ERASE EOL.
           PERFORM 110-SHOW-VAULT-RTN.
           DISPLAY 'SHIPMENT RECEIVED - OUT OF TRANSIT'
                   LINE 22 COL 2 ERASE EOL.
      *****************************************************************
       560-CLEAR-ONE-CIT-RTN.
           ADD 1 TO WS-DN-IDX.
           MOVE WS-CIT-ID TO DN-TELLER-ID.
           MOVE WS-DN-VALUE (WS-DN-IDX) TO DN-NOTE-VALUE.
           DELETE DENOM-FILE
              INVALID KEY
                 CONTINUE
           END-DELETE.
      *****************************************************************
       570-ADD-TO-VAULT-RTN.
           MOVE WS-VAULT-ID TO DR-TELLER-ID.
           READ DRAWER-FILE
              INVALID KEY
                 MOVE WS-VAULT-ID      TO DR-TELLER-ID
                 MOVE ZEROES           TO DR-OPENING-FLOAT
                 MOVE CO-AMOUNT        TO DR-CASH-ON-HAND
                 MOVE WS-CURRENT-DATE  TO DR-BUSINESS-DATE
                 WRITE DRAWER-REC
                    INVALID KEY
                       DISPLAY 'ERROR IN WRITING VAULT RECORD'
                               LINE 23 COL 2 ERASE EOL
                 END-WRITE
              NOT INVALID KEY
                 ADD CO-AMOUNT TO DR-CASH-ON-HAND
                 REWRITE DRAWER-REC
                    INVALID KEY
                       DISPLAY 'ERROR IN UPDATING VAULT RECORD'
                               LINE 23 COL 2 ERASE EOL
                 END-REWRITE
           END-READ.
      *****************************************************************
       600-CANCEL-RTN.
           PERFORM 090-CHECK-BRANCH-AUTH-RTN.
           IF NOT CO-REQUESTED AND NOT CO-APPROVED
              DISPLAY 'ONLY AN ORDER NOT YET DISPATCHED CAN BE'
                      ' CANCELLED' LINE 22 COL 2 ERASE EOL
           ELSE
           IF BRANCH-AUTH-SW = 'N'
              DISPLAY 'CASHORD - BRANCH SUPERVISOR IS REQUIRED'
                      LINE 22 COL 2 ERASE EOL
           ELSE
              ACCEPT G-CO-REMARKS
              DISPLAY 'CANCEL CASH ORDER? Y/N: '
                      LINE 22 COL 2 ERASE EOL
              ACCEPT SAVE-SW LINE 22
              INSPECT SAVE-SW CONVERTING ALPHALOWER TO ALPHAUPPER
              IF SAVE-SW = 'Y'
                 MOVE 'X' TO CO-STATUS
                 MOVE WS-CO-REMARKS TO CO-REMARKS
                 PERFORM 380-REWRITE-ORDER-RTN
                 DISPLAY 'CANCELLED' LINE 06 COL 41 ERASE EOL
                 DISPLAY 'CASH ORDER CANCELLED'
                         LINE 22 COL 2 ERASE EOL
              END-IF
           END-IF
           END-IF.
      *****************************************************************
      * THE VAULT'S MINIMUM AND MAXIMUM (INSURED) HOLDING ARE SET BY *
      * HEAD OFFICE; A BRANCH SUPERVISOR MAY ONLY VIEW ITS OWN.      *
      *****************************************************************
       700-VAULT-LIMITS-RTN.
           MOVE WS-USER-BRANCH TO WS-CO-BRANCH.
           DISPLAY G-CO-BRANCH.
           IF ADMIN-ROLE-SW = 'Y'
              ACCEPT G-CO-BRANCH
              INSPECT WS-CO-BRANCH CONVERTING ALPHALOWER TO ALPHAUPPER
           END-IF.
           MOVE WS-CO-BRANCH TO BR-CODE.
           READ BRANCH-FILE
              INVALID KEY
                 DISPLAY 'BRANCH NOT FOUND'
                         LINE 22 COL 2 ERASE EOL
              NOT INVALID KEY
                 PERFORM 110-SHOW-VAULT-RTN
                 PERFORM 710-SHOW-LIMITS-RTN
                 IF ADMIN-ROLE-SW = 'N'
                    DISPLAY 'HEAD OFFICE AUTHORITY IS NEEDED TO CHANGE'
                            ' LIMITS' LINE 22 COL 2 ERASE EOL
                 ELSE
                    PERFORM 720-CHANGE-LIMITS-RTN
                 END-IF
           END-READ.
      *****************************************************************
       710-SHOW-LIMITS-RTN.
           MOVE WS-CO-BRANCH TO VL-BRANCH-CODE.
           READ VAULT-LIMIT-FILE
              INVALID KEY
                 MOVE ZEROES TO WS-CO-MIN
                 MOVE ZEROES TO WS-CO-MAX
              NOT INVALID KEY
                 MOVE VL-MIN-HOLDING TO WS-CO-MIN
                 MOVE VL-MAX-HOLDING TO WS-CO-MAX
           END-READ.
           DISPLAY G-CO-MIN.
           DISPLAY G-CO-MAX.
      *****************************************************************
       720-CHANGE-LIMITS-RTN.
           ACCEPT G-CO-MIN.
           ACCEPT G-CO-MAX.
           IF WS-CO-MAX = ZEROES OR WS-CO-MAX < WS-CO-MIN
              DISPLAY 'MAXIMUM MUST BE ABOVE ZERO AND NOT BELOW THE'
                      ' MINIMUM' LINE 22 COL 2 ERASE EOL
           ELSE
              DISPLAY 'SAVE VAULT LIMITS? Y/N: '
                      LINE 22 COL 2 ERASE EOL
              ACCEPT SAVE-SW LINE 22
              INSPECT SAVE-SW CONVERTING ALPHALOWER TO ALPHAUPPER
              IF SAVE-SW = 'Y'
                 MOVE WS-CO-BRANCH     TO VL-BRANCH-CODE
                 MOVE WS-CO-MIN        TO VL-MIN-HOLDING
                 MOVE WS-CO-MAX        TO VL-MAX-HOLDING
                 MOVE LS-USER-ID       TO VL-LAST-MAINT-BY
                 MOVE WS-CURRENT-DATE  TO VL-LAST-MAINT-DATE
                 REWRITE VAULT-LIMIT-REC
                    INVALID KEY
                       WRITE VAULT-LIMIT-REC
                          INVALID KEY
                             DISPLAY 'ERROR IN WRITING VAULT LIMITS'
                                     LINE 23 COL 2 ERASE EOL
                       END-WRITE
                 END-REWRITE
                 DISPLAY 'VAULT LIMITS SAVED'
                         LINE 22 COL 2 ERASE EOL
              END-IF
           END-IF.
      *****************************************************************
      * NOTES ARE KEYED AS NOTE VALUE AND COUNT, ENDING WITH A ZERO  *
      * NOTE VALUE, UP TO TEN DENOMINATIONS AN ORDER.                *
      *****************************************************************
       800-CAPTURE-DENOMS-RTN.
           MOVE ZEROES TO WS-DN-USED.
           MOVE ZEROES TO WS-DN-TOTAL.
           MOVE 'N' TO DN-DONE-SW.
           DISPLAY 'DENOMINATIONS - NOTE VALUE THEN COUNT, 0 TO END'
                   LINE 19 COL 2 ERASE EOL.
           PERFORM 810-ACCEPT-ONE-DENOM-RTN UNTIL DN-DONE-SW = 'Y'.
           DISPLAY ' ' LINE 19 COL 1 ERASE EOL.
           DISPLAY ' ' LINE 20 COL 1 ERASE EOL.
      *****************************************************************
       810-ACCEPT-ONE-DENOM-RTN.
           MOVE ZEROES TO WS-DN-IN-VALUE.
           MOVE ZEROES TO WS-DN-IN-COUNT.
           DISPLAY 'NOTE VALUE:' LINE 20 COL 2 ERASE EOL.
           ACCEPT WS-DN-IN-VALUE LINE 20 COL 14.
           IF WS-DN-IN-VALUE = ZEROES
              MOVE 'Y' TO DN-DONE-SW
           ELSE
              DISPLAY 'COUNT:' LINE 20 COL 22
              ACCEPT WS-DN-IN-COUNT LINE 20 COL 29
              IF WS-DN-IN-COUNT > ZEROES
                 ADD 1 TO WS-DN-USED
                 MOVE WS-DN-IN-VALUE TO WS-DN-VALUE (WS-DN-USED)
                 MOVE WS-DN-IN-COUNT TO WS-DN-COUNT (WS-DN-USED)
                 COMPUTE WS-DN-TOTAL = WS-DN-TOTAL
                         + (WS-DN-IN-VALUE * WS-DN-IN-COUNT)
              END-IF
              IF WS-DN-USED = 10
                 MOVE 'Y' TO DN-DONE-SW
              END-IF
           END-IF.
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
      * CITOUT AND CITIN CARRY THE SHIPMENT THROUGH THE CASH-IN-     *
      * TRANSIT GL ACCOUNT.  THE CASH CENTER SIDE POSTS WITH NO      *
      * BRANCH CODE, THE BRANCH VAULT SIDE UNDER ITS BRANCH.         *
      *****************************************************************
       880-WRITE-TRANLOG-RTN.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-BUSINESS-DATE TO TRAN-DATE.
           MOVE WS-CURRENT-TIME  TO TRAN-TIME.
           MOVE WS-TRAN-TYPE     TO TRAN-TYPE.
           MOVE ZEROES           TO TRAN-FROM-ACCOUNT.
           MOVE ZEROES           TO TRAN-TO-ACCOUNT.
           MOVE CO-AMOUNT        TO TRAN-AMOUNT.
           MOVE LS-USER-ID       TO TRAN-TELLER-ID.
           MOVE ZEROES           TO TRAN-FX-RATE.
           MOVE WS-CURRENT-DATE  TO TRAN-ACTUAL-DATE.
           MOVE WS-TRAN-BRANCH   TO TRAN-BRANCH-CODE.
           MOVE CO-ORDER-NUMBER  TO TRAN-REFERENCE.
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
           MOVE SPACES TO WS-CO-FUNC.
           MOVE ZEROES TO WS-CO-ORDER.
           MOVE SPACES TO WS-CO-BRANCH.
           MOVE SPACES TO WS-CO-TYPE.
           MOVE ZEROES TO WS-CO-MIN.
           MOVE ZEROES TO WS-CO-MAX.
           MOVE SPACES TO WS-CO-REMARKS.
           MOVE ZEROES TO WS-DN-USED.
           DISPLAY G-CASHORD.
           DISPLAY G-CO-FUNC.
           DISPLAY G-CO-ORDER.
           DISPLAY G-CO-BRANCH.
           DISPLAY G-CO-TYPE.
           DISPLAY G-CO-MIN.
           DISPLAY G-CO-MAX.
           DISPLAY G-CO-REMARKS.
      *****************************************************************
       A900-CLOSE-RTN.
            CLOSE CASH-ORDER-FILE.
            CLOSE VAULT-LIMIT-FILE.
            CLOSE DRAWER-FILE.
            CLOSE DENOM-FILE.
            CLOSE BRANCH-FILE.
            CLOSE USER-FILE.
            CLOSE TRAN-LOG-FILE.
            CLOSE SYSCTL-FILE.
            EXIT PROGRAM.
