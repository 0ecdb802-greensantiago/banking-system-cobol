      ****************************************************************
      * THIS PROGRAM HANDLES WALK-IN REMITTANCES FOR NON-CUSTOMERS.  *
      * THE SENDING BRANCH CAPTURES THE SENDER AND BENEFICIARY,      *
      * TAKES THE AMOUNT AND THE REMITTANCE FEE INTO THE TELLER'S    *
      * DRAWER AND ISSUES A REFERENCE FROM THE RMTSEQ SERIES ON      *
      * SYSCTL.DAT WITH A SIX-DIGIT SECURITY CODE.  THE ITEM SITS ON *
      * THE REMITTANCE REGISTER RMTREG.DAT AS OUTSTANDING - IN THE   *
      * REMITTANCE-PAYABLE GL ACCOUNT - UNTIL THE PAYING BRANCH      *
      * CHECKS THE CODE AND THE BENEFICIARY'S ID AND PAYS IT OUT OF  *
      * ITS DRAWER.  BOTH NAMES ARE SCREENED AGAINST THE WATCH LIST  *
      * ON SEND AND THE BENEFICIARY AGAIN ON PAY-OUT.  AN ITEM       *
      * RMTEXPR HAS EXPIRED IS REFUNDED IN CASH, LESS THE FEE.       *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RMTMAINT IS INITIAL.
       AUTHOR. GERAD CARLOS TUPAZ.
       DATE-WRITTEN. 10 15 2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMIT-FILE ASSIGN TO 'RMTREG.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RM-REFERENCE.
           SELECT DRAWER-FILE ASSIGN TO 'DRAWER.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DR-TELLER-ID.
           SELECT BRANCH-FILE ASSIGN TO 'BRANCH.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BR-CODE.
           SELECT USER-FILE ASSIGN TO 'USER.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS USER-ID.
           SELECT WATCH-LIST-FILE ASSIGN TO 'WATCHLST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS WL-ENTRY-NUMBER
                  FILE STATUS IS WS-WL-STATUS.
           SELECT SEC-LOG-FILE ASSIGN TO 'SECLOG.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT TRAN-LOG-FILE ASSIGN TO 'TRANLOG.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT SYSCTL-FILE ASSIGN TO 'SYSCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTL-KEY.
           SELECT ADVICE-PRT-FILE ASSIGN TO 'RMTMAINT.PRT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  REMIT-FILE
           RECORD CONTAINS 238 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REMIT-REC.
       COPY RMTREG.
       FD  DRAWER-FILE
           RECORD CONTAINS 45 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS DRAWER-REC.
       COPY DRAWER.
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
       FD  WATCH-LIST-FILE
           RECORD CONTAINS 81 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS WATCH-LIST-REC.
       COPY WATCHLST.
       FD  SEC-LOG-FILE
           RECORD CONTAINS 76 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS SEC-LOG-REC.
       COPY SECLOG.
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
       FD  ADVICE-PRT-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ADVICE-PRT-LINE.
       01  ADVICE-PRT-LINE           PIC X(80).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-RM-FUNC                PIC X VALUE SPACES.
       01  WS-RM-REF                 PIC 9(8) VALUE ZEROES.
       01  WS-RM-SENDER              PIC X(30) VALUE SPACES.
       01  WS-RM-SENDER-ID           PIC X(20) VALUE SPACES.
       01  WS-RM-SENDER-CONTACT      PIC X(15) VALUE SPACES.
       01  WS-RM-BENEF               PIC X(30) VALUE SPACES.
       01  WS-RM-BENEF-CONTACT       PIC X(15) VALUE SPACES.
       01  WS-RM-PAY-BRANCH          PIC X(4) VALUE SPACES.
       01  WS-RM-AMOUNT              PIC 9(9)V99 VALUE ZEROES.
       01  WS-RM-CODE                PIC X(6) VALUE SPACES.
       01  WS-RM-ID-SHOWN            PIC X(20) VALUE SPACES.
       01  WS-RM-NAME-ON-ID          PIC X(30) VALUE SPACES.
       01  WS-RM-FEE                 PIC 9(7)V99 VALUE 150.00.
       01  WS-RM-LIMIT               PIC 9(9)V99 VALUE 50000.00.
       01  WS-RM-TOTAL               PIC 9(9)V99 VALUE ZEROES.
       01  WS-RM-STATUS-TEXT         PIC X(15) VALUE SPACES.
       01  WS-RM-CODE-NUM            PIC 9(6) VALUE ZEROES.
       01  WS-RM-CODE-WORK           PIC 9(15) VALUE ZEROES.
       01  WS-RM-CODE-QUOT           PIC 9(15) VALUE ZEROES.
       01  WS-RELEASED-BY            PIC X(15) VALUE SPACES.
       01  WS-USER-BRANCH            PIC X(4) VALUE SPACES.
       01  WS-TRAN-TYPE              PIC X(10) VALUE SPACES.
       01  WS-TRAN-AMOUNT            PIC 9(9)V99 VALUE ZEROES.
       01  WS-WL-STATUS              PIC XX VALUE '00'.
       01  WL-BLOCKED-SW             PIC X VALUE 'N'.
       01  WL-EOF-SW                 PIC X VALUE 'N'.
       01  WS-SUPV-USER-ID           PIC X(15) VALUE SPACES.
       01  WS-SUPV-PASSWORD          PIC X(15) VALUE SPACES.
       01  SUPV-OK-SW                PIC X VALUE 'N'.
       01  WS-SEC-EVENT              PIC X(10) VALUE SPACES.
       01  WS-SEC-OUTCOME            PIC X(10) VALUE SPACES.
       01  WS-UPPER-NAME             PIC X(30) VALUE SPACES.
       01  WS-UPPER-CHECK            PIC X(30) VALUE SPACES.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-CURRENT-TIME           PIC 9(8) VALUE ZEROES.
       01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZEROES.
       01  WS-AMOUNT-DISPLAY         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-FEE-DISPLAY            PIC Z,ZZZ,ZZ9.99.
       01  REMIT-FOUND-SW            PIC X VALUE 'N'.
       01  DRAWER-OK-SW              PIC X VALUE 'N'.
       01  CODE-OK-SW                PIC X VALUE 'N'.
       01  SAVE-SW                   PIC X VALUE 'Y'.
       01  EXIT-SW                   PIC X VALUE 'N'.
       COPY APLHA.
       COPY ALPHA2.
      *****************************************************************
       LINKAGE SECTION.
       01  LS-USER-ID                PIC X(15).
      *****************************************************************
       SCREEN SECTION.
       COPY "RMTMAINT.ss".
      *****************************************************************
       PROCEDURE DIVISION USING LS-USER-ID.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A300-PROCESS-RTN UNTIL EXIT-SW = 'Y'.
           PERFORM A900-CLOSE-RTN.
      *     STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN I-O REMIT-FILE.
           OPEN I-O DRAWER-FILE.
           OPEN INPUT BRANCH-FILE.
           OPEN INPUT USER-FILE.
           OPEN INPUT WATCH-LIST-FILE.
           OPEN EXTEND SEC-LOG-FILE.
           OPEN EXTEND TRAN-LOG-FILE.
           OPEN I-O SYSCTL-FILE.
           OPEN EXTEND ADVICE-PRT-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
           MOVE 'BUSDATE   ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-BUSINESS-DATE
           END-READ.
           MOVE 'RMTFEE    ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-NUM-VALUE TO WS-RM-FEE
           END-READ.
           MOVE 'RMTLIMIT  ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-NUM-VALUE TO WS-RM-LIMIT
           END-READ.
           MOVE LS-USER-ID TO USER-ID.
           READ USER-FILE
              NOT INVALID KEY
                 MOVE USER-BRANCH-CODE TO WS-USER-BRANCH
           END-READ.
           DISPLAY G-RMTMAINT.
      *****************************************************************
       A300-PROCESS-RTN.
           ACCEPT G-RM-FUNC.
           INSPECT WS-RM-FUNC CONVERTING ALPHALOWER TO ALPHAUPPER.
           IF WS-RM-FUNC = 'S'
              PERFORM 300-SEND-RTN
           ELSE
           IF WS-RM-FUNC = 'I' OR WS-RM-FUNC = 'P' OR
              WS-RM-FUNC = 'F'
              ACCEPT G-RM-REF
              PERFORM 080-READ-REMIT-RTN
              IF REMIT-FOUND-SW = 'N'
                 DISPLAY 'REMITTANCE REFERENCE NOT FOUND'
                         LINE 22 COL 2 ERASE EOL
              ELSE
              IF WS-RM-FUNC = 'P'
                 PERFORM 400-PAY-RTN
              ELSE
              IF WS-RM-FUNC = 'F'
                 PERFORM 500-REFUND-RTN
              END-IF
              END-IF
              END-IF
           ELSE
              DISPLAY 'FUNCTION MUST BE S, P, F OR I'
                      LINE 22 COL 2 ERASE EOL
           END-IF
           END-IF.
           PERFORM A800-ASK-EXIT-RTN.
      *****************************************************************
       080-READ-REMIT-RTN.
           MOVE 'N' TO REMIT-FOUND-SW.
           MOVE WS-RM-REF TO RM-REFERENCE.
           READ REMIT-FILE
              INVALID KEY
                 MOVE 'N' TO REMIT-FOUND-SW
              NOT INVALID KEY
                 MOVE 'Y' TO REMIT-FOUND-SW
                 PERFORM 100-SHOW-REMIT-RTN
           END-READ.
      *****************************************************************
      * THE SECURITY CODE IS NEVER SHOWN ON INQUIRY - IT IS HELD     *
      * SCRAMBLED ON THE REGISTER AND ONLY COMPARED.                 *
      *****************************************************************
       100-SHOW-REMIT-RTN.
           MOVE RM-SENDER-NAME      TO WS-RM-SENDER.
           MOVE RM-SENDER-ID-NUMBER TO WS-RM-SENDER-ID.
           MOVE RM-SENDER-CONTACT   TO WS-RM-SENDER-CONTACT.
           MOVE RM-BENEF-NAME       TO WS-RM-BENEF.
           MOVE RM-BENEF-CONTACT    TO WS-RM-BENEF-CONTACT.
           MOVE RM-PAY-BRANCH       TO WS-RM-PAY-BRANCH.
           MOVE RM-AMOUNT           TO WS-RM-AMOUNT.
           DISPLAY G-RM-SENDER.
           DISPLAY G-RM-SENDER-ID.
           DISPLAY G-RM-SENDER-CONTACT.
           DISPLAY G-RM-BENEF.
           DISPLAY G-RM-BENEF-CONTACT.
           DISPLAY G-RM-PAY-BRANCH.
           DISPLAY G-RM-AMOUNT.
           MOVE RM-FEE TO WS-FEE-DISPLAY.
           DISPLAY WS-FEE-DISPLAY LINE 14 COL 44.
           IF RM-OUTSTANDING
              MOVE 'OUTSTANDING' TO WS-RM-STATUS-TEXT
           ELSE
           IF RM-PAID
              MOVE 'PAID' TO WS-RM-STATUS-TEXT
           ELSE
           IF RM-EXPIRED
              MOVE 'EXPIRED-REFUND' TO WS-RM-STATUS-TEXT
           ELSE
              MOVE 'REFUNDED' TO WS-RM-STATUS-TEXT
           END-IF
           END-IF
           END-IF.
           DISPLAY WS-RM-STATUS-TEXT LINE 05 COL 41.
           IF RM-PAID OR RM-REFUNDED
              DISPLAY 'CLOSED' LINE 06 COL 32
              DISPLAY RM-CLOSE-DATE LINE 06 COL 39
              DISPLAY RM-CLOSE-BRANCH LINE 06 COL 48
           ELSE
              DISPLAY ' ' LINE 06 COL 1 ERASE EOL
           END-IF.
      *****************************************************************
       150-CHECK-DRAWER-RTN.
           MOVE 'N' TO DRAWER-OK-SW.
           MOVE LS-USER-ID TO DR-TELLER-ID.
           READ DRAWER-FILE
              INVALID KEY
                 DISPLAY 'NO DRAWER RECORD FOR THIS TELLER'
                         LINE 22 COL 2 ERASE EOL
              NOT INVALID KEY
                 MOVE 'Y' TO DRAWER-OK-SW
           END-READ.
      *****************************************************************
      * THE CODE KEYED AT THE COUNTER IS SCRAMBLED THE SAME WAY AS   *
      * THE STORED CODE AND THE TWO ARE COMPARED.  A WRONG CODE IS   *
      * WRITTEN TO SECLOG.DAT.                                       *
      *****************************************************************
       170-CHECK-CODE-RTN.
           MOVE 'N' TO CODE-OK-SW.
           MOVE SPACES TO WS-RM-CODE.
           DISPLAY G-RM-CODE.
           ACCEPT G-RM-CODE.
           INSPECT WS-RM-CODE CONVERTING DNUMBERS TO ENCRYPT-NUM.
           IF WS-RM-CODE = RM-SECURITY-CODE
              MOVE 'Y' TO CODE-OK-SW
           ELSE
              DISPLAY 'SECURITY CODE DOES NOT MATCH'
                      LINE 22 COL 2 ERASE EOL
              MOVE 'REMITTANCE' TO WS-SEC-EVENT
              MOVE 'BADCODE' TO WS-SEC-OUTCOME
              MOVE RM-REFERENCE TO WS-SUPV-USER-ID
              PERFORM 228-WRITE-SECLOG-RTN
           END-IF.
           MOVE SPACES TO WS-RM-CODE.
      *****************************************************************
      * A REMITTANCE IS TAKEN IN CASH ONLY.  THE AMOUNT PLUS THE     *
      * FEE GO INTO THE TELLER'S DRAWER; THE AMOUNT IS LOGGED AS     *
      * RMTSEND (CASH TO REMITTANCE PAYABLE) AND THE FEE AS RMTFEE   *
      * (CASH TO FEE INCOME).                                        *
      *****************************************************************
       300-SEND-RTN.
           PERFORM 900-CLEAR-FIELDS-RTN.
           ACCEPT G-RM-SENDER.
           ACCEPT G-RM-SENDER-ID.
           ACCEPT G-RM-SENDER-CONTACT.
           ACCEPT G-RM-BENEF.
           ACCEPT G-RM-BENEF-CONTACT.
           ACCEPT G-RM-PAY-BRANCH.
           INSPECT WS-RM-PAY-BRANCH
                   CONVERTING ALPHALOWER TO ALPHAUPPER.
           ACCEPT G-RM-AMOUNT.
           IF WS-RM-SENDER = SPACES OR WS-RM-SENDER-ID = SPACES OR
              WS-RM-BENEF = SPACES OR WS-RM-AMOUNT = ZEROES
              DISPLAY 'SENDER, SENDER ID, BENEFICIARY AND AMOUNT ARE'
                      ' REQUIRED' LINE 22 COL 2 ERASE EOL
           ELSE
           IF WS-RM-AMOUNT > WS-RM-LIMIT
              MOVE WS-RM-LIMIT TO WS-AMOUNT-DISPLAY
              DISPLAY 'AMOUNT EXCEEDS THE REMITTANCE LIMIT OF '
                      LINE 22 COL 2 ERASE EOL
              DISPLAY WS-AMOUNT-DISPLAY LINE 22 COL 41
           ELSE
              MOVE 'Y' TO SAVE-SW
              IF WS-RM-PAY-BRANCH NOT = SPACES
                 MOVE WS-RM-PAY-BRANCH TO BR-CODE
                 READ BRANCH-FILE
                    INVALID KEY
                       DISPLAY 'PAYING BRANCH NOT ON FILE'
                               LINE 22 COL 2 ERASE EOL
                       MOVE 'N' TO SAVE-SW
                 END-READ
              END-IF
              IF SAVE-SW = 'Y'
                 PERFORM 150-CHECK-DRAWER-RTN
                 IF DRAWER-OK-SW = 'Y'
                    PERFORM 310-SCREEN-PARTIES-RTN
                    IF WL-BLOCKED-SW = 'Y'
                       DISPLAY 'WATCH LIST MATCH - REMITTANCE NOT'
                               ' ACCEPTED' LINE 22 COL 2 ERASE EOL
                    ELSE
                       PERFORM 320-CONFIRM-SEND-RTN
                    END-IF
                 END-IF
              END-IF
           END-IF
           END-IF.
      *****************************************************************
       310-SCREEN-PARTIES-RTN.
           MOVE SPACES TO WS-RELEASED-BY.
           MOVE WS-RM-SENDER TO WS-UPPER-NAME.
           PERFORM 225-CHECK-WATCH-LIST-RTN.
           IF WL-BLOCKED-SW = 'N'
              MOVE WS-RM-BENEF TO WS-UPPER-NAME
              PERFORM 225-CHECK-WATCH-LIST-RTN
           END-IF.
      *****************************************************************
       320-CONFIRM-SEND-RTN.
           COMPUTE WS-RM-TOTAL = WS-RM-AMOUNT + WS-RM-FEE.
           MOVE WS-RM-FEE TO WS-FEE-DISPLAY.
           DISPLAY WS-FEE-DISPLAY LINE 14 COL 44.
           MOVE WS-RM-TOTAL TO WS-AMOUNT-DISPLAY.
           DISPLAY 'COLLECT ' LINE 22 COL 2 ERASE EOL.
           DISPLAY WS-AMOUNT-DISPLAY LINE 22 COL 10.
           DISPLAY ' CASH - SEND? Y/N: ' LINE 22 COL 24.
           ACCEPT SAVE-SW LINE 22 COL 43.
           INSPECT SAVE-SW CONVERTING ALPHALOWER TO ALPHAUPPER.
           IF SAVE-SW = 'Y'
              PERFORM 350-ASSIGN-REFERENCE-RTN
              PERFORM 360-MAKE-CODE-RTN
              ADD WS-RM-TOTAL TO DR-CASH-ON-HAND
              REWRITE DRAWER-REC
                 INVALID KEY
                    DISPLAY 'ERROR IN UPDATING DRAWER RECORD'
                            LINE 23 COL 2 ERASE EOL
              END-REWRITE
              PERFORM 370-WRITE-REGISTER-RTN
              MOVE 'RMTSEND' TO WS-TRAN-TYPE
              MOVE WS-RM-AMOUNT TO WS-TRAN-AMOUNT
              PERFORM 700-WRITE-TRANLOG-RTN
              IF WS-RM-FEE > ZEROES
                 MOVE 'RMTFEE' TO WS-TRAN-TYPE
                 MOVE WS-RM-FEE TO WS-TRAN-AMOUNT
                 PERFORM 700-WRITE-TRANLOG-RTN
              END-IF
              PERFORM 600-PRINT-ADVICE-RTN
              DISPLAY G-RM-REF
              DISPLAY 'REMITTANCE SENT - REFERENCE' LINE 22 COL 2
                      ERASE EOL
              DISPLAY WS-RM-REF LINE 22 COL 30
              DISPLAY 'SECURITY CODE' LINE 22 COL 40
              DISPLAY WS-RM-CODE-NUM LINE 22 COL 54
              DISPLAY 'GIVE THE CODE TO THE SENDER ONLY'
                      LINE 23 COL 2 ERASE EOL
           END-IF.
      *****************************************************************
       350-ASSIGN-REFERENCE-RTN.
           MOVE 'RMTSEQ    ' TO CTL-KEY.
           READ SYSCTL-FILE
              INVALID KEY
                 MOVE 'RMTSEQ    ' TO CTL-KEY
                 MOVE ZEROES TO CTL-NUM-VALUE
                 MOVE 30000000 TO CTL-ACCT-VALUE
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
           MOVE CTL-ACCT-VALUE TO WS-RM-REF.
      *****************************************************************
      * THE SECURITY CODE IS DERIVED FROM THE TIME OF DAY AND THE    *
      * REFERENCE, AND IS STORED SCRAMBLED WITH THE PASSWORD TABLE.  *
      *****************************************************************
       360-MAKE-CODE-RTN.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           COMPUTE WS-RM-CODE-WORK = WS-CURRENT-TIME * 7919
                   + WS-RM-REF * 104729.
           DIVIDE WS-RM-CODE-WORK BY 1000000
                  GIVING WS-RM-CODE-QUOT
                  REMAINDER WS-RM-CODE-NUM.
           MOVE WS-RM-CODE-NUM TO WS-RM-CODE.
           INSPECT WS-RM-CODE CONVERTING DNUMBERS TO ENCRYPT-NUM.
      *****************************************************************
       370-WRITE-REGISTER-RTN.
           MOVE WS-RM-REF            TO RM-REFERENCE.
           MOVE WS-RM-CODE           TO RM-SECURITY-CODE.
           MOVE WS-USER-BRANCH       TO RM-SEND-BRANCH.
           MOVE WS-BUSINESS-DATE     TO RM-SEND-DATE.
           MOVE LS-USER-ID           TO RM-SEND-TELLER.
           MOVE WS-RM-SENDER         TO RM-SENDER-NAME.
           MOVE WS-RM-SENDER-ID      TO RM-SENDER-ID-NUMBER.
           MOVE WS-RM-SENDER-CONTACT TO RM-SENDER-CONTACT.
           MOVE WS-RM-BENEF          TO RM-BENEF-NAME.
           MOVE WS-RM-BENEF-CONTACT  TO RM-BENEF-CONTACT.
           MOVE WS-RM-PAY-BRANCH     TO RM-PAY-BRANCH.
           MOVE WS-RM-AMOUNT         TO RM-AMOUNT.
           MOVE WS-RM-FEE            TO RM-FEE.
           MOVE 'O'                  TO RM-STATUS.
           MOVE ZEROES               TO RM-CLOSE-DATE.
           MOVE SPACES               TO RM-CLOSE-BRANCH.
           MOVE SPACES               TO RM-CLOSE-TELLER.
           MOVE SPACES               TO RM-ID-PRESENTED.
           MOVE WS-RELEASED-BY       TO RM-RELEASED-BY.
           MOVE SPACES               TO WS-RM-CODE.
           WRITE REMIT-REC
              INVALID KEY
                 DISPLAY 'ERROR IN WRITING REMITTANCE REGISTER'
                         LINE 24 COL 2 ERASE EOL
           END-WRITE.
      *****************************************************************
      * THE BENEFICIARY MUST QUOTE THE SECURITY CODE AND SHOW AN ID  *
      * IN THE NAME THE SENDER GAVE.  AN ITEM SENT FOR A NAMED       *
      * BRANCH IS PAID ONLY THERE.                                   *
      *****************************************************************
       400-PAY-RTN.
           IF NOT RM-OUTSTANDING
              DISPLAY 'REMITTANCE IS NOT OUTSTANDING - STATUS '
                      LINE 22 COL 2 ERASE EOL
              DISPLAY WS-RM-STATUS-TEXT LINE 22 COL 41
           ELSE
           IF RM-PAY-BRANCH NOT = SPACES AND
              RM-PAY-BRANCH NOT = WS-USER-BRANCH
              DISPLAY 'REMITTANCE IS PAYABLE ONLY AT BRANCH '
                      LINE 22 COL 2 ERASE EOL
              DISPLAY RM-PAY-BRANCH LINE 22 COL 39
           ELSE
              PERFORM 170-CHECK-CODE-RTN
              IF CODE-OK-SW = 'Y'
                 PERFORM 410-CHECK-BENEF-ID-RTN
              END-IF
           END-IF
           END-IF.
      *****************************************************************
       410-CHECK-BENEF-ID-RTN.
           ACCEPT G-RM-ID-SHOWN.
           ACCEPT G-RM-NAME-ON-ID.
           MOVE WS-RM-NAME-ON-ID TO WS-UPPER-CHECK.
           INSPECT WS-UPPER-CHECK CONVERTING ALPHALOWER TO ALPHAUPPER.
           MOVE RM-BENEF-NAME TO WS-UPPER-NAME.
           INSPECT WS-UPPER-NAME CONVERTING ALPHALOWER TO ALPHAUPPER.
           IF WS-RM-ID-SHOWN = SPACES
              DISPLAY 'THE BENEFICIARY ID NUMBER IS REQUIRED'
                      LINE 22 COL 2 ERASE EOL
           ELSE
           IF WS-UPPER-CHECK NOT = WS-UPPER-NAME
              DISPLAY 'NAME ON ID DOES NOT MATCH THE BENEFICIARY'
                      LINE 22 COL 2 ERASE EOL
           ELSE
              MOVE SPACES TO WS-RELEASED-BY
              PERFORM 225-CHECK-WATCH-LIST-RTN
              IF WL-BLOCKED-SW = 'Y'
                 DISPLAY 'WATCH LIST MATCH - REMITTANCE NOT PAID'
                         LINE 22 COL 2 ERASE EOL
              ELSE
                 PERFORM 150-CHECK-DRAWER-RTN
                 IF DRAWER-OK-SW = 'Y'
                    PERFORM 420-CONFIRM-PAY-RTN
                 END-IF
              END-IF
           END-IF
           END-IF.
      *****************************************************************
       420-CONFIRM-PAY-RTN.
           IF RM-AMOUNT > DR-CASH-ON-HAND
              DISPLAY 'INSUFFICIENT CASH IN DRAWER'
                      LINE 22 COL 2 ERASE EOL
           ELSE
              DISPLAY 'PAY REMITTANCE IN CASH? Y/N: '
                      LINE 22 COL 2 ERASE EOL
              ACCEPT SAVE-SW LINE 22
              INSPECT SAVE-SW CONVERTING ALPHALOWER TO ALPHAUPPER
              IF SAVE-SW = 'Y'
                 SUBTRACT RM-AMOUNT FROM DR-CASH-ON-HAND
                 REWRITE DRAWER-REC
                    INVALID KEY
                       DISPLAY 'ERROR IN UPDATING DRAWER RECORD'
                               LINE 23 COL 2 ERASE EOL
                 END-REWRITE
                 MOVE 'P' TO RM-STATUS
                 PERFORM 450-CLOSE-REMIT-RTN
                 MOVE 'RMTPAY' TO WS-TRAN-TYPE
                 MOVE RM-AMOUNT TO WS-TRAN-AMOUNT
                 PERFORM 700-WRITE-TRANLOG-RTN
                 MOVE RM-AMOUNT TO WS-AMOUNT-DISPLAY
                 DISPLAY 'REMITTANCE PAID - CASH OUT '
                         LINE 22 COL 2 ERASE EOL
                 DISPLAY WS-AMOUNT-DISPLAY LINE 22 COL 29
              END-IF
           END-IF.
      *****************************************************************
       450-CLOSE-REMIT-RTN.
           MOVE WS-BUSINESS-DATE TO RM-CLOSE-DATE.
           MOVE WS-USER-BRANCH   TO RM-CLOSE-BRANCH.
           MOVE LS-USER-ID       TO RM-CLOSE-TELLER.
           MOVE WS-RM-ID-SHOWN   TO RM-ID-PRESENTED.
           IF WS-RELEASED-BY NOT = SPACES
              MOVE WS-RELEASED-BY TO RM-RELEASED-BY
           END-IF.
           REWRITE REMIT-REC
              INVALID KEY
                 DISPLAY 'ERROR IN UPDATING REMITTANCE REGISTER'
                         LINE 23 COL 2 ERASE EOL
           END-REWRITE.
           MOVE RM-REFERENCE TO WS-RM-REF.
      *****************************************************************
      * ONLY AN ITEM RMTEXPR HAS EXPIRED IS REFUNDED.  THE SENDER    *
      * QUOTES THE CODE AND SHOWS THE ID GIVEN WHEN SENDING; THE     *
      * AMOUNT IS RETURNED IN CASH AND THE FEE IS KEPT.              *
      *****************************************************************
       500-REFUND-RTN.
           IF NOT RM-EXPIRED
              DISPLAY 'ONLY AN EXPIRED REMITTANCE CAN BE REFUNDED'
                      LINE 22 COL 2 ERASE EOL
           ELSE
              PERFORM 170-CHECK-CODE-RTN
              IF CODE-OK-SW = 'Y'
                 ACCEPT G-RM-ID-SHOWN
                 IF WS-RM-ID-SHOWN NOT = RM-SENDER-ID-NUMBER
                    DISPLAY 'ID DOES NOT MATCH THE SENDER ID ON FILE'
                            LINE 22 COL 2 ERASE EOL
                 ELSE
                    PERFORM 150-CHECK-DRAWER-RTN
                    IF DRAWER-OK-SW = 'Y'
                       PERFORM 520-CONFIRM-REFUND-RTN
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *****************************************************************
       520-CONFIRM-REFUND-RTN.
           IF RM-AMOUNT > DR-CASH-ON-HAND
              DISPLAY 'INSUFFICIENT CASH IN DRAWER'
                      LINE 22 COL 2 ERASE EOL
           ELSE
              DISPLAY 'REFUND REMITTANCE TO SENDER? Y/N: '
                      LINE 22 COL 2 ERASE EOL
              ACCEPT SAVE-SW LINE 22
              INSPECT SAVE-SW CONVERTING ALPHALOWER TO ALPHAUPPER
              IF SAVE-SW = 'Y'
                 SUBTRACT RM-AMOUNT FROM DR-CASH-ON-HAND
                 REWRITE DRAWER-REC
                    INVALID KEY
                       DISPLAY 'ERROR IN UPDATING DRAWER RECORD'
                               LINE 23 COL 2 ERASE EOL
                 END-REWRITE
                 MOVE SPACES TO WS-RELEASED-BY
                 MOVE 'R' TO RM-STATUS
                 PERFORM 450-CLOSE-REMIT-RTN
                 MOVE 'RMTREFUND' TO WS-TRAN-TYPE
                 MOVE RM-AMOUNT TO WS-TRAN-AMOUNT
                 PERFORM 700-WRITE-TRANLOG-RTN
                 MOVE RM-AMOUNT TO WS-AMOUNT-DISPLAY
                 DISPLAY 'REMITTANCE REFUNDED - CASH OUT '
                         LINE 22 COL 2 ERASE EOL
                 DISPLAY WS-AMOUNT-DISPLAY LINE 22 COL 33
              END-IF
           END-IF.
      *****************************************************************
      * THE NAME IN WS-UPPER-NAME IS SCREENED AGAINST THE ACTIVE     *
      * NAME ENTRIES ON THE COMPLIANCE WATCH LIST.  A HIT IS HELD    *
      * FOR A COMPLIANCE OFFICER'S RELEASE - A SUPERVISOR SIGN-OFF - *
      * AND EVERY HIT AND OVERRIDE IS WRITTEN TO SECLOG.DAT.         *
      *****************************************************************
       225-CHECK-WATCH-LIST-RTN.
           MOVE 'N' TO WL-BLOCKED-SW.
           IF WS-WL-STATUS NOT = '00'
              CONTINUE
           ELSE
              INSPECT WS-UPPER-NAME
                      CONVERTING ALPHALOWER TO ALPHAUPPER
              MOVE ZEROES TO WL-ENTRY-NUMBER
              MOVE 'N' TO WL-EOF-SW
              START WATCH-LIST-FILE KEY IS NOT LESS THAN
                    WL-ENTRY-NUMBER
                 INVALID KEY
                    MOVE 'Y' TO WL-EOF-SW
              END-START
              PERFORM 226-READ-NEXT-WL-RTN UNTIL WL-EOF-SW = 'Y'
              IF WL-BLOCKED-SW = 'Y'
                 MOVE 'WATCHLIST' TO WS-SEC-EVENT
                 MOVE 'WLHIT' TO WS-SEC-OUTCOME
                 MOVE SPACES TO WS-SUPV-USER-ID
                 PERFORM 228-WRITE-SECLOG-RTN
                 PERFORM 227-COMPLIANCE-RELEASE-RTN
              END-IF
           END-IF.
      *****************************************************************
       226-READ-NEXT-WL-RTN.
           READ WATCH-LIST-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WL-EOF-SW
              NOT AT END
                 IF WL-ACTIVE AND WL-NAME-ENTRY AND
                    WL-NAME = WS-UPPER-NAME
                    MOVE 'Y' TO WL-BLOCKED-SW
                    MOVE 'Y' TO WL-EOF-SW
                 END-IF
           END-READ.
      *****************************************************************
       227-COMPLIANCE-RELEASE-RTN.
           MOVE 'N' TO SUPV-OK-SW.
           DISPLAY 'WATCH LIST MATCH - COMPLIANCE OFFICER RELEASE?'
                   LINE 20 COL 2 ERASE EOL.
           DISPLAY 'OFFICER ID:' LINE 21 COL 2 ERASE EOL.
           ACCEPT WS-SUPV-USER-ID LINE 21 COL 14.
           INSPECT WS-SUPV-USER-ID
                   CONVERTING ALPHALOWER TO ALPHAUPPER.
           IF WS-SUPV-USER-ID NOT = SPACES
              MOVE WS-SUPV-USER-ID TO USER-ID
              READ USER-FILE
                 INVALID KEY
                    DISPLAY 'OFFICER ID NOT FOUND'
                            LINE 21 COL 32 ERASE EOL
                 NOT INVALID KEY
                    DISPLAY 'PASSWORD:' LINE 21 COL 32
                    ACCEPT WS-SUPV-PASSWORD LINE 21 COL 42
                    INSPECT WS-SUPV-PASSWORD
                            CONVERTING ALPHALOWER TO ALPHAUPPER
                    INSPECT WS-SUPV-PASSWORD
                            CONVERTING UPPERCASE TO ENCRYPT-ALPHA
                    INSPECT WS-SUPV-PASSWORD
                            CONVERTING DNUMBERS TO ENCRYPT-NUM
                    IF WS-SUPV-PASSWORD = USER-PASSWORD AND
                       (SUPERVISOR-ROLE OR ADMIN-ROLE)
                       MOVE 'Y' TO SUPV-OK-SW
                    END-IF
              END-READ
           END-IF.
           IF SUPV-OK-SW = 'Y'
              MOVE 'N' TO WL-BLOCKED-SW
              MOVE WS-SUPV-USER-ID TO WS-RELEASED-BY
              MOVE 'APPROVED' TO WS-SEC-OUTCOME
           ELSE
              MOVE 'DENIED' TO WS-SEC-OUTCOME
           END-IF.
           PERFORM 228-WRITE-SECLOG-RTN.
           DISPLAY ' ' LINE 20 COL 1 ERASE EOL.
           DISPLAY ' ' LINE 21 COL 1 ERASE EOL.
      *****************************************************************
       228-WRITE-SECLOG-RTN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO SEC-DATE.
           MOVE WS-CURRENT-TIME TO SEC-TIME.
           MOVE WS-SEC-EVENT    TO SEC-EVENT-TYPE.
           MOVE WS-SUPV-USER-ID TO SEC-USER-ID.
           MOVE LS-USER-ID      TO SEC-ACTOR-ID.
           MOVE 'RMTMAINT'      TO SEC-TERMINAL-ID.
           MOVE WS-SEC-OUTCOME  TO SEC-OUTCOME.
           WRITE SEC-LOG-REC.
      *****************************************************************
       600-PRINT-ADVICE-RTN.
           MOVE WS-RM-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE WS-RM-FEE TO WS-FEE-DISPLAY.
           MOVE SPACES TO ADVICE-PRT-LINE.
           STRING '=== REMITTANCE ADVICE - REFERENCE ' WS-RM-REF
                  ' ===' DELIMITED BY SIZE INTO ADVICE-PRT-LINE
           END-STRING.
           WRITE ADVICE-PRT-LINE.
           MOVE SPACES TO ADVICE-PRT-LINE.
           STRING 'DATE ' WS-BUSINESS-DATE '  BRANCH ' WS-USER-BRANCH
                  DELIMITED BY SIZE INTO ADVICE-PRT-LINE
           END-STRING.
           WRITE ADVICE-PRT-LINE.
           MOVE SPACES TO ADVICE-PRT-LINE.
           STRING 'SENDER      ' WS-RM-SENDER
                  DELIMITED BY SIZE INTO ADVICE-PRT-LINE
           END-STRING.
           WRITE ADVICE-PRT-LINE.
           MOVE SPACES TO ADVICE-PRT-LINE.
           STRING 'BENEFICIARY ' WS-RM-BENEF
                  DELIMITED BY SIZE INTO ADVICE-PRT-LINE
           END-STRING.
           WRITE ADVICE-PRT-LINE.
           MOVE SPACES TO ADVICE-PRT-LINE.
           IF WS-RM-PAY-BRANCH = SPACES
              MOVE 'PAYABLE AT  ANY BRANCH' TO ADVICE-PRT-LINE
           ELSE
              STRING 'PAYABLE AT  BRANCH ' WS-RM-PAY-BRANCH
                     DELIMITED BY SIZE INTO ADVICE-PRT-LINE
              END-STRING
           END-IF.
           WRITE ADVICE-PRT-LINE.
           MOVE SPACES TO ADVICE-PRT-LINE.
           STRING 'AMOUNT   ' WS-AMOUNT-DISPLAY '  FEE ' WS-FEE-DISPLAY
                  DELIMITED BY SIZE INTO ADVICE-PRT-LINE
           END-STRING.
           WRITE ADVICE-PRT-LINE.
           MOVE SPACES TO ADVICE-PRT-LINE.
           STRING 'SECURITY CODE ' WS-RM-CODE-NUM
                  '  - QUOTE WITH THE REFERENCE TO COLLECT'
                  DELIMITED BY SIZE INTO ADVICE-PRT-LINE
           END-STRING.
           WRITE ADVICE-PRT-LINE.
           MOVE SPACES TO ADVICE-PRT-LINE.
           STRING 'RECEIVED BY ' LS-USER-ID
                  DELIMITED BY SIZE INTO ADVICE-PRT-LINE
           END-STRING.
           WRITE ADVICE-PRT-LINE.
           MOVE SPACES TO ADVICE-PRT-LINE.
           WRITE ADVICE-PRT-LINE.
      *****************************************************************
       700-WRITE-TRANLOG-RTN.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-BUSINESS-DATE TO TRAN-DATE.
           MOVE WS-CURRENT-TIME  TO TRAN-TIME.
           MOVE WS-TRAN-TYPE     TO TRAN-TYPE.
           MOVE ZEROES           TO TRAN-FROM-ACCOUNT.
           MOVE ZEROES           TO TRAN-TO-ACCOUNT.
           MOVE WS-TRAN-AMOUNT   TO TRAN-AMOUNT.
           MOVE LS-USER-ID       TO TRAN-TELLER-ID.
           MOVE ZEROES           TO TRAN-FX-RATE.
           MOVE WS-CURRENT-DATE  TO TRAN-ACTUAL-DATE.
           MOVE WS-USER-BRANCH   TO TRAN-BRANCH-CODE.
           MOVE WS-RM-REF        TO TRAN-REFERENCE.
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
           MOVE ZEROES TO WS-RM-REF.
           MOVE SPACES TO WS-RM-SENDER.
           MOVE SPACES TO WS-RM-SENDER-ID.
           MOVE SPACES TO WS-RM-SENDER-CONTACT.
           MOVE SPACES TO WS-RM-BENEF.
           MOVE SPACES TO WS-RM-BENEF-CONTACT.
           MOVE SPACES TO WS-RM-PAY-BRANCH.
           MOVE ZEROES TO WS-RM-AMOUNT.
           MOVE SPACES TO WS-RM-CODE.
           MOVE SPACES TO WS-RM-ID-SHOWN.
           MOVE SPACES TO WS-RM-NAME-ON-ID.
           DISPLAY G-RMTMAINT.
           DISPLAY G-RM-FUNC.
           DISPLAY G-RM-REF.
           DISPLAY G-RM-SENDER.
           DISPLAY G-RM-SENDER-ID.
           DISPLAY G-RM-SENDER-CONTACT.
           DISPLAY G-RM-BENEF.
           DISPLAY G-RM-BENEF-CONTACT.
           DISPLAY G-RM-PAY-BRANCH.
           DISPLAY G-RM-AMOUNT.
           DISPLAY G-RM-CODE.
           DISPLAY G-RM-ID-SHOWN.
           DISPLAY G-RM-NAME-ON-ID.
      *****************************************************************
       A900-CLOSE-RTN.
            CLOSE REMIT-FILE.
            CLOSE DRAWER-FILE.
            CLOSE BRANCH-FILE.
            CLOSE USER-FILE.
            CLOSE WATCH-LIST-FILE.
            CLOSE SEC-LOG-FILE.
            CLOSE TRAN-LOG-FILE.
            CLOSE SYSCTL-FILE.
            CLOSE ADVICE-PRT-FILE.
            EXIT PROGRAM.
