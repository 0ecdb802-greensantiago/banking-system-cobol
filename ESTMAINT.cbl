      ****************************************************************
      * THIS PROGRAM RECORDS THE REPORT OF A CUSTOMER'S DEATH AND    *
      * KEEPS THE ESTATE REGISTER ESTATE.DAT / ESTACCT.DAT.  ONE     *
      * REPORT OF DEATH, KEYED TO THE CIF WITH THE DATE OF DEATH AND *
      * THE NOTIFYING DOCUMENT, DOES THE WHOLE CHECKLIST:            *
      *   - EVERY ACCOUNT THE CUSTOMER OWNS ALONE IS PLACED UNDER AN *
      *     ESTATE RESTRICTION - A DEBIT FREEZE WITH REASON DECD ON  *
      *     THE FREEZE REGISTER - AND ITS STANDING ORDERS AND SWEEPS *
      *     ARE CANCELLED, ITS CARDS HOT-LISTED AND ITS CHANNEL      *
      *     LIMITS CLOSED TO ZERO;                                   *
      *   - ON A JOINT ACCOUNT ONLY THE DECEASED OWNER'S SIGNING     *
      *     RIGHTS ARE WITHDRAWN (ACCTOWN ENTRY MARKED DECEASED) AND *
      *     THE SURVIVING OWNERS CARRY ON OPERATING IT;              *
      *   - THE CUSTOMER'S SIGN-ON IDS ARE DISABLED AND THE CIF IS   *
      *     MARKED DECEASED, WHICH ALSO STOPS NOTIFICATIONS.         *
      * EACH ACCOUNT TOUCHED IS LISTED ON ESTACCT.DAT.  RELEASE TO   *
      * THE HEIRS LIFTS THE ESTATE FREEZES SO THE BRANCH CAN PAY OUT *
      * AND CLOSE, AND CLOSES THE ESTATE.  ONLY A SUPERVISOR OR      *
      * ADMINISTRATOR MAY USE THIS PROGRAM.                          *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTMAINT IS INITIAL.
       AUTHOR. GERAD CARLOS TUPAZ.
       DATE-WRITTEN. 10 15 2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CU-CUSTOMER-NUMBER.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNT.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACCOUNT-NUMBER
                  ALTERNATE KEY IS USER-ID-ACCT WITH DUPLICATES.
           SELECT ACCT-OWNER-FILE ASSIGN TO 'ACCTOWN.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AO-KEY
                  ALTERNATE KEY IS AO-USER-ID WITH DUPLICATES.
           SELECT USER-FILE ASSIGN TO 'USER.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS USER-ID.
           SELECT FREEZE-REG-FILE ASSIGN TO 'FRZREG.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FR-KEY.
           SELECT STANDING-ORDER-FILE ASSIGN TO 'STANDORD.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SO-KEY.
           SELECT SWEEP-FILE ASSIGN TO 'SWEEP.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SW-KEY.
           SELECT CARD-FILE ASSIGN TO 'CARD.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CARD-NUMBER
                  ALTERNATE KEY IS CARD-ACCOUNT-NUMBER
                  WITH DUPLICATES.
           SELECT CHNL-LIMIT-FILE ASSIGN TO 'CHNLLIM.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CL-ACCOUNT-NUMBER.
           SELECT ESTATE-FILE ASSIGN TO 'ESTATE.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EA-CUSTOMER-NUMBER.
           SELECT ESTATE-ACCT-FILE ASSIGN TO 'ESTACCT.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EC-KEY.
           SELECT SYSCTL-FILE ASSIGN TO 'SYSCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTL-KEY.
           SELECT SEC-LOG-FILE ASSIGN TO 'SECLOG.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO 'JOURNAL.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE
           RECORD CONTAINS 174 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CUSTOMER-REC.
       COPY CUSTFILE.
       FD  ACCOUNT-FILE
           RECORD CONTAINS 201 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACCOUNT-REC.
       COPY ACCOUNTFILE.
       FD  ACCT-OWNER-FILE
           RECORD CONTAINS 57 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACCT-OWNER-REC.
       COPY ACCTOWN.
       FD  USER-FILE
           RECORD CONTAINS 321 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS USER-REC.
       COPY USERFILE.
       FD  FREEZE-REG-FILE
           RECORD CONTAINS 64 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS FREEZE-REG-REC.
       COPY FRZREG.
       FD  STANDING-ORDER-FILE
           RECORD CONTAINS 64 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS STANDING-ORDER-REC.
       COPY STANDORD.
       FD  SWEEP-FILE
           RECORD CONTAINS 38 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS SWEEP-REC.
       COPY SWEEP.
       FD  CARD-FILE
           RECORD CONTAINS 58 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CARD-REC.
       COPY CARDFILE.
       FD  CHNL-LIMIT-FILE
           RECORD CONTAINS 56 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CHNL-LIMIT-REC.
       COPY CHNLLIM.
       FD  ESTATE-FILE
           RECORD CONTAINS 137 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ESTATE-REC.
       COPY ESTATE.
       FD  ESTATE-ACCT-FILE
           RECORD CONTAINS 44 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ESTATE-ACCT-REC.
       COPY ESTACCT.
       FD  SYSCTL-FILE
           RECORD CONTAINS 31 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CTL-REC.
       COPY SYSCTL.
       FD  SEC-LOG-FILE
           RECORD CONTAINS 76 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS SEC-LOG-REC.
       COPY SECLOG.
       FD  JOURNAL-FILE
           RECORD CONTAINS 370 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS JOURNAL-REC.
       COPY JRNL.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-EA-FUNC                PIC X VALUE SPACES.
       01  WS-EA-CIF                 PIC 9(8) VALUE ZEROES.
       01  WS-EA-NAME                PIC X(30) VALUE SPACES.
       01  WS-EA-DEATH-DATE          PIC 9(8) VALUE ZEROES.
       01  WS-EA-DOC-TYPE            PIC X(4) VALUE SPACES.
           88 WS-EA-VALID-DOC        VALUE 'DCRT' 'CORD' 'OTHR'.
       01  WS-EA-DOC-REF             PIC X(20) VALUE SPACES.
       01  WS-EA-REL-REF             PIC X(20) VALUE SPACES.
      *****************************************************************
      * SIGN-ON IDS BELONGING TO THE DECEASED CUSTOMER.              *
      *****************************************************************
       01  WS-EA-USER-TABLE.
           05 WS-EA-USER-ID          PIC X(15) OCCURS 10 TIMES.
       01  WS-EA-USER-COUNT          PIC 9(2) VALUE ZEROES.
       01  WS-EA-USER-IDX            PIC 9(2) VALUE ZEROES.
       01  WS-EC-RESTRICTION         PIC X VALUE SPACES.
       01  WS-SO-COUNT               PIC 9(3) VALUE ZEROES.
       01  WS-SW-COUNT               PIC 9(3) VALUE ZEROES.
       01  WS-CARD-COUNT             PIC 9(3) VALUE ZEROES.
       01  WS-SO-TOTAL               PIC 9(4) VALUE ZEROES.
       01  WS-SW-TOTAL               PIC 9(4) VALUE ZEROES.
       01  WS-CARD-TOTAL             PIC 9(4) VALUE ZEROES.
       01  WS-ACCTS-RESTRICTED       PIC 9(4) VALUE ZEROES.
       01  WS-JOINT-RESTRICTED       PIC 9(4) VALUE ZEROES.
       01  WS-ACCTS-RELEASED         PIC 9(4) VALUE ZEROES.
       01  WS-FRZ-ACTION             PIC X VALUE SPACES.
       01  WS-FRZ-LEGAL-REF          PIC X(20) VALUE SPACES.
       01  WS-LAST-FRZ-ACTION        PIC X VALUE SPACES.
       01  WS-LAST-FRZ-REASON        PIC X(4) VALUE SPACES.
       01  WS-NEXT-SEQ               PIC 9(5) VALUE ZEROES.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-CURRENT-TIME           PIC 9(8) VALUE ZEROES.
       01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZEROES.
       01  WS-LIST-LINE              PIC 99 VALUE ZEROES.
       01  WS-BALANCE-DISPLAY        PIC ----,---,--9.99.
       01  WS-LIMITS-SW              PIC X VALUE 'N'.
       01  CL-FOUND-SW               PIC X VALUE 'N'.
       01  JOINT-SW                  PIC X VALUE 'N'.
       01  DECEASED-USER-SW          PIC X VALUE 'N'.
       01  SAVE-SW                   PIC X VALUE 'Y'.
       01  EXIT-SW                   PIC X VALUE 'N'.
       01  EOF-SW                    PIC X VALUE 'N'.
       01  OWN-EOF-SW                PIC X VALUE 'N'.
       01  FRZ-EOF-SW                PIC X VALUE 'N'.
       01  SO-EOF-SW                 PIC X VALUE 'N'.
       01  SW-EOF-SW                 PIC X VALUE 'N'.
       01  CARD-EOF-SW               PIC X VALUE 'N'.
       01  START-OK-SW               PIC X VALUE 'N'.
       01  DUMMY                     PIC X VALUE SPACES.
       COPY APLHA.
      *****************************************************************
       LINKAGE SECTION.
       01  LS-USER-ID                PIC X(15).
      *****************************************************************
       SCREEN SECTION.
       COPY "ESTMAINT.ss".
      *****************************************************************
       PROCEDURE DIVISION USING LS-USER-ID.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A300-PROCESS-RTN UNTIL EXIT-SW = 'Y'.
           PERFORM A900-CLOSE-RTN.
      *     STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN EXTEND JOURNAL-FILE.
           OPEN EXTEND SEC-LOG-FILE.
           OPEN I-O CUSTOMER-FILE.
           OPEN I-O ACCOUNT-FILE.
           OPEN I-O ACCT-OWNER-FILE.
           OPEN I-O USER-FILE.
           OPEN I-O FREEZE-REG-FILE.
           OPEN I-O STANDING-ORDER-FILE.
           OPEN I-O SWEEP-FILE.
           OPEN I-O CARD-FILE.
           OPEN I-O CHNL-LIMIT-FILE.
           OPEN I-O ESTATE-FILE.
           OPEN I-O ESTATE-ACCT-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
           OPEN INPUT SYSCTL-FILE.
           MOVE 'BUSDATE   ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-BUSINESS-DATE
           END-READ.
           CLOSE SYSCTL-FILE.
           PERFORM 050-CHECK-AUTHORITY-RTN.
           IF EXIT-SW = 'N'
              DISPLAY G-ESTMAINT
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
              DISPLAY 'ESTMAINT - SUPERVISOR AUTHORITY IS REQUIRED'
                      LINE 22 COL 2 ERASE EOL
              DISPLAY 'PRESS ENTER TO CONTINUE...'
                      LINE 23 COL 2 ERASE EOL
              ACCEPT DUMMY LINE 23
           END-IF.
      *****************************************************************
       A300-PROCESS-RTN.
           ACCEPT G-EA-FUNC.
           INSPECT WS-EA-FUNC CONVERTING ALPHALOWER TO ALPHAUPPER.
           ACCEPT G-EA-CIF.
           MOVE WS-EA-CIF TO CU-CUSTOMER-NUMBER.
           READ CUSTOMER-FILE
              INVALID KEY
                 DISPLAY 'CUSTOMER NOT ON FILE'
                         LINE 22 COL 2 ERASE EOL
              NOT INVALID KEY
                 MOVE CU-CUSTOMER-NAME TO WS-EA-NAME
                 DISPLAY G-EA-NAME
                 IF WS-EA-FUNC = 'D'
                    PERFORM 100-REPORT-DEATH-RTN
                 ELSE
                 IF WS-EA-FUNC = 'L'
                    PERFORM 500-LIST-ESTATE-RTN
                 ELSE
                 IF WS-EA-FUNC = 'R'
                    PERFORM 600-RELEASE-ESTATE-RTN
                 ELSE
                    DISPLAY 'FUNCTION MUST BE D, L OR R'
                            LINE 22 COL 2 ERASE EOL
                 END-IF
                 END-IF
                 END-IF
           END-READ.
           PERFORM A800-ASK-EXIT-RTN.
      *****************************************************************
       100-REPORT-DEATH-RTN.
           IF CU-DECEASED
              DISPLAY 'DEATH ALREADY REPORTED - USE L TO SEE ESTATE'
                      LINE 22 COL 2 ERASE EOL
           ELSE
              ACCEPT G-EA-DEATH-DATE
              ACCEPT G-EA-DOC-TYPE
              INSPECT WS-EA-DOC-TYPE
                      CONVERTING ALPHALOWER TO ALPHAUPPER
              ACCEPT G-EA-DOC-REF
              IF WS-EA-DEATH-DATE = ZEROES OR
                 WS-EA-DEATH-DATE > WS-BUSINESS-DATE
                 DISPLAY 'DATE OF DEATH IS MISSING OR IN THE FUTURE'
                         LINE 22 COL 2 ERASE EOL
              ELSE
              IF NOT WS-EA-VALID-DOC
                 DISPLAY 'DOCUMENT TYPE MUST BE DCRT, CORD OR OTHR'
                         LINE 22 COL 2 ERASE EOL
              ELSE
              IF WS-EA-DOC-REF = SPACES
                 DISPLAY 'DOCUMENT REFERENCE IS REQUIRED'
                         LINE 22 COL 2 ERASE EOL
              ELSE
                 DISPLAY 'RESTRICT ALL ACCOUNTS AND SERVICES? Y/N: '
                         LINE 22 COL 2 ERASE EOL
                 ACCEPT SAVE-SW LINE 22
                 INSPECT SAVE-SW CONVERTING ALPHALOWER TO ALPHAUPPER
                 IF SAVE-SW = 'Y'
                    PERFORM 110-APPLY-RESTRICTIONS-RTN
                 END-IF
              END-IF
              END-IF
              END-IF
           END-IF.
      *****************************************************************
       110-APPLY-RESTRICTIONS-RTN.
           MOVE ZEROES TO WS-ACCTS-RESTRICTED.
           MOVE ZEROES TO WS-JOINT-RESTRICTED.
           MOVE ZEROES TO WS-SO-TOTAL.
           MOVE ZEROES TO WS-SW-TOTAL.
           MOVE ZEROES TO WS-CARD-TOTAL.
           PERFORM 150-COLLECT-USERS-RTN.
           PERFORM 200-WRITE-ESTATE-RTN.
           PERFORM 300-RESTRICT-ACCOUNTS-RTN.
           PERFORM 400-RESTRICT-OWNERSHIP-RTN.
           PERFORM 190-MARK-CUSTOMER-RTN.
           DISPLAY 'ESTATE OPENED - ACCOUNTS RESTRICTED:'
                   LINE 22 COL 2 ERASE EOL.
           DISPLAY WS-ACCTS-RESTRICTED LINE 22 COL 39.
           DISPLAY 'JOINT:' LINE 22 COL 45.
           DISPLAY WS-JOINT-RESTRICTED LINE 22 COL 52.
           DISPLAY 'ORDERS/SWEEPS/CARDS STOPPED:'
                   LINE 23 COL 2 ERASE EOL.
           DISPLAY WS-SO-TOTAL LINE 23 COL 31.
           DISPLAY WS-SW-TOTAL LINE 23 COL 36.
           DISPLAY WS-CARD-TOTAL LINE 23 COL 41.
      *****************************************************************
      * THE DECEASED'S SIGN-ON IDS ARE DISABLED SO NO CHANNEL CAN BE *
      * USED IN THEIR NAME, AND KEPT FOR THE JOINT-OWNERSHIP PASS.   *
      *****************************************************************
       150-COLLECT-USERS-RTN.
           MOVE ZEROES TO WS-EA-USER-COUNT.
           MOVE SPACES TO USER-ID.
           MOVE 'N' TO EOF-SW.
           START USER-FILE KEY IS NOT LESS THAN USER-ID
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
           END-START.
           PERFORM 160-COLLECT-ONE-USER-RTN UNTIL EOF-SW = 'Y'.
      *****************************************************************
       160-COLLECT-ONE-USER-RTN.
           READ USER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF USER-CUSTOMER-NO = WS-EA-CIF
                    IF WS-EA-USER-COUNT < 10
                       ADD 1 TO WS-EA-USER-COUNT
                       MOVE USER-ID TO WS-EA-USER-ID (WS-EA-USER-COUNT)
                    END-IF
                    MOVE 'I' TO USER-STATUS
                    REWRITE USER-REC
                       INVALID KEY
                          DISPLAY 'ERROR DISABLING SIGN-ON ID'
                                  LINE 24 COL 2 ERASE EOL
                    END-REWRITE
                    PERFORM 890-WRITE-USER-JOURNAL-RTN
                 END-IF
           END-READ.
      *****************************************************************
       190-MARK-CUSTOMER-RTN.
           MOVE WS-EA-CIF TO CU-CUSTOMER-NUMBER.
           READ CUSTOMER-FILE
              INVALID KEY
                 DISPLAY 'CUSTOMER NOT ON FILE'
                         LINE 24 COL 2 ERASE EOL
              NOT INVALID KEY
                 MOVE 'D'             TO CU-STATUS
                 MOVE WS-CURRENT-DATE TO CU-LAST-MAINT-DATE
                 MOVE LS-USER-ID      TO CU-LAST-MAINT-BY
                 REWRITE CUSTOMER-REC
                    INVALID KEY
                       DISPLAY 'ERROR IN UPDATING CUSTOMER'
                               LINE 24 COL 2 ERASE EOL
                 END-REWRITE
                 PERFORM 870-WRITE-CUST-JOURNAL-RTN
           END-READ.
      *****************************************************************
       200-WRITE-ESTATE-RTN.
           MOVE WS-EA-CIF        TO EA-CUSTOMER-NUMBER.
           MOVE WS-EA-NAME       TO EA-CUSTOMER-NAME.
           MOVE WS-EA-DEATH-DATE TO EA-DEATH-DATE.
           MOVE WS-EA-DOC-TYPE   TO EA-DOC-TYPE.
           MOVE WS-EA-DOC-REF    TO EA-DOC-REFERENCE.
           MOVE 'O'              TO EA-STATUS.
           MOVE WS-BUSINESS-DATE TO EA-REPORTED-DATE.
           MOVE LS-USER-ID       TO EA-REPORTED-BY.
           MOVE ZEROES           TO EA-RELEASE-DATE.
           MOVE SPACES           TO EA-RELEASED-BY.
           MOVE SPACES           TO EA-RELEASE-REFERENCE.
           WRITE ESTATE-REC
              INVALID KEY
                 DISPLAY 'ERROR IN WRITING ESTATE RECORD'
                         LINE 24 COL 2 ERASE EOL
           END-WRITE.
      *****************************************************************
      * EVERY ACCOUNT HELD UNDER THE CIF.  ONE WITH ANOTHER ACTIVE   *
      * OWNER ON ACCTOWN IS JOINT AND STAYS OPERATIVE FOR THE        *
      * SURVIVORS; ONE OWNED ALONE IS FROZEN FOR DEBITS AND HAS ITS  *
      * STANDING INSTRUCTIONS, CARDS AND CHANNEL LIMITS STOPPED.     *
      *****************************************************************
       300-RESTRICT-ACCOUNTS-RTN.
           MOVE ZEROES TO ACCOUNT-NUMBER.
           MOVE 'N' TO EOF-SW.
           START ACCOUNT-FILE KEY IS NOT LESS THAN ACCOUNT-NUMBER
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
           END-START.
           PERFORM 310-RESTRICT-ONE-ACCOUNT-RTN UNTIL EOF-SW = 'Y'.
      *****************************************************************
       310-RESTRICT-ONE-ACCOUNT-RTN.
           READ ACCOUNT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF CUSTOMER-NUMBER = WS-EA-CIF AND
                    NOT CLOSED-ACCOUNT
                    PERFORM 320-CHECK-JOINT-RTN
                    MOVE ZEROES TO WS-SO-COUNT
                    MOVE ZEROES TO WS-SW-COUNT
                    MOVE ZEROES TO WS-CARD-COUNT
                    MOVE 'N' TO WS-LIMITS-SW
                    IF JOINT-SW = 'Y'
                       MOVE 'P' TO WS-EC-RESTRICTION
                    ELSE
                       IF FROZEN-ACCOUNT
                          MOVE 'F' TO WS-EC-RESTRICTION
                       ELSE
                          MOVE 'E' TO WS-EC-RESTRICTION
                          PERFORM 340-PLACE-ESTATE-FREEZE-RTN
                       END-IF
                       PERFORM 360-CANCEL-ORDERS-RTN
                       PERFORM 370-CANCEL-SWEEPS-RTN
                       PERFORM 380-HOT-LIST-CARDS-RTN
                       PERFORM 390-CLOSE-LIMITS-RTN
                    END-IF
                    PERFORM 395-WRITE-ESTATE-ACCT-RTN
                 END-IF
           END-READ.
      *****************************************************************
       320-CHECK-JOINT-RTN.
           MOVE 'N' TO JOINT-SW.
           MOVE ACCOUNT-NUMBER TO AO-ACCOUNT-NUMBER.
           MOVE ZEROES TO AO-OWNER-SEQ.
           MOVE 'N' TO OWN-EOF-SW.
           START ACCT-OWNER-FILE KEY IS NOT LESS THAN AO-KEY
              INVALID KEY
                 MOVE 'Y' TO OWN-EOF-SW
           END-START.
           PERFORM 330-READ-NEXT-OWNER-RTN UNTIL OWN-EOF-SW = 'Y'.
      *****************************************************************
       330-READ-NEXT-OWNER-RTN.
           READ ACCT-OWNER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO OWN-EOF-SW
              NOT AT END
                 IF AO-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
                    MOVE 'Y' TO OWN-EOF-SW
                 ELSE
                 IF AO-ACTIVE
                    PERFORM 335-CHECK-DECEASED-USER-RTN
                    IF DECEASED-USER-SW = 'N'
                       MOVE 'Y' TO JOINT-SW
                    END-IF
                 END-IF
                 END-IF
           END-READ.
      *****************************************************************
       335-CHECK-DECEASED-USER-RTN.
           MOVE 'N' TO DECEASED-USER-SW.
           MOVE 1 TO WS-EA-USER-IDX.
           PERFORM 336-COMPARE-USER-RTN
              UNTIL WS-EA-USER-IDX > WS-EA-USER-COUNT OR
                    DECEASED-USER-SW = 'Y'.
      *****************************************************************
       336-COMPARE-USER-RTN.
           IF AO-USER-ID = WS-EA-USER-ID (WS-EA-USER-IDX)
              MOVE 'Y' TO DECEASED-USER-SW
           ELSE
              ADD 1 TO WS-EA-USER-IDX
           END-IF.
      *****************************************************************
      * THE ESTATE RESTRICTION IS A DEBIT FREEZE WITH REASON DECD,   *
      * SO EVERY POSTING PROGRAM THAT HONOURS A FREEZE REFUSES DEBITS *
      * WHILE PENSIONS AND OTHER CREDITS CAN STILL BE RECEIVED.      *
      *****************************************************************
       340-PLACE-ESTATE-FREEZE-RTN.
           MOVE 'F' TO ACCOUNT-STATUS.
           REWRITE ACCOUNT-REC
              INVALID KEY
                 DISPLAY 'ERROR IN UPDATING ACCOUNT'
                         LINE 24 COL 2 ERASE EOL
              NOT INVALID KEY
                 MOVE 'F' TO WS-FRZ-ACTION
                 MOVE WS-EA-DOC-REF TO WS-FRZ-LEGAL-REF
                 PERFORM 350-WRITE-FREEZE-REG-RTN
           END-REWRITE.
           PERFORM 880-WRITE-ACCT-JOURNAL-RTN.
      *****************************************************************
       350-WRITE-FREEZE-REG-RTN.
           PERFORM 355-FIND-NEXT-SEQ-RTN.
           MOVE ACCOUNT-NUMBER   TO FR-ACCOUNT-NUMBER.
           MOVE WS-NEXT-SEQ      TO FR-SEQ.
           MOVE WS-FRZ-ACTION    TO FR-ACTION.
           MOVE 'D'              TO FR-FREEZE-TYPE.
           MOVE 'DECD'           TO FR-REASON-CODE.
           MOVE WS-FRZ-LEGAL-REF TO FR-LEGAL-REFERENCE.
           MOVE WS-CURRENT-DATE  TO FR-DATE.
           MOVE LS-USER-ID       TO FR-OFFICER-ID.
           WRITE FREEZE-REG-REC
              INVALID KEY
                 DISPLAY 'ERROR IN WRITING REGISTER ENTRY'
                         LINE 24 COL 2 ERASE EOL
           END-WRITE.
      *****************************************************************
       355-FIND-NEXT-SEQ-RTN.
           MOVE ZEROES TO WS-NEXT-SEQ.
           MOVE SPACES TO WS-LAST-FRZ-ACTION.
           MOVE SPACES TO WS-LAST-FRZ-REASON.
           MOVE ACCOUNT-NUMBER TO FR-ACCOUNT-NUMBER.
           MOVE ZEROES TO FR-SEQ.
           MOVE 'Y' TO START-OK-SW.
           START FREEZE-REG-FILE KEY IS NOT LESS THAN FR-KEY
              INVALID KEY
                 MOVE 'N' TO START-OK-SW
           END-START.
           IF START-OK-SW = 'Y'
              MOVE 'N' TO FRZ-EOF-SW
              PERFORM 356-READ-NEXT-REG-RTN UNTIL FRZ-EOF-SW = 'Y'
           END-IF.
           ADD 1 TO WS-NEXT-SEQ.
      *****************************************************************
       356-READ-NEXT-REG-RTN.
           READ FREEZE-REG-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO FRZ-EOF-SW
              NOT AT END
                 IF FR-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
                    MOVE 'Y' TO FRZ-EOF-SW
                 ELSE
                    MOVE FR-SEQ         TO WS-NEXT-SEQ
                    MOVE FR-ACTION      TO WS-LAST-FRZ-ACTION
                    MOVE FR-REASON-CODE TO WS-LAST-FRZ-REASON
                 END-IF
           END-READ.
      *****************************************************************
       360-CANCEL-ORDERS-RTN.
           MOVE ACCOUNT-NUMBER TO SO-FROM-ACCOUNT.
           MOVE ZEROES TO SO-SEQ.
           MOVE 'N' TO SO-EOF-SW.
           START STANDING-ORDER-FILE KEY IS NOT LESS THAN SO-KEY
              INVALID KEY
                 MOVE 'Y' TO SO-EOF-SW
           END-START.
           PERFORM 365-CANCEL-ONE-ORDER-RTN UNTIL SO-EOF-SW = 'Y'.
      *****************************************************************
       365-CANCEL-ONE-ORDER-RTN.
           READ STANDING-ORDER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO SO-EOF-SW
              NOT AT END
                 IF SO-FROM-ACCOUNT NOT = ACCOUNT-NUMBER
                    MOVE 'Y' TO SO-EOF-SW
                 ELSE
                 IF SO-ACTIVE
                    MOVE 'C' TO SO-STATUS
                    REWRITE STANDING-ORDER-REC
                       INVALID KEY
                          DISPLAY 'ERROR CANCELLING STANDING ORDER'
                                  LINE 24 COL 2 ERASE EOL
                       NOT INVALID KEY
                          ADD 1 TO WS-SO-COUNT
                    END-REWRITE
                 END-IF
                 END-IF
           END-READ.
      *****************************************************************
       370-CANCEL-SWEEPS-RTN.
           MOVE ACCOUNT-NUMBER TO SW-FROM-ACCOUNT.
           MOVE ZEROES TO SW-SEQ.
           MOVE 'N' TO SW-EOF-SW.
           START SWEEP-FILE KEY IS NOT LESS THAN SW-KEY
              INVALID KEY
                 MOVE 'Y' TO SW-EOF-SW
           END-START.
           PERFORM 375-CANCEL-ONE-SWEEP-RTN UNTIL SW-EOF-SW = 'Y'.
      *****************************************************************
       375-CANCEL-ONE-SWEEP-RTN.
           READ SWEEP-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO SW-EOF-SW
              NOT AT END
                 IF SW-FROM-ACCOUNT NOT = ACCOUNT-NUMBER
                    MOVE 'Y' TO SW-EOF-SW
                 ELSE
                 IF SW-ACTIVE
                    MOVE 'C' TO SW-STATUS
                    REWRITE SWEEP-REC
                       INVALID KEY
                          DISPLAY 'ERROR CANCELLING SWEEP'
                                  LINE 24 COL 2 ERASE EOL
                       NOT INVALID KEY
                          ADD 1 TO WS-SW-COUNT
                    END-REWRITE
                 END-IF
                 END-IF
           END-READ.
      *****************************************************************
       380-HOT-LIST-CARDS-RTN.
           MOVE ACCOUNT-NUMBER TO CARD-ACCOUNT-NUMBER.
           MOVE 'N' TO CARD-EOF-SW.
           START CARD-FILE KEY IS EQUAL TO CARD-ACCOUNT-NUMBER
              INVALID KEY
                 MOVE 'Y' TO CARD-EOF-SW
           END-START.
           PERFORM 385-HOT-LIST-ONE-CARD-RTN UNTIL CARD-EOF-SW = 'Y'.
      *****************************************************************
       385-HOT-LIST-ONE-CARD-RTN.
           READ CARD-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO CARD-EOF-SW
              NOT AT END
                 IF CARD-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
                    MOVE 'Y' TO CARD-EOF-SW
                 ELSE
                 IF CARD-ACTIVE OR CARD-BLOCKED OR CARD-PENDING
                    MOVE 'H' TO CARD-STATUS
                    REWRITE CARD-REC
                       INVALID KEY
                          DISPLAY 'ERROR HOT-LISTING CARD'
                                  LINE 24 COL 2 ERASE EOL
                       NOT INVALID KEY
                          ADD 1 TO WS-CARD-COUNT
                          PERFORM 800-WRITE-SECLOG-RTN
                    END-REWRITE
                 END-IF
                 END-IF
           END-READ.
      *****************************************************************
       390-CLOSE-LIMITS-RTN.
           MOVE ACCOUNT-NUMBER TO CL-ACCOUNT-NUMBER.
           READ CHNL-LIMIT-FILE
              INVALID KEY
                 MOVE 'N' TO CL-FOUND-SW
              NOT INVALID KEY
                 MOVE 'Y' TO CL-FOUND-SW
           END-READ.
           MOVE ACCOUNT-NUMBER  TO CL-ACCOUNT-NUMBER.
           MOVE ZEROES          TO CL-DAILY-ATM-CAP.
           MOVE ZEROES          TO CL-PER-TXN-CAP.
           MOVE 'N'             TO CL-POS-ALLOWED.
           MOVE LS-USER-ID      TO CL-SET-BY.
           MOVE WS-CURRENT-DATE TO CL-SET-DATE.
           IF CL-FOUND-SW = 'Y'
              REWRITE CHNL-LIMIT-REC
                 INVALID KEY
                    DISPLAY 'ERROR CLOSING CHANNEL LIMITS'
                            LINE 24 COL 2 ERASE EOL
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-LIMITS-SW
              END-REWRITE
           ELSE
              WRITE CHNL-LIMIT-REC
                 INVALID KEY
                    DISPLAY 'ERROR CLOSING CHANNEL LIMITS'
                            LINE 24 COL 2 ERASE EOL
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-LIMITS-SW
              END-WRITE
           END-IF.
      *****************************************************************
       395-WRITE-ESTATE-ACCT-RTN.
           MOVE WS-EA-CIF         TO EC-CUSTOMER-NUMBER.
           MOVE ACCOUNT-NUMBER    TO EC-ACCOUNT-NUMBER.
           MOVE WS-EC-RESTRICTION TO EC-RESTRICTION.
           MOVE ACCOUNT-BALANCE   TO EC-BALANCE-AT-REPORT.
           MOVE CURRENCY-CODE     TO EC-CURRENCY-CODE.
           MOVE WS-SO-COUNT       TO EC-SO-CANCELLED.
           MOVE WS-SW-COUNT       TO EC-SW-CANCELLED.
           MOVE WS-CARD-COUNT     TO EC-CARDS-HOT-LISTED.
           MOVE WS-LIMITS-SW      TO EC-LIMITS-CLOSED.
           MOVE 'R'               TO EC-STATUS.
           WRITE ESTATE-ACCT-REC
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF EC-JOINT-PRIMARY OR EC-JOINT-OWNER
                    ADD 1 TO WS-JOINT-RESTRICTED
                 ELSE
                    ADD 1 TO WS-ACCTS-RESTRICTED
                 END-IF
                 ADD WS-SO-COUNT   TO WS-SO-TOTAL
                 ADD WS-SW-COUNT   TO WS-SW-TOTAL
                 ADD WS-CARD-COUNT TO WS-CARD-TOTAL
           END-WRITE.
      *****************************************************************
      * WHEREVER THE DECEASED IS A JOINT OWNER, THE OWNERSHIP ENTRY  *
      * IS MARKED DECEASED SO THEIR PIN NO LONGER SIGNS FOR THE      *
      * ACCOUNT.  THE ACCOUNT ITSELF IS NOT RESTRICTED.              *
      *****************************************************************
       400-RESTRICT-OWNERSHIP-RTN.
           MOVE 1 TO WS-EA-USER-IDX.
           PERFORM 410-RESTRICT-USER-OWNERSHIP-RTN
              UNTIL WS-EA-USER-IDX > WS-EA-USER-COUNT.
      *****************************************************************
       410-RESTRICT-USER-OWNERSHIP-RTN.
           MOVE WS-EA-USER-ID (WS-EA-USER-IDX) TO AO-USER-ID.
           MOVE 'N' TO OWN-EOF-SW.
           START ACCT-OWNER-FILE KEY IS EQUAL TO AO-USER-ID
              INVALID KEY
                 MOVE 'Y' TO OWN-EOF-SW
           END-START.
           PERFORM 420-RESTRICT-ONE-OWNERSHIP-RTN
              UNTIL OWN-EOF-SW = 'Y'.
           ADD 1 TO WS-EA-USER-IDX.
      *****************************************************************
       420-RESTRICT-ONE-OWNERSHIP-RTN.
           READ ACCT-OWNER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO OWN-EOF-SW
              NOT AT END
                 IF AO-USER-ID NOT = WS-EA-USER-ID (WS-EA-USER-IDX)
                    MOVE 'Y' TO OWN-EOF-SW
                 ELSE
                 IF AO-ACTIVE
                    MOVE 'D' TO AO-STATUS
                    REWRITE ACCT-OWNER-REC
                       INVALID KEY
                          DISPLAY 'ERROR IN UPDATING OWNERSHIP'
                                  LINE 24 COL 2 ERASE EOL
                    END-REWRITE
                    PERFORM 430-RECORD-JOINT-OWNER-RTN
                 END-IF
                 END-IF
           END-READ.
      *****************************************************************
       430-RECORD-JOINT-OWNER-RTN.
           MOVE AO-ACCOUNT-NUMBER TO ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
              NOT INVALID KEY
                 IF CUSTOMER-NUMBER NOT = WS-EA-CIF
                    MOVE 'J' TO WS-EC-RESTRICTION
                    MOVE ZEROES TO WS-SO-COUNT
                    MOVE ZEROES TO WS-SW-COUNT
                    MOVE ZEROES TO WS-CARD-COUNT
                    MOVE 'N' TO WS-LIMITS-SW
                    PERFORM 395-WRITE-ESTATE-ACCT-RTN
                 END-IF
           END-READ.
      *****************************************************************
       500-LIST-ESTATE-RTN.
           MOVE WS-EA-CIF TO EA-CUSTOMER-NUMBER.
           READ ESTATE-FILE
              INVALID KEY
                 DISPLAY 'NO ESTATE ON FILE FOR THIS CUSTOMER'
                         LINE 22 COL 2 ERASE EOL
              NOT INVALID KEY
                 MOVE EA-DEATH-DATE        TO WS-EA-DEATH-DATE
                 MOVE EA-DOC-TYPE          TO WS-EA-DOC-TYPE
                 MOVE EA-DOC-REFERENCE     TO WS-EA-DOC-REF
                 MOVE EA-RELEASE-REFERENCE TO WS-EA-REL-REF
                 DISPLAY G-EA-DEATH-DATE
                 DISPLAY G-EA-DOC-TYPE
                 DISPLAY G-EA-DOC-REF
                 DISPLAY G-EA-REL-REF
                 PERFORM 510-LIST-ACCOUNTS-RTN
           END-READ.
      *****************************************************************
       510-LIST-ACCOUNTS-RTN.
           DISPLAY 'ESTATE STATUS:' LINE 12 COL 2 ERASE EOL.
           DISPLAY EA-STATUS LINE 12 COL 17.
           DISPLAY 'REPORTED' LINE 12 COL 20.
           DISPLAY EA-REPORTED-DATE LINE 12 COL 29.
           DISPLAY EA-REPORTED-BY LINE 12 COL 38.
           IF EA-RELEASED
              DISPLAY 'RELEASED' LINE 13 COL 20 ERASE EOL
              DISPLAY EA-RELEASE-DATE LINE 13 COL 29
              DISPLAY EA-RELEASED-BY LINE 13 COL 38
           END-IF.
           DISPLAY 'ACCOUNT    R S         BALANCE CCY  SO  SW CRD  L'
                   LINE 14 COL 2 ERASE EOL.
           MOVE 14 TO WS-LIST-LINE.
           MOVE WS-EA-CIF TO EC-CUSTOMER-NUMBER.
           MOVE ZEROES TO EC-ACCOUNT-NUMBER.
           MOVE 'N' TO EOF-SW.
           START ESTATE-ACCT-FILE KEY IS NOT LESS THAN EC-KEY
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
           END-START.
           PERFORM 520-LIST-ONE-ACCOUNT-RTN UNTIL EOF-SW = 'Y'.
           DISPLAY 'R: E-ESTATE FREEZE F-ALREADY FROZEN P-JOINT PRIMARY'
                   LINE 21 COL 2 ERASE EOL.
           DISPLAY 'J-JOINT OWNER' LINE 21 COL 55.
      *****************************************************************
       520-LIST-ONE-ACCOUNT-RTN.
           READ ESTATE-ACCT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF EC-CUSTOMER-NUMBER NOT = WS-EA-CIF
                    MOVE 'Y' TO EOF-SW
                 ELSE
                 IF WS-LIST-LINE < 20
                    ADD 1 TO WS-LIST-LINE
                    MOVE EC-BALANCE-AT-REPORT TO WS-BALANCE-DISPLAY
                    DISPLAY EC-ACCOUNT-NUMBER LINE WS-LIST-LINE COL 2
                    DISPLAY EC-RESTRICTION LINE WS-LIST-LINE COL 13
                    DISPLAY EC-STATUS LINE WS-LIST-LINE COL 15
                    DISPLAY WS-BALANCE-DISPLAY
                            LINE WS-LIST-LINE COL 17
                    DISPLAY EC-CURRENCY-CODE LINE WS-LIST-LINE COL 33
                    DISPLAY EC-SO-CANCELLED LINE WS-LIST-LINE COL 37
                    DISPLAY EC-SW-CANCELLED LINE WS-LIST-LINE COL 41
                    DISPLAY EC-CARDS-HOT-LISTED
                            LINE WS-LIST-LINE COL 45
                    DISPLAY EC-LIMITS-CLOSED LINE WS-LIST-LINE COL 50
                 END-IF
                 END-IF
           END-READ.
      *****************************************************************
      * RELEASE TO THE HEIRS LIFTS EVERY ESTATE FREEZE STILL THE     *
      * LATEST ENTRY ON THE FREEZE REGISTER - A LATER COURT FREEZE   *
      * STAYS IN FORCE - AND CLOSES THE ESTATE.  HOT-LISTED CARDS,   *
      * CANCELLED INSTRUCTIONS AND CLOSED LIMITS ARE NOT REINSTATED. *
      *****************************************************************
       600-RELEASE-ESTATE-RTN.
           MOVE WS-EA-CIF TO EA-CUSTOMER-NUMBER.
           READ ESTATE-FILE
              INVALID KEY
                 DISPLAY 'NO ESTATE ON FILE FOR THIS CUSTOMER'
                         LINE 22 COL 2 ERASE EOL
              NOT INVALID KEY
                 IF NOT EA-OPEN
                    DISPLAY 'ESTATE HAS ALREADY BEEN RELEASED'
                            LINE 22 COL 2 ERASE EOL
                 ELSE
                    ACCEPT G-EA-REL-REF
                    IF WS-EA-REL-REF = SPACES
                       DISPLAY 'RELEASE REFERENCE IS REQUIRED'
                               LINE 22 COL 2 ERASE EOL
                    ELSE
                       DISPLAY 'RELEASE ESTATE TO HEIRS? Y/N: '
                               LINE 22 COL 2 ERASE EOL
                       ACCEPT SAVE-SW LINE 22
                       INSPECT SAVE-SW
                               CONVERTING ALPHALOWER TO ALPHAUPPER
                       IF SAVE-SW = 'Y'
                          PERFORM 610-RELEASE-ACCOUNTS-RTN
                          PERFORM 650-CLOSE-ESTATE-RTN
                       END-IF
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
       610-RELEASE-ACCOUNTS-RTN.
           MOVE ZEROES TO WS-ACCTS-RELEASED.
           MOVE WS-EA-CIF TO EC-CUSTOMER-NUMBER.
           MOVE ZEROES TO EC-ACCOUNT-NUMBER.
           MOVE 'N' TO EOF-SW.
           START ESTATE-ACCT-FILE KEY IS NOT LESS THAN EC-KEY
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
           END-START.
           PERFORM 620-RELEASE-ONE-ACCOUNT-RTN UNTIL EOF-SW = 'Y'.
      *****************************************************************
       620-RELEASE-ONE-ACCOUNT-RTN.
           READ ESTATE-ACCT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF EC-CUSTOMER-NUMBER NOT = WS-EA-CIF
                    MOVE 'Y' TO EOF-SW
                 ELSE
                 IF EC-RESTRICTED
                    IF EC-ESTATE-FREEZE
                       PERFORM 630-LIFT-ESTATE-FREEZE-RTN
                    END-IF
                    MOVE 'L' TO EC-STATUS
                    REWRITE ESTATE-ACCT-REC
                       INVALID KEY
                          DISPLAY 'ERROR IN UPDATING ESTATE ACCOUNT'
                                  LINE 24 COL 2 ERASE EOL
                    END-REWRITE
                 END-IF
                 END-IF
           END-READ.
      *****************************************************************
       630-LIFT-ESTATE-FREEZE-RTN.
           MOVE EC-ACCOUNT-NUMBER TO ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
              INVALID KEY
                 DISPLAY 'ESTATE ACCOUNT NOT ON FILE'
                         LINE 24 COL 2 ERASE EOL
              NOT INVALID KEY
                 PERFORM 355-FIND-NEXT-SEQ-RTN
                 IF FROZEN-ACCOUNT AND
                    WS-LAST-FRZ-ACTION = 'F' AND
                    WS-LAST-FRZ-REASON = 'DECD'
                    MOVE 'O' TO ACCOUNT-STATUS
                    REWRITE ACCOUNT-REC
                       INVALID KEY
                          DISPLAY 'ERROR IN UPDATING ACCOUNT'
                                  LINE 24 COL 2 ERASE EOL
                       NOT INVALID KEY
                          MOVE 'R' TO WS-FRZ-ACTION
                          MOVE WS-EA-REL-REF TO WS-FRZ-LEGAL-REF
                          PERFORM 350-WRITE-FREEZE-REG-RTN
                          ADD 1 TO WS-ACCTS-RELEASED
                    END-REWRITE
                    PERFORM 880-WRITE-ACCT-JOURNAL-RTN
                 END-IF
           END-READ.
      *****************************************************************
       650-CLOSE-ESTATE-RTN.
           MOVE WS-EA-CIF TO EA-CUSTOMER-NUMBER.
           READ ESTATE-FILE
              INVALID KEY
                 DISPLAY 'NO ESTATE ON FILE FOR THIS CUSTOMER'
                         LINE 23 COL 2 ERASE EOL
              NOT INVALID KEY
                 MOVE 'R'              TO EA-STATUS
                 MOVE WS-BUSINESS-DATE TO EA-RELEASE-DATE
                 MOVE LS-USER-ID       TO EA-RELEASED-BY
                 MOVE WS-EA-REL-REF    TO EA-RELEASE-REFERENCE
                 REWRITE ESTATE-REC
                    INVALID KEY
                       DISPLAY 'ERROR IN UPDATING ESTATE RECORD'
                               LINE 23 COL 2 ERASE EOL
                    NOT INVALID KEY
                       DISPLAY 'ESTATE RELEASED - FREEZES LIFTED:'
                               LINE 23 COL 2 ERASE EOL
                       DISPLAY WS-ACCTS-RELEASED LINE 23 COL 36
                 END-REWRITE
           END-READ.
      *****************************************************************
       800-WRITE-SECLOG-RTN.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO SEC-DATE.
           MOVE WS-CURRENT-TIME TO SEC-TIME.
           MOVE 'HOTLIST'       TO SEC-EVENT-TYPE.
           MOVE SPACES          TO SEC-USER-ID.
           MOVE LS-USER-ID      TO SEC-ACTOR-ID.
           MOVE 'ESTMAINT'      TO SEC-TERMINAL-ID.
           MOVE 'HOTLISTED'     TO SEC-OUTCOME.
           WRITE SEC-LOG-REC.
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
           DISPLAY ' ' LINE 12 COL 1 ERASE EOS.
           MOVE SPACES TO WS-EA-FUNC.
           MOVE ZEROES TO WS-EA-CIF.
           MOVE SPACES TO WS-EA-NAME.
           MOVE ZEROES TO WS-EA-DEATH-DATE.
           MOVE SPACES TO WS-EA-DOC-TYPE.
           MOVE SPACES TO WS-EA-DOC-REF.
           MOVE SPACES TO WS-EA-REL-REF.
           DISPLAY G-EA-FUNC.
           DISPLAY G-EA-CIF.
           DISPLAY G-EA-NAME.
           DISPLAY G-EA-DEATH-DATE.
           DISPLAY G-EA-DOC-TYPE.
           DISPLAY G-EA-DOC-REF.
           DISPLAY G-EA-REL-REF.
      *****************************************************************
       A900-CLOSE-RTN.
            CLOSE CUSTOMER-FILE.
            CLOSE ACCOUNT-FILE.
            CLOSE ACCT-OWNER-FILE.
            CLOSE USER-FILE.
            CLOSE FREEZE-REG-FILE.
            CLOSE STANDING-ORDER-FILE.
            CLOSE SWEEP-FILE.
            CLOSE CARD-FILE.
            CLOSE CHNL-LIMIT-FILE.
            CLOSE ESTATE-FILE.
            CLOSE ESTATE-ACCT-FILE.
            CLOSE SEC-LOG-FILE.
            CLOSE JOURNAL-FILE.
            EXIT PROGRAM.
      *****************************************************************
      * EVERY MASTER-FILE UPDATE ALSO WRITES ITS AFTER-IMAGE TO THE  *
      * DAILY JOURNAL SO JRNLAPLY CAN ROLL A RESTORED FILE FORWARD.  *
      *****************************************************************
       870-WRITE-CUST-JOURNAL-RTN.
           ACCEPT JR-DATE FROM DATE YYYYMMDD.
           ACCEPT JR-TIME FROM TIME.
           MOVE 'ESTMAINT' TO JR-PROGRAM.
           MOVE LS-USER-ID TO JR-OPERATOR.
           MOVE 'CUSTOMER' TO JR-FILE-ID.
           MOVE SPACES TO JR-IMAGE.
           MOVE CUSTOMER-REC TO JR-IMAGE.
           WRITE JOURNAL-REC.
      *****************************************************************
       880-WRITE-ACCT-JOURNAL-RTN.
           ACCEPT JR-DATE FROM DATE YYYYMMDD.
           ACCEPT JR-TIME FROM TIME.
           MOVE 'ESTMAINT' TO JR-PROGRAM.
           MOVE LS-USER-ID TO JR-OPERATOR.
           MOVE 'ACCOUNT' TO JR-FILE-ID.
           MOVE SPACES TO JR-IMAGE.
           MOVE ACCOUNT-REC TO JR-IMAGE.
           WRITE JOURNAL-REC.
      *****************************************************************
       890-WRITE-USER-JOURNAL-RTN.
           ACCEPT JR-DATE FROM DATE YYYYMMDD.
           ACCEPT JR-TIME FROM TIME.
           MOVE 'ESTMAINT' TO JR-PROGRAM.
           MOVE LS-USER-ID TO JR-OPERATOR.
           MOVE 'USER' TO JR-FILE-ID.
           MOVE SPACES TO JR-IMAGE.
           MOVE USER-REC TO JR-IMAGE.
           WRITE JOURNAL-REC.
