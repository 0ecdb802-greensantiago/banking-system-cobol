      ****************************************************************
      * THIS PROGRAM IS THE CUSTOMER 360 INQUIRY FOR THE TELLER      *
      * LINE.  THE TELLER KEYS A CUSTOMER NUMBER AND SEES, ONE       *
      * SECTION AT A TIME, EVERYTHING THE CUSTOMER HAS WITH US -     *
      * DEPOSIT ACCOUNTS WITH BALANCE, AVAILABLE BALANCE, STATUS AND *
      * OWNERSHIP ROLE, TERM DEPOSITS, LOANS, CARDS, ACTIVE HOLDS    *
      * AND FREEZES, AND OPEN KYC DEFICIENCIES - AND MAY DRILL DOWN  *
      * INTO ANY ONE ACCOUNT, LOAN OR CARD.  THE CUSTOMER'S ACCOUNTS *
      * ARE THOSE CARRYING THE CUSTOMER NUMBER PLUS THOSE ON WHICH   *
      * ONE OF THE CUSTOMER'S USER IDS IS A JOINT OWNER ON           *
      * ACCTOWN.DAT.  THE FREEZE LEGAL REFERENCE IS SHOWN ONLY TO A  *
      * SUPERVISOR OR ADMINISTRATOR.  THERE IS NO UPDATE CAPABILITY. *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST360 IS INITIAL.
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
           SELECT TERM-DEP-FILE ASSIGN TO 'TERMDEP.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TD-ACCOUNT-NUMBER.
           SELECT LOAN-FILE ASSIGN TO 'LOAN.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LN-LOAN-NUMBER.
           SELECT CARD-FILE ASSIGN TO 'CARD.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CARD-NUMBER
                  ALTERNATE KEY IS CARD-ACCOUNT-NUMBER
                  WITH DUPLICATES.
           SELECT HOLD-FILE ASSIGN TO 'HOLDFILE.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HF-KEY.
           SELECT FREEZE-REG-FILE ASSIGN TO 'FRZREG.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FR-KEY.
           SELECT KYC-DOC-FILE ASSIGN TO 'KYCDOC.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS KY-KEY.
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
       FD  TERM-DEP-FILE
           RECORD CONTAINS 37 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS TERM-DEP-REC.
       COPY TERMDEP.
       FD  LOAN-FILE
           RECORD CONTAINS 123 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS LOAN-REC.
       COPY LOANFILE.
       FD  CARD-FILE
           RECORD CONTAINS 58 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CARD-REC.
       COPY CARDFILE.
       FD  HOLD-FILE
           RECORD CONTAINS 78 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS HOLD-REC.
       COPY HOLDFILE.
       FD  FREEZE-REG-FILE
           RECORD CONTAINS 64 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS FREEZE-REG-REC.
       COPY FRZREG.
       FD  KYC-DOC-FILE
           RECORD CONTAINS 58 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS KYC-DOC-REC.
       COPY KYCDOC.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-CV-CIF                 PIC 9(8) VALUE ZEROES.
       01  WS-CV-SECT                PIC X VALUE SPACES.
       01  WS-CV-ITEM                PIC 9(16) VALUE ZEROES.
       01  WS-CV-ITEM-ACCT           PIC 9(10) VALUE ZEROES.
      *****************************************************************
      * THE CUSTOMER'S ACCOUNTS AND THE ROLE THE CUSTOMER HOLDS ON   *
      * EACH - OWNER, OR JOINT OWNER WITH THE SIGNING RULE.          *
      *****************************************************************
       01  WS-CV-ACCT-TABLE.
           05 WS-CV-ACCT-ENTRY OCCURS 60 TIMES.
              10 WS-CV-ACCT-NO       PIC 9(10).
              10 WS-CV-ACCT-ROLE     PIC X(7).
       01  WS-CV-ACCT-COUNT          PIC 9(3) VALUE ZEROES.
       01  WS-CV-IDX                 PIC 9(3) VALUE ZEROES.
       01  WS-CV-SRCH                PIC 9(3) VALUE ZEROES.
       01  WS-CV-NEW-ACCT            PIC 9(10) VALUE ZEROES.
       01  WS-CV-NEW-ROLE            PIC X(7) VALUE SPACES.
       01  WS-CV-USER-ID             PIC X(15) VALUE SPACES.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-HOLD-TOTAL             PIC 9(9)V99 VALUE ZEROES.
       01  WS-AVAILABLE-BALANCE      PIC S9(10)V99 VALUE ZEROES.
       01  WS-FRZ-CUR-TYPE           PIC X VALUE SPACES.
       01  WS-FRZ-CUR-REASON         PIC X(4) VALUE SPACES.
       01  WS-FRZ-CUR-SEQ            PIC 9(5) VALUE ZEROES.
       01  WS-FRZ-CUR-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-DEFECT-TEXT            PIC X(20) VALUE SPACES.
       01  WS-TEXT-FIELD             PIC X(20) VALUE SPACES.
       01  WS-LIST-LINE              PIC 99 VALUE ZEROES.
       01  WS-ITEMS-LISTED           PIC 9(5) VALUE ZEROES.
       01  WS-BAL-DISPLAY            PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-AVAIL-DISPLAY          PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-AMOUNT-DISPLAY         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PEN-DISPLAY            PIC Z,ZZZ,ZZ9.99.
       01  WS-RATE-DISPLAY           PIC ZZ9.99.
       01  WS-DAYS-DISPLAY           PIC ZZZ9.
       01  WS-SUPV-SW                PIC X VALUE 'N'.
       01  CUST-OK-SW                PIC X VALUE 'N'.
       01  SECT-DONE-SW              PIC X VALUE 'N'.
       01  SECT-OK-SW                PIC X VALUE 'N'.
       01  MORE-SW                   PIC X VALUE 'N'.
       01  FOUND-SW                  PIC X VALUE 'N'.
       01  EXIT-SW                   PIC X VALUE 'N'.
       01  EOF-SW                    PIC X VALUE 'N'.
       01  USER-EOF-SW               PIC X VALUE 'N'.
       01  OWNER-EOF-SW              PIC X VALUE 'N'.
       01  HOLD-EOF-SW               PIC X VALUE 'N'.
       01  FRZ-EOF-SW                PIC X VALUE 'N'.
       01  KYC-EOF-SW                PIC X VALUE 'N'.
       01  CARD-EOF-SW               PIC X VALUE 'N'.
       01  DUMMY                     PIC X VALUE SPACES.
       COPY APLHA.
      *****************************************************************
       LINKAGE SECTION.
       01  LS-USER-ID                PIC X(15).
      *****************************************************************
       SCREEN SECTION.
       COPY "CUST360.ss".
      *****************************************************************
       PROCEDURE DIVISION USING LS-USER-ID.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A300-PROCESS-RTN UNTIL EXIT-SW = 'Y'.
           PERFORM A900-CLOSE-RTN.
      *     STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN INPUT CUSTOMER-FILE.
           OPEN INPUT ACCOUNT-FILE.
           OPEN INPUT ACCT-OWNER-FILE.
           OPEN INPUT USER-FILE.
           OPEN INPUT TERM-DEP-FILE.
           OPEN INPUT LOAN-FILE.
           OPEN INPUT CARD-FILE.
           OPEN INPUT HOLD-FILE.
           OPEN INPUT FREEZE-REG-FILE.
           OPEN INPUT KYC-DOC-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM 050-CHECK-ROLE-RTN.
           IF EXIT-SW = 'N'
              DISPLAY G-CUST360
           END-IF.
      *****************************************************************
       050-CHECK-ROLE-RTN.
           MOVE LS-USER-ID TO USER-ID.
           READ USER-FILE
              INVALID KEY
                 MOVE 'Y' TO EXIT-SW
                 DISPLAY 'CUST360 - USER ID NOT ON FILE'
                         LINE 22 COL 2 ERASE EOL
                 DISPLAY 'PRESS ENTER TO CONTINUE...'
                         LINE 23 COL 2 ERASE EOL
                 ACCEPT DUMMY LINE 23
              NOT INVALID KEY
                 IF SUPERVISOR-ROLE OR ADMIN-ROLE
                    MOVE 'Y' TO WS-SUPV-SW
                 END-IF
           END-READ.
      *****************************************************************
       A300-PROCESS-RTN.
           MOVE 'N' TO CUST-OK-SW.
           ACCEPT G-CV-CIF.
           MOVE WS-CV-CIF TO CU-CUSTOMER-NUMBER.
           READ CUSTOMER-FILE
              INVALID KEY
                 DISPLAY 'CUSTOMER NOT ON FILE'
                         LINE 22 COL 2 ERASE EOL
              NOT INVALID KEY
                 MOVE 'Y' TO CUST-OK-SW
                 DISPLAY CU-CUSTOMER-NAME LINE 03 COL 31
                 IF CU-ACTIVE
                    DISPLAY 'ACTIVE' LINE 03 COL 63
                 ELSE
                 IF CU-DECEASED
                    DISPLAY 'DECEASED' LINE 03 COL 63
                 ELSE
                 IF CU-MERGED-INTO NOT = ZEROES
                    DISPLAY 'MERGED TO' LINE 03 COL 63
                    DISPLAY CU-MERGED-INTO LINE 03 COL 73
                 ELSE
                    DISPLAY 'CLOSED' LINE 03 COL 63
                 END-IF
                 END-IF
                 END-IF
           END-READ.
           IF CUST-OK-SW = 'Y'
              PERFORM 100-LOAD-ACCOUNTS-RTN
              DISPLAY 'ACCOUNTS LINKED:' LINE 21 COL 2 ERASE EOL
              DISPLAY WS-CV-ACCT-COUNT LINE 21 COL 19
              MOVE 'N' TO SECT-DONE-SW
              PERFORM 200-SECTION-RTN UNTIL SECT-DONE-SW = 'Y'
           END-IF.
           PERFORM A800-ASK-EXIT-RTN.
      *****************************************************************
      * THE ACCOUNTS CARRYING THE CUSTOMER NUMBER ARE TAKEN FIRST;   *
      * THEN EVERY USER ID OF THE CUSTOMER IS LOOKED UP ON ACCTOWN   *
      * FOR ACCOUNTS THE CUSTOMER HOLDS JOINTLY WITH SOMEONE ELSE.   *
      *****************************************************************
       100-LOAD-ACCOUNTS-RTN.
           MOVE ZEROES TO WS-CV-ACCT-COUNT.
           MOVE ZEROES TO ACCOUNT-NUMBER.
           MOVE 'N' TO EOF-SW.
           START ACCOUNT-FILE KEY IS NOT LESS THAN ACCOUNT-NUMBER
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
           END-START.
           PERFORM 110-LOAD-OWNED-ACCOUNT-RTN UNTIL EOF-SW = 'Y'.
           MOVE SPACES TO USER-ID.
           MOVE 'N' TO USER-EOF-SW.
           START USER-FILE KEY IS NOT LESS THAN USER-ID
              INVALID KEY
                 MOVE 'Y' TO USER-EOF-SW
           END-START.
           PERFORM 120-READ-NEXT-USER-RTN UNTIL USER-EOF-SW = 'Y'.
      *****************************************************************
       110-LOAD-OWNED-ACCOUNT-RTN.
           READ ACCOUNT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF CUSTOMER-NUMBER = WS-CV-CIF
                    MOVE ACCOUNT-NUMBER TO WS-CV-NEW-ACCT
                    MOVE 'OWNER'        TO WS-CV-NEW-ROLE
                    PERFORM 160-ADD-TO-TABLE-RTN
                 END-IF
           END-READ.
      *****************************************************************
       120-READ-NEXT-USER-RTN.
           READ USER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO USER-EOF-SW
              NOT AT END
                 IF USER-CUSTOMER-NO = WS-CV-CIF
                    MOVE USER-ID TO WS-CV-USER-ID
                    PERFORM 130-LOAD-JOINT-ACCOUNTS-RTN
                 END-IF
           END-READ.
      *****************************************************************
       130-LOAD-JOINT-ACCOUNTS-RTN.
           MOVE WS-CV-USER-ID TO AO-USER-ID.
           MOVE 'N' TO OWNER-EOF-SW.
           START ACCT-OWNER-FILE KEY IS EQUAL TO AO-USER-ID
              INVALID KEY
                 MOVE 'Y' TO OWNER-EOF-SW
           END-START.
           PERFORM 140-READ-NEXT-OWNER-RTN UNTIL OWNER-EOF-SW = 'Y'.
      *****************************************************************
       140-READ-NEXT-OWNER-RTN.
           READ ACCT-OWNER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO OWNER-EOF-SW
              NOT AT END
                 IF AO-USER-ID NOT = WS-CV-USER-ID
                    MOVE 'Y' TO OWNER-EOF-SW
                 ELSE
                    IF AO-ACTIVE
                       MOVE AO-ACCOUNT-NUMBER TO WS-CV-NEW-ACCT
                       IF AO-BOTH-TO-SIGN
                          MOVE 'JOINT-B' TO WS-CV-NEW-ROLE
                       ELSE
                          MOVE 'JOINT-E' TO WS-CV-NEW-ROLE
                       END-IF
                       PERFORM 160-ADD-TO-TABLE-RTN
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
       160-ADD-TO-TABLE-RTN.
           MOVE 'N' TO FOUND-SW.
           MOVE 1 TO WS-CV-SRCH.
           PERFORM 170-SEARCH-ONE-ENTRY-RTN
              UNTIL WS-CV-SRCH > WS-CV-ACCT-COUNT OR FOUND-SW = 'Y'.
           IF FOUND-SW = 'N' AND WS-CV-ACCT-COUNT < 60
              ADD 1 TO WS-CV-ACCT-COUNT
              MOVE WS-CV-NEW-ACCT TO WS-CV-ACCT-NO (WS-CV-ACCT-COUNT)
              MOVE WS-CV-NEW-ROLE TO WS-CV-ACCT-ROLE (WS-CV-ACCT-COUNT)
           END-IF.
      *****************************************************************
       170-SEARCH-ONE-ENTRY-RTN.
           IF WS-CV-ACCT-NO (WS-CV-SRCH) = WS-CV-NEW-ACCT
              MOVE 'Y' TO FOUND-SW
           ELSE
              ADD 1 TO WS-CV-SRCH
           END-IF.
      *****************************************************************
       200-SECTION-RTN.
           MOVE SPACES TO WS-CV-SECT.
           MOVE ZEROES TO WS-CV-ITEM.
           DISPLAY G-CV-SECT.
           DISPLAY G-CV-ITEM.
           ACCEPT G-CV-SECT.
           INSPECT WS-CV-SECT CONVERTING ALPHALOWER TO ALPHAUPPER.
           IF WS-CV-SECT = SPACES
              MOVE 'Y' TO SECT-DONE-SW
           ELSE
              DISPLAY ' ' LINE 08 COL 1 ERASE EOS
              MOVE 'Y' TO SECT-OK-SW
              MOVE 8 TO WS-LIST-LINE
              MOVE ZEROES TO WS-ITEMS-LISTED
              MOVE 'N' TO MORE-SW
              IF WS-CV-SECT = 'A'
                 PERFORM 300-LIST-ACCOUNTS-RTN
              ELSE
              IF WS-CV-SECT = 'T'
                 PERFORM 400-LIST-TERM-DEPOSITS-RTN
              ELSE
              IF WS-CV-SECT = 'L'
                 PERFORM 500-LIST-LOANS-RTN
              ELSE
              IF WS-CV-SECT = 'C'
                 PERFORM 600-LIST-CARDS-RTN
              ELSE
              IF WS-CV-SECT = 'H'
                 PERFORM 700-LIST-HOLDS-FREEZES-RTN
              ELSE
              IF WS-CV-SECT = 'K'
                 PERFORM 750-LIST-KYC-RTN
              ELSE
                 MOVE 'N' TO SECT-OK-SW
                 DISPLAY 'SECTION MUST BE A, T, L, C, H OR K'
                         LINE 22 COL 2 ERASE EOL
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              IF SECT-OK-SW = 'Y'
                 PERFORM 250-END-OF-LIST-RTN
                 PERFORM 260-DRILL-DOWN-RTN
              END-IF
           END-IF.
      *****************************************************************
       250-END-OF-LIST-RTN.
           IF WS-ITEMS-LISTED = ZEROES
              DISPLAY 'NOTHING ON FILE IN THIS SECTION'
                      LINE 21 COL 2 ERASE EOL
           ELSE
           IF MORE-SW = 'Y'
              DISPLAY 'MORE ITEMS THAN FIT - DRILL DOWN BY NUMBER'
                      LINE 21 COL 2 ERASE EOL
           ELSE
              DISPLAY 'ITEMS LISTED:' LINE 21 COL 2 ERASE EOL
              DISPLAY WS-ITEMS-LISTED LINE 21 COL 16
           END-IF
           END-IF.
      *****************************************************************
      * A DRILL-DOWN IS ONLY GIVEN FOR AN ITEM THAT BELONGS TO THE   *
      * CUSTOMER ON THE SCREEN.                                      *
      *****************************************************************
       260-DRILL-DOWN-RTN.
           ACCEPT G-CV-ITEM.
           IF WS-CV-ITEM NOT = ZEROES
              DISPLAY ' ' LINE 08 COL 1 ERASE EOS
              IF WS-CV-SECT = 'L'
                 PERFORM 550-SHOW-LOAN-RTN
              ELSE
              IF WS-CV-SECT = 'C'
                 PERFORM 650-SHOW-CARD-RTN
              ELSE
                 PERFORM 270-CHECK-ITEM-ACCOUNT-RTN
                 IF FOUND-SW = 'N'
                    DISPLAY 'ACCOUNT IS NOT ONE OF THIS CUSTOMER''S'
                            LINE 22 COL 2 ERASE EOL
                 ELSE
                 IF WS-CV-SECT = 'H'
                    PERFORM 770-SHOW-HOLDS-FREEZES-RTN
                 ELSE
                 IF WS-CV-SECT = 'K'
                    PERFORM 780-SHOW-KYC-RTN
                 ELSE
                    PERFORM 350-SHOW-ACCOUNT-RTN
                 END-IF
                 END-IF
                 END-IF
              END-IF
              END-IF
              DISPLAY 'PRESS ENTER TO CONTINUE...'
                      LINE 23 COL 2 ERASE EOL
              ACCEPT DUMMY LINE 23
              DISPLAY ' ' LINE 08 COL 1 ERASE EOS
           END-IF.
      *****************************************************************
       270-CHECK-ITEM-ACCOUNT-RTN.
           MOVE 'N' TO FOUND-SW.
           IF WS-CV-ITEM NOT > 9999999999
              MOVE WS-CV-ITEM TO WS-CV-ITEM-ACCT
              MOVE WS-CV-ITEM-ACCT TO WS-CV-NEW-ACCT
              MOVE 1 TO WS-CV-SRCH
              PERFORM 170-SEARCH-ONE-ENTRY-RTN
                 UNTIL WS-CV-SRCH > WS-CV-ACCT-COUNT OR FOUND-SW = 'Y'
           END-IF.
      *****************************************************************
       280-NEXT-LINE-RTN.
           ADD 1 TO WS-ITEMS-LISTED.
           ADD 1 TO WS-LIST-LINE.
           IF WS-LIST-LINE > 20
              MOVE 'Y' TO MORE-SW
           END-IF.
      *****************************************************************
       300-LIST-ACCOUNTS-RTN.
           DISPLAY 'ACCOUNT    T CCY         BALANCE'
                   LINE 08 COL 2.
           DISPLAY '       AVAILABLE S ROLE    BRCH' LINE 08 COL 34.
           MOVE 1 TO WS-CV-IDX.
           PERFORM 310-LIST-ONE-ACCOUNT-RTN
              UNTIL WS-CV-IDX > WS-CV-ACCT-COUNT.
      *****************************************************************
       310-LIST-ONE-ACCOUNT-RTN.
           MOVE WS-CV-ACCT-NO (WS-CV-IDX) TO ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM 280-NEXT-LINE-RTN
                 IF MORE-SW = 'N'
                    PERFORM 320-COMPUTE-AVAILABLE-RTN
                    MOVE ACCOUNT-BALANCE TO WS-BAL-DISPLAY
                    MOVE WS-AVAILABLE-BALANCE TO WS-AVAIL-DISPLAY
                    DISPLAY ACCOUNT-NUMBER LINE WS-LIST-LINE COL 2
                    DISPLAY ACCOUNT-TYPE LINE WS-LIST-LINE COL 13
                    DISPLAY CURRENCY-CODE LINE WS-LIST-LINE COL 15
                    DISPLAY WS-BAL-DISPLAY LINE WS-LIST-LINE COL 19
                    DISPLAY WS-AVAIL-DISPLAY LINE WS-LIST-LINE COL 35
                    DISPLAY ACCOUNT-STATUS LINE WS-LIST-LINE COL 51
                    DISPLAY WS-CV-ACCT-ROLE (WS-CV-IDX)
                            LINE WS-LIST-LINE COL 53
                    DISPLAY BRANCH-CODE LINE WS-LIST-LINE COL 61
                 END-IF
           END-READ.
           ADD 1 TO WS-CV-IDX.
      *****************************************************************
      * AVAILABLE BALANCE IS FIGURED AS ON THE CASH LINE - LEDGER    *
      * LESS ACTIVE HOLDS, PLUS THE OVERDRAFT LINE ON CHECKING.      *
      *****************************************************************
       320-COMPUTE-AVAILABLE-RTN.
           MOVE ZEROES TO WS-HOLD-TOTAL.
           MOVE ACCOUNT-NUMBER TO HF-ACCOUNT-NUMBER.
           MOVE ZEROES TO HF-HOLD-SEQ.
           MOVE 'N' TO HOLD-EOF-SW.
           START HOLD-FILE KEY IS NOT LESS THAN HF-KEY
              INVALID KEY
                 MOVE 'Y' TO HOLD-EOF-SW
           END-START.
           PERFORM 330-READ-NEXT-HOLD-RTN UNTIL HOLD-EOF-SW = 'Y'.
           COMPUTE WS-AVAILABLE-BALANCE = ACCOUNT-BALANCE
                   - WS-HOLD-TOTAL.
           IF CHECKING-ACCOUNT
              ADD OD-LIMIT TO WS-AVAILABLE-BALANCE
           END-IF.
      *****************************************************************
       330-READ-NEXT-HOLD-RTN.
           READ HOLD-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO HOLD-EOF-SW
              NOT AT END
                 IF HF-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
                    MOVE 'Y' TO HOLD-EOF-SW
                 ELSE
                    IF HF-ACTIVE
                       ADD HF-AMOUNT TO WS-HOLD-TOTAL
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
       350-SHOW-ACCOUNT-RTN.
           MOVE WS-CV-ITEM-ACCT TO ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
              INVALID KEY
                 DISPLAY 'ACCOUNT NOT ON FILE'
                         LINE 22 COL 2 ERASE EOL
              NOT INVALID KEY
                 PERFORM 320-COMPUTE-AVAILABLE-RTN
                 MOVE ACCOUNT-BALANCE TO WS-BAL-DISPLAY
                 MOVE WS-AVAILABLE-BALANCE TO WS-AVAIL-DISPLAY
                 DISPLAY 'ACCOUNT NUMBER :' LINE 08 COL 2
                 DISPLAY ACCOUNT-NUMBER LINE 08 COL 19
                 DISPLAY 'TYPE / CCY :' LINE 08 COL 40
                 DISPLAY ACCOUNT-TYPE LINE 08 COL 53
                 DISPLAY CURRENCY-CODE LINE 08 COL 55
                 DISPLAY 'ACCOUNT NAME   :' LINE 09 COL 2
                 DISPLAY ACCOUNT-NAME LINE 09 COL 19
                 DISPLAY 'ADDRESS        :' LINE 10 COL 2
                 DISPLAY CONTACT-ADDRESS OF ACCOUNT-REC
                         LINE 10 COL 19
                 DISPLAY 'CONTACT        :' LINE 11 COL 2
                 DISPLAY CONTACT-NUMBER OF ACCOUNT-REC
                         LINE 11 COL 19
                 DISPLAY CONTACT-EMAIL-ADDRESS OF ACCOUNT-REC
                         LINE 11 COL 36
                 DISPLAY 'BALANCE        :' LINE 12 COL 2
                 DISPLAY WS-BAL-DISPLAY LINE 12 COL 19
                 DISPLAY 'AVAILABLE  :' LINE 12 COL 40
                 DISPLAY WS-AVAIL-DISPLAY LINE 12 COL 53
                 MOVE OD-LIMIT TO WS-AMOUNT-DISPLAY
                 DISPLAY 'OD LIMIT       :' LINE 13 COL 2
                 DISPLAY WS-AMOUNT-DISPLAY LINE 13 COL 20
                 MOVE WS-HOLD-TOTAL TO WS-AMOUNT-DISPLAY
                 DISPLAY 'HOLDS      :' LINE 13 COL 40
                 DISPLAY WS-AMOUNT-DISPLAY LINE 13 COL 54
                 DISPLAY 'STATUS         :' LINE 14 COL 2
                 DISPLAY ACCOUNT-STATUS LINE 14 COL 19
                 DISPLAY 'BRANCH :' LINE 14 COL 23
                 DISPLAY BRANCH-CODE LINE 14 COL 32
                 DISPLAY 'LAST ACTIVITY :' LINE 14 COL 40
                 DISPLAY LAST-ACTIVITY-DATE LINE 14 COL 56
                 IF TERM-ACCOUNT
                    PERFORM 360-SHOW-TERM-DEPOSIT-RTN
                 END-IF
                 DISPLAY 'OWNERS         :' LINE 16 COL 2
                 DISPLAY USER-ID-ACCT LINE 16 COL 19
                 DISPLAY 'PRIMARY' LINE 16 COL 35
                 MOVE 16 TO WS-LIST-LINE
                 PERFORM 370-LIST-JOINT-OWNERS-RTN
           END-READ.
      *****************************************************************
       360-SHOW-TERM-DEPOSIT-RTN.
           MOVE ACCOUNT-NUMBER TO TD-ACCOUNT-NUMBER.
           READ TERM-DEP-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE TD-TERM-DAYS TO WS-DAYS-DISPLAY
                 MOVE TD-CONTRACT-RATE TO WS-RATE-DISPLAY
                 DISPLAY 'TERM DEPOSIT   :' LINE 15 COL 2
                 DISPLAY WS-DAYS-DISPLAY LINE 15 COL 19
                 DISPLAY 'DAYS AT' LINE 15 COL 24
                 DISPLAY WS-RATE-DISPLAY LINE 15 COL 32
                 DISPLAY 'PCT MATURES' LINE 15 COL 39
                 DISPLAY TD-MATURITY-DATE LINE 15 COL 51
                 IF TD-ROLL-OVER
                    DISPLAY 'ROLL OVER' LINE 15 COL 61
                 ELSE
                    DISPLAY 'PAY OUT' LINE 15 COL 61
                 END-IF
                 DISPLAY TD-STATUS LINE 15 COL 72
           END-READ.
      *****************************************************************
       370-LIST-JOINT-OWNERS-RTN.
           MOVE ACCOUNT-NUMBER TO AO-ACCOUNT-NUMBER.
           MOVE ZEROES TO AO-OWNER-SEQ.
           MOVE 'N' TO OWNER-EOF-SW.
           START ACCT-OWNER-FILE KEY IS NOT LESS THAN AO-KEY
              INVALID KEY
                 MOVE 'Y' TO OWNER-EOF-SW
           END-START.
           PERFORM 380-SHOW-ONE-OWNER-RTN UNTIL OWNER-EOF-SW = 'Y'.
      *****************************************************************
       380-SHOW-ONE-OWNER-RTN.
           READ ACCT-OWNER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO OWNER-EOF-SW
              NOT AT END
                 IF AO-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
                    MOVE 'Y' TO OWNER-EOF-SW
                 ELSE
                 IF AO-ACTIVE AND WS-LIST-LINE < 20
                    ADD 1 TO WS-LIST-LINE
                    DISPLAY AO-USER-ID LINE WS-LIST-LINE COL 19
                    IF AO-BOTH-TO-SIGN
                       DISPLAY 'JOINT - BOTH TO SIGN'
                               LINE WS-LIST-LINE COL 35
                    ELSE
                       DISPLAY 'JOINT - EITHER TO SIGN'
                               LINE WS-LIST-LINE COL 35
                    END-IF
                    DISPLAY AO-ADDED-DATE LINE WS-LIST-LINE COL 60
                 END-IF
                 END-IF
           END-READ.
      *****************************************************************
       400-LIST-TERM-DEPOSITS-RTN.
           DISPLAY 'ACCOUNT    DAYS   RATE START    MATURITY S R'
                   LINE 08 COL 2.
           DISPLAY 'BALANCE' LINE 08 COL 55.
           MOVE 1 TO WS-CV-IDX.
           PERFORM 410-LIST-ONE-TERM-DEP-RTN
              UNTIL WS-CV-IDX > WS-CV-ACCT-COUNT.
      *****************************************************************
       410-LIST-ONE-TERM-DEP-RTN.
           MOVE WS-CV-ACCT-NO (WS-CV-IDX) TO TD-ACCOUNT-NUMBER.
           READ TERM-DEP-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM 280-NEXT-LINE-RTN
                 IF MORE-SW = 'N'
                    MOVE TD-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
                    MOVE ZEROES TO WS-BAL-DISPLAY
                    READ ACCOUNT-FILE
                       NOT INVALID KEY
                          MOVE ACCOUNT-BALANCE TO WS-BAL-DISPLAY
                    END-READ
                    MOVE TD-TERM-DAYS TO WS-DAYS-DISPLAY
                    MOVE TD-CONTRACT-RATE TO WS-RATE-DISPLAY
                    DISPLAY TD-ACCOUNT-NUMBER LINE WS-LIST-LINE COL 2
                    DISPLAY WS-DAYS-DISPLAY LINE WS-LIST-LINE COL 13
                    DISPLAY WS-RATE-DISPLAY LINE WS-LIST-LINE COL 18
                    DISPLAY TD-START-DATE LINE WS-LIST-LINE COL 25
                    DISPLAY TD-MATURITY-DATE LINE WS-LIST-LINE COL 34
                    DISPLAY TD-STATUS LINE WS-LIST-LINE COL 43
                    DISPLAY TD-ROLLOVER LINE WS-LIST-LINE COL 45
                    DISPLAY WS-BAL-DISPLAY LINE WS-LIST-LINE COL 47
                 END-IF
           END-READ.
           ADD 1 TO WS-CV-IDX.
      *****************************************************************
       500-LIST-LOANS-RTN.
           DISPLAY 'LOAN NO        OUTSTANDING NEXT DUE  DPD S C A'
                   LINE 08 COL 2.
           DISPLAY '      PENALTY DEBIT ACCT' LINE 08 COL 48.
           MOVE ZEROES TO LN-LOAN-NUMBER.
           MOVE 'N' TO EOF-SW.
           START LOAN-FILE KEY IS NOT LESS THAN LN-LOAN-NUMBER
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
           END-START.
           PERFORM 510-LIST-ONE-LOAN-RTN UNTIL EOF-SW = 'Y'.
      *****************************************************************
       510-LIST-ONE-LOAN-RTN.
           READ LOAN-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF LN-CUSTOMER-NUMBER = WS-CV-CIF
                    PERFORM 280-NEXT-LINE-RTN
                    IF MORE-SW = 'N'
                       MOVE LN-OUTSTANDING TO WS-BAL-DISPLAY
                       MOVE LN-DAYS-PAST-DUE TO WS-DAYS-DISPLAY
                       MOVE LN-PENALTY-DUE TO WS-PEN-DISPLAY
                       DISPLAY LN-LOAN-NUMBER LINE WS-LIST-LINE COL 2
                       DISPLAY WS-BAL-DISPLAY LINE WS-LIST-LINE COL 13
                       DISPLAY LN-NEXT-DUE-DATE
                               LINE WS-LIST-LINE COL 29
                       DISPLAY WS-DAYS-DISPLAY
                               LINE WS-LIST-LINE COL 38
                       DISPLAY LN-STATUS LINE WS-LIST-LINE COL 43
                       DISPLAY LN-LOAN-CLASS LINE WS-LIST-LINE COL 45
                       DISPLAY LN-ACCRUAL-STATUS
                               LINE WS-LIST-LINE COL 47
                       DISPLAY WS-PEN-DISPLAY LINE WS-LIST-LINE COL 49
                       DISPLAY LN-DEPOSIT-ACCOUNT
                               LINE WS-LIST-LINE COL 62
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
       550-SHOW-LOAN-RTN.
           MOVE WS-CV-ITEM TO LN-LOAN-NUMBER.
           READ LOAN-FILE
              INVALID KEY
                 DISPLAY 'LOAN NOT ON FILE' LINE 22 COL 2 ERASE EOL
              NOT INVALID KEY
                 IF LN-CUSTOMER-NUMBER NOT = WS-CV-CIF
                    DISPLAY 'LOAN IS NOT ONE OF THIS CUSTOMER''S'
                            LINE 22 COL 2 ERASE EOL
                 ELSE
                    PERFORM 560-SHOW-LOAN-DETAIL-RTN
                 END-IF
           END-READ.
      *****************************************************************
       560-SHOW-LOAN-DETAIL-RTN.
           DISPLAY 'LOAN NUMBER    :' LINE 08 COL 2.
           DISPLAY LN-LOAN-NUMBER LINE 08 COL 19.
           DISPLAY 'DEBIT ACCOUNT   :' LINE 08 COL 40.
           DISPLAY LN-DEPOSIT-ACCOUNT LINE 08 COL 58.
           MOVE LN-PRINCIPAL TO WS-AMOUNT-DISPLAY.
           DISPLAY 'PRINCIPAL      :' LINE 09 COL 2.
           DISPLAY WS-AMOUNT-DISPLAY LINE 09 COL 19.
           MOVE LN-OUTSTANDING TO WS-BAL-DISPLAY.
           DISPLAY 'OUTSTANDING     :' LINE 09 COL 40.
           DISPLAY WS-BAL-DISPLAY LINE 09 COL 57.
           MOVE LN-RATE TO WS-RATE-DISPLAY.
           DISPLAY 'RATE / TERM    :' LINE 10 COL 2.
           DISPLAY WS-RATE-DISPLAY LINE 10 COL 19.
           DISPLAY 'PCT' LINE 10 COL 26.
           DISPLAY LN-TERM-MONTHS LINE 10 COL 30.
           DISPLAY 'MONTHS' LINE 10 COL 34.
           MOVE LN-MONTHLY-PAYMENT TO WS-AMOUNT-DISPLAY.
           DISPLAY 'MONTHLY PAYMENT :' LINE 10 COL 40.
           DISPLAY WS-AMOUNT-DISPLAY LINE 10 COL 58.
           DISPLAY 'START DATE     :' LINE 11 COL 2.
           DISPLAY LN-START-DATE LINE 11 COL 19.
           DISPLAY 'PAYMENTS MADE   :' LINE 11 COL 40.
           DISPLAY LN-PAYMENTS-MADE LINE 11 COL 58.
           DISPLAY 'NEXT DUE DATE  :' LINE 12 COL 2.
           DISPLAY LN-NEXT-DUE-DATE LINE 12 COL 19.
           MOVE LN-DAYS-PAST-DUE TO WS-DAYS-DISPLAY.
           DISPLAY 'DAYS PAST DUE   :' LINE 12 COL 40.
           DISPLAY WS-DAYS-DISPLAY LINE 12 COL 58.
           MOVE LN-PENALTY-DUE TO WS-PEN-DISPLAY.
           DISPLAY 'PENALTY DUE    :' LINE 13 COL 2.
           DISPLAY WS-PEN-DISPLAY LINE 13 COL 19.
           DISPLAY 'PENALTY THROUGH :' LINE 13 COL 40.
           DISPLAY LN-PENALTY-THRU-DATE LINE 13 COL 58.
           DISPLAY 'STATUS         :' LINE 14 COL 2.
           IF LN-ACTIVE
              DISPLAY 'ACTIVE' LINE 14 COL 19
           ELSE
           IF LN-PAID-OFF
              DISPLAY 'PAID OFF' LINE 14 COL 19
           ELSE
              DISPLAY 'WRITTEN OFF' LINE 14 COL 19
           END-IF
           END-IF.
           DISPLAY 'CLASS / ACCRUAL :' LINE 14 COL 40.
           DISPLAY LN-LOAN-CLASS LINE 14 COL 58.
           IF LN-NON-ACCRUAL
              DISPLAY 'NON-ACCRUAL' LINE 14 COL 60
           ELSE
              DISPLAY 'ACCRUING' LINE 14 COL 60
           END-IF.
      *****************************************************************
       600-LIST-CARDS-RTN.
           DISPLAY 'CARD NUMBER      ACCOUNT    S EXPIRES  ISSUED'
                   LINE 08 COL 2.
           DISPLAY 'ISSUED BY' LINE 08 COL 50.
           MOVE 1 TO WS-CV-IDX.
           PERFORM 610-LIST-ACCOUNT-CARDS-RTN
              UNTIL WS-CV-IDX > WS-CV-ACCT-COUNT.
      *****************************************************************
       610-LIST-ACCOUNT-CARDS-RTN.
           MOVE WS-CV-ACCT-NO (WS-CV-IDX) TO CARD-ACCOUNT-NUMBER.
           MOVE 'N' TO CARD-EOF-SW.
           START CARD-FILE KEY IS EQUAL TO CARD-ACCOUNT-NUMBER
              INVALID KEY
                 MOVE 'Y' TO CARD-EOF-SW
           END-START.
           PERFORM 620-LIST-ONE-CARD-RTN UNTIL CARD-EOF-SW = 'Y'.
           ADD 1 TO WS-CV-IDX.
      *****************************************************************
       620-LIST-ONE-CARD-RTN.
           READ CARD-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO CARD-EOF-SW
              NOT AT END
                 IF CARD-ACCOUNT-NUMBER NOT = WS-CV-ACCT-NO (WS-CV-IDX)
                    MOVE 'Y' TO CARD-EOF-SW
                 ELSE
                    PERFORM 280-NEXT-LINE-RTN
                    IF MORE-SW = 'N'
                       DISPLAY CARD-NUMBER LINE WS-LIST-LINE COL 2
                       DISPLAY CARD-ACCOUNT-NUMBER
                               LINE WS-LIST-LINE COL 19
                       DISPLAY CARD-STATUS LINE WS-LIST-LINE COL 30
                       DISPLAY CARD-EXPIRY-DATE
                               LINE WS-LIST-LINE COL 32
                       DISPLAY CARD-ISSUE-DATE
                               LINE WS-LIST-LINE COL 41
                       DISPLAY CARD-ISSUED-BY LINE WS-LIST-LINE COL 50
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
       650-SHOW-CARD-RTN.
           MOVE WS-CV-ITEM TO CARD-NUMBER.
           READ CARD-FILE
              INVALID KEY
                 DISPLAY 'CARD NOT ON FILE' LINE 22 COL 2 ERASE EOL
              NOT INVALID KEY
                 MOVE CARD-ACCOUNT-NUMBER TO WS-CV-NEW-ACCT
                 MOVE 'N' TO FOUND-SW
                 MOVE 1 TO WS-CV-SRCH
                 PERFORM 170-SEARCH-ONE-ENTRY-RTN
                    UNTIL WS-CV-SRCH > WS-CV-ACCT-COUNT OR
                          FOUND-SW = 'Y'
                 IF FOUND-SW = 'N'
                    DISPLAY 'CARD IS NOT ONE OF THIS CUSTOMER''S'
                            LINE 22 COL 2 ERASE EOL
                 ELSE
                    PERFORM 660-SHOW-CARD-DETAIL-RTN
                 END-IF
           END-READ.
      *****************************************************************
       660-SHOW-CARD-DETAIL-RTN.
           IF CARD-ACTIVE
              MOVE 'ACTIVE' TO WS-TEXT-FIELD
           ELSE
           IF CARD-BLOCKED
              MOVE 'BLOCKED' TO WS-TEXT-FIELD
           ELSE
           IF CARD-HOT-LISTED
              MOVE 'HOT-LISTED' TO WS-TEXT-FIELD
           ELSE
           IF CARD-PENDING
              MOVE 'PENDING' TO WS-TEXT-FIELD
           ELSE
              MOVE 'EXPIRED' TO WS-TEXT-FIELD
           END-IF
           END-IF
           END-IF
           END-IF.
           DISPLAY 'CARD NUMBER    :' LINE 08 COL 2.
           DISPLAY CARD-NUMBER LINE 08 COL 19.
           DISPLAY 'LINKED ACCOUNT :' LINE 09 COL 2.
           DISPLAY CARD-ACCOUNT-NUMBER LINE 09 COL 19.
           DISPLAY 'CARD STATUS    :' LINE 10 COL 2.
           DISPLAY WS-TEXT-FIELD LINE 10 COL 19.
           DISPLAY 'EXPIRY DATE    :' LINE 11 COL 2.
           DISPLAY CARD-EXPIRY-DATE LINE 11 COL 19.
           DISPLAY 'ISSUED ON      :' LINE 12 COL 2.
           DISPLAY CARD-ISSUE-DATE LINE 12 COL 19.
           DISPLAY 'ISSUED BY      :' LINE 13 COL 2.
           DISPLAY CARD-ISSUED-BY LINE 13 COL 19.
           MOVE CARD-ACCOUNT-NUMBER TO ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
              NOT INVALID KEY
                 DISPLAY 'ACCOUNT STATUS :' LINE 14 COL 2
                 DISPLAY ACCOUNT-STATUS LINE 14 COL 19
           END-READ.
      *****************************************************************
       700-LIST-HOLDS-FREEZES-RTN.
           DISPLAY 'ITEM   ACCOUNT    SEQ           AMOUNT REASON'
                   LINE 08 COL 2.
           DISPLAY 'DATE' LINE 08 COL 62.
           MOVE 1 TO WS-CV-IDX.
           PERFORM 710-LIST-ACCOUNT-HOLDS-RTN
              UNTIL WS-CV-IDX > WS-CV-ACCT-COUNT.
      *****************************************************************
       710-LIST-ACCOUNT-HOLDS-RTN.
           MOVE WS-CV-ACCT-NO (WS-CV-IDX) TO ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF FROZEN-ACCOUNT
                    PERFORM 730-LIST-FREEZE-RTN
                 END-IF
           END-READ.
           MOVE WS-CV-ACCT-NO (WS-CV-IDX) TO HF-ACCOUNT-NUMBER.
           MOVE ZEROES TO HF-HOLD-SEQ.
           MOVE 'N' TO HOLD-EOF-SW.
           START HOLD-FILE KEY IS NOT LESS THAN HF-KEY
              INVALID KEY
                 MOVE 'Y' TO HOLD-EOF-SW
           END-START.
           PERFORM 720-LIST-ONE-HOLD-RTN UNTIL HOLD-EOF-SW = 'Y'.
           ADD 1 TO WS-CV-IDX.
      *****************************************************************
       720-LIST-ONE-HOLD-RTN.
           READ HOLD-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO HOLD-EOF-SW
              NOT AT END
                 IF HF-ACCOUNT-NUMBER NOT = WS-CV-ACCT-NO (WS-CV-IDX)
                    MOVE 'Y' TO HOLD-EOF-SW
                 ELSE
                 IF HF-ACTIVE
                    PERFORM 280-NEXT-LINE-RTN
                    IF MORE-SW = 'N'
                       MOVE HF-AMOUNT TO WS-AMOUNT-DISPLAY
                       DISPLAY 'HOLD' LINE WS-LIST-LINE COL 2
                       DISPLAY HF-ACCOUNT-NUMBER
                               LINE WS-LIST-LINE COL 9
                       DISPLAY HF-HOLD-SEQ LINE WS-LIST-LINE COL 20
                       DISPLAY WS-AMOUNT-DISPLAY
                               LINE WS-LIST-LINE COL 26
                       DISPLAY HF-REASON LINE WS-LIST-LINE COL 41
                       DISPLAY HF-EXPIRY-DATE LINE WS-LIST-LINE COL 62
                    END-IF
                 END-IF
                 END-IF
           END-READ.
      *****************************************************************
      * THE LATEST FREEZE ENTRY ON THE REGISTER CARRIES THE FREEZE   *
      * TYPE AND REASON IN FORCE.                                    *
      *****************************************************************
       730-LIST-FREEZE-RTN.
           PERFORM 740-GET-FREEZE-INFO-RTN.
           PERFORM 280-NEXT-LINE-RTN.
           IF MORE-SW = 'N'
              DISPLAY 'FREEZE' LINE WS-LIST-LINE COL 2
              DISPLAY ACCOUNT-NUMBER LINE WS-LIST-LINE COL 9
              DISPLAY WS-FRZ-CUR-SEQ LINE WS-LIST-LINE COL 20
              IF WS-FRZ-CUR-TYPE = 'A'
                 DISPLAY 'ALL MOVEMENT' LINE WS-LIST-LINE COL 28
              ELSE
                 DISPLAY 'DEBITS ONLY' LINE WS-LIST-LINE COL 29
              END-IF
              DISPLAY WS-FRZ-CUR-REASON LINE WS-LIST-LINE COL 41
              DISPLAY WS-FRZ-CUR-DATE LINE WS-LIST-LINE COL 62
           END-IF.
      *****************************************************************
       740-GET-FREEZE-INFO-RTN.
           MOVE 'D' TO WS-FRZ-CUR-TYPE.
           MOVE SPACES TO WS-FRZ-CUR-REASON.
           MOVE ZEROES TO WS-FRZ-CUR-SEQ.
           MOVE ZEROES TO WS-FRZ-CUR-DATE.
           MOVE ACCOUNT-NUMBER TO FR-ACCOUNT-NUMBER.
           MOVE ZEROES TO FR-SEQ.
           MOVE 'N' TO FRZ-EOF-SW.
           START FREEZE-REG-FILE KEY IS NOT LESS THAN FR-KEY
              INVALID KEY
                 MOVE 'Y' TO FRZ-EOF-SW
           END-START.
           PERFORM 745-READ-NEXT-FREEZE-RTN UNTIL FRZ-EOF-SW = 'Y'.
      *****************************************************************
       745-READ-NEXT-FREEZE-RTN.
           READ FREEZE-REG-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO FRZ-EOF-SW
              NOT AT END
                 IF FR-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
                    MOVE 'Y' TO FRZ-EOF-SW
                 ELSE
                    IF FR-FREEZE
                       MOVE FR-FREEZE-TYPE TO WS-FRZ-CUR-TYPE
                       MOVE FR-REASON-CODE TO WS-FRZ-CUR-REASON
                       MOVE FR-SEQ         TO WS-FRZ-CUR-SEQ
                       MOVE FR-DATE        TO WS-FRZ-CUR-DATE
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
      * A DOCUMENT STILL DEFERRED, OR PRESENTED BUT PAST ITS EXPIRY, *
      * IS A DEFICIENCY - THE SAME TEST AS THE KYC DEFICIENCY REPORT.*
      *****************************************************************
       750-LIST-KYC-RTN.
           DISPLAY 'ACCOUNT    DOC      S PRESENTD' LINE 08 COL 2.
           DISPLAY 'EXPIRES  GRACE    DEFICIENCY' LINE 08 COL 33.
           MOVE 1 TO WS-CV-IDX.
           PERFORM 755-LIST-ACCOUNT-KYC-RTN
              UNTIL WS-CV-IDX > WS-CV-ACCT-COUNT.
      *****************************************************************
       755-LIST-ACCOUNT-KYC-RTN.
           MOVE WS-CV-ACCT-NO (WS-CV-IDX) TO KY-ACCOUNT-NUMBER.
           MOVE SPACES TO KY-DOC-TYPE.
           MOVE 'N' TO KYC-EOF-SW.
           START KYC-DOC-FILE KEY IS NOT LESS THAN KY-KEY
              INVALID KEY
                 MOVE 'Y' TO KYC-EOF-SW
           END-START.
           PERFORM 760-LIST-ONE-KYC-RTN UNTIL KYC-EOF-SW = 'Y'.
           ADD 1 TO WS-CV-IDX.
      *****************************************************************
       760-LIST-ONE-KYC-RTN.
           READ KYC-DOC-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO KYC-EOF-SW
              NOT AT END
                 IF KY-ACCOUNT-NUMBER NOT = WS-CV-ACCT-NO (WS-CV-IDX)
                    MOVE 'Y' TO KYC-EOF-SW
                 ELSE
                    PERFORM 765-TEST-KYC-DEFECT-RTN
                    IF WS-DEFECT-TEXT NOT = SPACES
                       PERFORM 280-NEXT-LINE-RTN
                       IF MORE-SW = 'N'
                          PERFORM 790-SHOW-KYC-LINE-RTN
                       END-IF
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
       765-TEST-KYC-DEFECT-RTN.
           MOVE SPACES TO WS-DEFECT-TEXT.
           IF KY-DEFERRED
              MOVE 'DEFERRED' TO WS-DEFECT-TEXT
           ELSE
              IF KY-EXPIRY-DATE NOT = ZEROES AND
                 KY-EXPIRY-DATE < WS-CURRENT-DATE
                 MOVE 'EXPIRED' TO WS-DEFECT-TEXT
              END-IF
           END-IF.
      *****************************************************************
      * THE LEGAL REFERENCE OF A FREEZE IS SHOWN ONLY TO A           *
      * SUPERVISOR OR ADMINISTRATOR.                                 *
      *****************************************************************
       770-SHOW-HOLDS-FREEZES-RTN.
           DISPLAY 'ITEM   SEQ           AMOUNT REASON/LEGAL REF'
                   LINE 08 COL 2.
           DISPLAY 'S DATE     BY' LINE 08 COL 57.
           MOVE 8 TO WS-LIST-LINE.
           MOVE 'N' TO MORE-SW.
           MOVE WS-CV-ITEM-ACCT TO HF-ACCOUNT-NUMBER.
           MOVE ZEROES TO HF-HOLD-SEQ.
           MOVE 'N' TO HOLD-EOF-SW.
           START HOLD-FILE KEY IS NOT LESS THAN HF-KEY
              INVALID KEY
                 MOVE 'Y' TO HOLD-EOF-SW
           END-START.
           PERFORM 772-SHOW-ONE-HOLD-RTN UNTIL HOLD-EOF-SW = 'Y'.
           MOVE WS-CV-ITEM-ACCT TO FR-ACCOUNT-NUMBER.
           MOVE ZEROES TO FR-SEQ.
           MOVE 'N' TO FRZ-EOF-SW.
           START FREEZE-REG-FILE KEY IS NOT LESS THAN FR-KEY
              INVALID KEY
                 MOVE 'Y' TO FRZ-EOF-SW
           END-START.
           PERFORM 774-SHOW-ONE-FREEZE-RTN UNTIL FRZ-EOF-SW = 'Y'.
           IF MORE-SW = 'Y'
              DISPLAY 'MORE ENTRIES ON FILE THAN FIT THE SCREEN'
                      LINE 21 COL 2 ERASE EOL
           END-IF.
      *****************************************************************
       772-SHOW-ONE-HOLD-RTN.
           READ HOLD-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO HOLD-EOF-SW
              NOT AT END
                 IF HF-ACCOUNT-NUMBER NOT = WS-CV-ITEM-ACCT
                    MOVE 'Y' TO HOLD-EOF-SW
                 ELSE
                    PERFORM 280-NEXT-LINE-RTN
                    IF MORE-SW = 'N'
                       MOVE HF-AMOUNT TO WS-AMOUNT-DISPLAY
                       DISPLAY 'HOLD' LINE WS-LIST-LINE COL 2
                       DISPLAY HF-HOLD-SEQ LINE WS-LIST-LINE COL 9
                       DISPLAY WS-AMOUNT-DISPLAY
                               LINE WS-LIST-LINE COL 15
                       DISPLAY HF-REASON LINE WS-LIST-LINE COL 30
                       DISPLAY HF-STATUS LINE WS-LIST-LINE COL 57
                       DISPLAY HF-PLACED-DATE
                               LINE WS-LIST-LINE COL 59
                       DISPLAY HF-PLACED-BY (1:12)
                               LINE WS-LIST-LINE COL 68
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
       774-SHOW-ONE-FREEZE-RTN.
           READ FREEZE-REG-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO FRZ-EOF-SW
              NOT AT END
                 IF FR-ACCOUNT-NUMBER NOT = WS-CV-ITEM-ACCT
                    MOVE 'Y' TO FRZ-EOF-SW
                 ELSE
                    PERFORM 280-NEXT-LINE-RTN
                    IF MORE-SW = 'N'
                       IF FR-FREEZE
                          DISPLAY 'FREEZE' LINE WS-LIST-LINE COL 2
                       ELSE
                          DISPLAY 'UNFRZ' LINE WS-LIST-LINE COL 2
                       END-IF
                       DISPLAY FR-SEQ LINE WS-LIST-LINE COL 9
                       DISPLAY FR-FREEZE-TYPE LINE WS-LIST-LINE COL 28
                       DISPLAY FR-REASON-CODE LINE WS-LIST-LINE COL 30
                       IF WS-SUPV-SW = 'Y'
                          DISPLAY FR-LEGAL-REFERENCE
                                  LINE WS-LIST-LINE COL 35
                       ELSE
                          DISPLAY '*RESTRICTED*'
                                  LINE WS-LIST-LINE COL 35
                       END-IF
                       DISPLAY FR-ACTION LINE WS-LIST-LINE COL 57
                       DISPLAY FR-DATE LINE WS-LIST-LINE COL 59
                       DISPLAY FR-OFFICER-ID (1:12)
                               LINE WS-LIST-LINE COL 68
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
       780-SHOW-KYC-RTN.
           DISPLAY 'ACCOUNT    DOC      S PRESENTD' LINE 08 COL 2.
           DISPLAY 'EXPIRES  GRACE    DEFICIENCY' LINE 08 COL 33.
           MOVE 8 TO WS-LIST-LINE.
           MOVE 'N' TO MORE-SW.
           MOVE WS-CV-ITEM-ACCT TO KY-ACCOUNT-NUMBER.
           MOVE SPACES TO KY-DOC-TYPE.
           MOVE 'N' TO KYC-EOF-SW.
           START KYC-DOC-FILE KEY IS NOT LESS THAN KY-KEY
              INVALID KEY
                 MOVE 'Y' TO KYC-EOF-SW
           END-START.
           PERFORM 785-SHOW-ONE-KYC-RTN UNTIL KYC-EOF-SW = 'Y'.
      *****************************************************************
       785-SHOW-ONE-KYC-RTN.
           READ KYC-DOC-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO KYC-EOF-SW
              NOT AT END
                 IF KY-ACCOUNT-NUMBER NOT = WS-CV-ITEM-ACCT
                    MOVE 'Y' TO KYC-EOF-SW
                 ELSE
                    PERFORM 765-TEST-KYC-DEFECT-RTN
                    PERFORM 280-NEXT-LINE-RTN
                    IF MORE-SW = 'N'
                       PERFORM 790-SHOW-KYC-LINE-RTN
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
       790-SHOW-KYC-LINE-RTN.
           DISPLAY KY-ACCOUNT-NUMBER LINE WS-LIST-LINE COL 2.
           DISPLAY KY-DOC-TYPE LINE WS-LIST-LINE COL 13.
           DISPLAY KY-STATUS LINE WS-LIST-LINE COL 22.
           DISPLAY KY-PRESENTED-DATE LINE WS-LIST-LINE COL 24.
           DISPLAY KY-EXPIRY-DATE LINE WS-LIST-LINE COL 33.
           DISPLAY KY-GRACE-DATE LINE WS-LIST-LINE COL 42.
           DISPLAY WS-DEFECT-TEXT LINE WS-LIST-LINE COL 51.
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
           MOVE ZEROES TO WS-CV-CIF.
           MOVE SPACES TO WS-CV-SECT.
           MOVE ZEROES TO WS-CV-ITEM.
           DISPLAY ' ' LINE 03 COL 30 ERASE EOL.
           DISPLAY ' ' LINE 08 COL 1 ERASE EOS.
           DISPLAY G-CV-CIF.
           DISPLAY G-CV-SECT.
           DISPLAY G-CV-ITEM.
      *****************************************************************
       A900-CLOSE-RTN.
            CLOSE CUSTOMER-FILE.
            CLOSE ACCOUNT-FILE.
            CLOSE ACCT-OWNER-FILE.
            CLOSE USER-FILE.
            CLOSE TERM-DEP-FILE.
            CLOSE LOAN-FILE.
            CLOSE CARD-FILE.
            CLOSE HOLD-FILE.
            CLOSE FREEZE-REG-FILE.
            CLOSE KYC-DOC-FILE.
            EXIT PROGRAM.
