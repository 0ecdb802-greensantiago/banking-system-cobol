      ****************************************************************
      * THIS PROGRAM MAINTAINS THE SAFE DEPOSIT BOX SUBSYSTEM.  THE  *
      * BOX MASTER SDBOX.DAT HOLDS EVERY BOX BY BRANCH AND BOX       *
      * NUMBER WITH ITS SIZE, STATUS, KEY PAIR AND ANNUAL RENT.  A   *
      * BOX IS RENTED UNDER AN AGREEMENT ON SDBRENT.DAT LINKING THE  *
      * RENTER'S CIF TO THE DEPOSIT ACCOUNT SDBBILL DEBITS FOR RENT. *
      * EVERY EVENT AT THE BOX - RENTAL, VISIT, SURRENDER, DRILLING  *
      * AND REKEYING - IS WRITTEN TO THE ACCESS LOG SDBACCS.DAT WITH *
      * THE TIME AND THE OFFICER.  NEW BOXES, DRILLING AND REKEYING  *
      * NEED SUPERVISOR AUTHORITY.  A BOX ORDERED FOR DRILLING BY    *
      * SDBBILL CANNOT BE VISITED.                                   *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDBMAINT IS INITIAL.
       AUTHOR. GERAD CARLOS TUPAZ.
       DATE-WRITTEN. 10 15 2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SDB-BOX-FILE ASSIGN TO 'SDBOX.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SB-KEY.
           SELECT SDB-RENT-FILE ASSIGN TO 'SDBRENT.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SR-AGREEMENT-NUMBER
                  ALTERNATE KEY IS SR-BOX-KEY WITH DUPLICATES.
           SELECT SDB-ACCESS-FILE ASSIGN TO 'SDBACCS.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SL-KEY.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CU-CUSTOMER-NUMBER.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNT.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACCOUNT-NUMBER
                  ALTERNATE KEY IS USER-ID-ACCT WITH DUPLICATES.
           SELECT BRANCH-FILE ASSIGN TO 'BRANCH.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BR-CODE.
           SELECT USER-FILE ASSIGN TO 'USER.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS USER-ID.
           SELECT SYSCTL-FILE ASSIGN TO 'SYSCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTL-KEY.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  SDB-BOX-FILE
           RECORD CONTAINS 67 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS SDB-BOX-REC.
       COPY SDBOX.
       FD  SDB-RENT-FILE
           RECORD CONTAINS 107 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS SDB-RENT-REC.
       COPY SDBRENT.
       FD  SDB-ACCESS-FILE
           RECORD CONTAINS 87 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS SDB-ACCESS-REC.
       COPY SDBACCS.
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
       FD  SYSCTL-FILE
           RECORD CONTAINS 31 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CTL-REC.
       COPY SYSCTL.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-SB-FUNC                PIC X VALUE SPACES.
       01  WS-SB-BRANCH              PIC X(4) VALUE SPACES.
       01  WS-SB-BOX                 PIC 9(5) VALUE ZEROES.
       01  WS-SB-SIZE                PIC X VALUE SPACES.
           88 WS-SB-VALID-SIZE       VALUE 'S' 'M' 'L'.
       01  WS-SB-KEY1                PIC X(8) VALUE SPACES.
       01  WS-SB-KEY2                PIC X(8) VALUE SPACES.
       01  WS-SB-RENT                PIC 9(7)V99 VALUE ZEROES.
       01  WS-SB-CIF                 PIC 9(8) VALUE ZEROES.
       01  WS-SB-ACCT                PIC 9(10) VALUE ZEROES.
       01  WS-SB-REMARKS             PIC X(30) VALUE SPACES.
       01  WS-SB-STATUS-TEXT         PIC X(15) VALUE SPACES.
       01  WS-USER-BRANCH            PIC X(4) VALUE SPACES.
       01  WS-SL-TYPE                PIC X VALUE SPACES.
       01  WS-SL-TABLE.
           05 WS-SL-LINE             PIC X(76) OCCURS 5 TIMES.
       01  WS-SL-USED                PIC 9 VALUE ZEROES.
       01  WS-SL-IDX                 PIC 9 VALUE ZEROES.
       01  WS-SL-WORK-LINE           PIC X(76) VALUE SPACES.
       01  WS-SCREEN-LINE            PIC 99 VALUE ZEROES.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-CURRENT-TIME           PIC 9(8) VALUE ZEROES.
       01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZEROES.
       01  WS-AMOUNT-DISPLAY         PIC Z,ZZZ,ZZ9.99.
       01  SUPV-ROLE-SW              PIC X VALUE 'N'.
       01  BOX-FOUND-SW              PIC X VALUE 'N'.
       01  AGREE-FOUND-SW            PIC X VALUE 'N'.
       01  SAVE-SW                   PIC X VALUE 'Y'.
       01  EXIT-SW                   PIC X VALUE 'N'.
       01  EOF-SW                    PIC X VALUE 'N'.
       COPY APLHA.
      *****************************************************************
       LINKAGE SECTION.
       01  LS-USER-ID                PIC X(15).
      *****************************************************************
       SCREEN SECTION.
       COPY "SDBMAINT.ss".
      *****************************************************************
       PROCEDURE DIVISION USING LS-USER-ID.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A300-PROCESS-RTN UNTIL EXIT-SW = 'Y'.
           PERFORM A900-CLOSE-RTN.
      *     STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN I-O SDB-BOX-FILE.
           OPEN I-O SDB-RENT-FILE.
           OPEN I-O SDB-ACCESS-FILE.
           OPEN INPUT CUSTOMER-FILE.
           OPEN INPUT ACCOUNT-FILE.
           OPEN INPUT BRANCH-FILE.
           OPEN INPUT USER-FILE.
           OPEN I-O SYSCTL-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
           MOVE 'BUSDATE   ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-BUSINESS-DATE
           END-READ.
           PERFORM 050-CHECK-AUTHORITY-RTN.
           MOVE WS-USER-BRANCH TO WS-SB-BRANCH.
           DISPLAY G-SDBMAINT.
           DISPLAY G-SB-BRANCH.
      *****************************************************************
       050-CHECK-AUTHORITY-RTN.
           MOVE 'N' TO SUPV-ROLE-SW.
           MOVE LS-USER-ID TO USER-ID.
           READ USER-FILE
              NOT INVALID KEY
                 MOVE USER-BRANCH-CODE TO WS-USER-BRANCH
                 IF SUPERVISOR-ROLE OR ADMIN-ROLE
                    MOVE 'Y' TO SUPV-ROLE-SW
                 END-IF
           END-READ.
      *****************************************************************
       A300-PROCESS-RTN.
           ACCEPT G-SB-FUNC.
           INSPECT WS-SB-FUNC CONVERTING ALPHALOWER TO ALPHAUPPER.
           ACCEPT G-SB-BRANCH.
           INSPECT WS-SB-BRANCH CONVERTING ALPHALOWER TO ALPHAUPPER.
           ACCEPT G-SB-BOX.
           MOVE WS-SB-BRANCH TO BR-CODE.
           READ BRANCH-FILE
              INVALID KEY
                 DISPLAY 'BRANCH NOT FOUND'
                         LINE 22 COL 2 ERASE EOL
              NOT INVALID KEY
                 PERFORM 080-READ-BOX-RTN
                 IF WS-SB-FUNC = 'B'
                    PERFORM 200-NEW-BOX-RTN
                 ELSE
                 IF BOX-FOUND-SW = 'N'
                    DISPLAY 'BOX NOT ON FILE'
                            LINE 22 COL 2 ERASE EOL
                 ELSE
                 IF WS-SB-FUNC = 'I'
                    CONTINUE
                 ELSE
                 IF WS-SB-FUNC = 'R'
                    PERFORM 300-RENT-BOX-RTN
                 ELSE
                 IF WS-SB-FUNC = 'V'
                    PERFORM 400-VISIT-RTN
                 ELSE
                 IF WS-SB-FUNC = 'S'
                    PERFORM 500-SURRENDER-RTN
                 ELSE
                 IF WS-SB-FUNC = 'D'
                    PERFORM 600-DRILL-RTN
                 ELSE
                 IF WS-SB-FUNC = 'K'
                    PERFORM 700-REKEY-RTN
                 ELSE
                 IF WS-SB-FUNC = 'L'
                    PERFORM 750-LIST-LOG-RTN
                 ELSE
                    DISPLAY 'FUNCTION MUST BE I, B, R, V, S, D, K OR L'
                            LINE 22 COL 2 ERASE EOL
                 END-IF
                 END-IF
                 END-IF
                 END-IF
                 END-IF
                 END-IF
                 END-IF
                 END-IF
                 END-IF
           END-READ.
           PERFORM A800-ASK-EXIT-RTN.
      *****************************************************************
       080-READ-BOX-RTN.
           MOVE 'N' TO BOX-FOUND-SW.
           MOVE 'N' TO AGREE-FOUND-SW.
           MOVE WS-SB-BRANCH TO SB-BRANCH-CODE.
           MOVE WS-SB-BOX    TO SB-BOX-NUMBER.
           READ SDB-BOX-FILE
              INVALID KEY
                 MOVE 'N' TO BOX-FOUND-SW
              NOT INVALID KEY
                 MOVE 'Y' TO BOX-FOUND-SW
                 PERFORM 100-SHOW-BOX-RTN
           END-READ.
      *****************************************************************
       100-SHOW-BOX-RTN.
           MOVE SB-SIZE         TO WS-SB-SIZE.
           MOVE SB-KEY-NUMBER-1 TO WS-SB-KEY1.
           MOVE SB-KEY-NUMBER-2 TO WS-SB-KEY2.
           MOVE SB-ANNUAL-RENT  TO WS-SB-RENT.
           DISPLAY G-SB-SIZE.
           DISPLAY G-SB-KEY1.
           DISPLAY G-SB-KEY2.
           DISPLAY G-SB-RENT.
           IF SB-AVAILABLE
              MOVE 'AVAILABLE' TO WS-SB-STATUS-TEXT
           ELSE
           IF SB-RENTED
              MOVE 'RENTED' TO WS-SB-STATUS-TEXT
           ELSE
              MOVE 'DRILLED' TO WS-SB-STATUS-TEXT
           END-IF
           END-IF.
           DISPLAY WS-SB-STATUS-TEXT LINE 07 COL 43.
           IF SB-AGREEMENT-NUMBER NOT = ZEROES
              MOVE SB-AGREEMENT-NUMBER TO SR-AGREEMENT-NUMBER
              READ SDB-RENT-FILE
                 INVALID KEY
                    DISPLAY 'RENTAL AGREEMENT NOT FOUND'
                            LINE 22 COL 2 ERASE EOL
                 NOT INVALID KEY
                    MOVE 'Y' TO AGREE-FOUND-SW
                    PERFORM 120-SHOW-AGREEMENT-RTN
              END-READ
           END-IF.
      *****************************************************************
       120-SHOW-AGREEMENT-RTN.
           DISPLAY SR-AGREEMENT-NUMBER LINE 11 COL 20.
           IF SR-ACTIVE
              MOVE 'IN FORCE' TO WS-SB-STATUS-TEXT
           ELSE
           IF SR-DELINQUENT
              MOVE 'RENT OVERDUE' TO WS-SB-STATUS-TEXT
           ELSE
           IF SR-DRILL-DUE
              MOVE 'DRILL ORDERED' TO WS-SB-STATUS-TEXT
           ELSE
           IF SR-SURRENDERED
              MOVE 'SURRENDERED' TO WS-SB-STATUS-TEXT
           ELSE
              MOVE 'DRILLED' TO WS-SB-STATUS-TEXT
           END-IF
           END-IF
           END-IF
           END-IF.
           DISPLAY WS-SB-STATUS-TEXT LINE 11 COL 39.
           MOVE SR-CUSTOMER-NUMBER TO WS-SB-CIF.
           MOVE SR-RENT-ACCOUNT    TO WS-SB-ACCT.
           DISPLAY G-SB-CIF.
           DISPLAY G-SB-ACCT.
           MOVE SR-CUSTOMER-NUMBER TO CU-CUSTOMER-NUMBER.
           READ CUSTOMER-FILE
              INVALID KEY
                 DISPLAY '*** CIF NOT ON FILE ***' LINE 12 COL 30
              NOT INVALID KEY
                 DISPLAY CU-CUSTOMER-NAME LINE 12 COL 30
           END-READ.
           DISPLAY SR-START-DATE   LINE 14 COL 20.
           DISPLAY SR-PAID-TO-DATE LINE 14 COL 45.
      *****************************************************************
       200-NEW-BOX-RTN.
           IF SUPV-ROLE-SW = 'N'
              DISPLAY 'SDBMAINT - SUPERVISOR AUTHORITY IS REQUIRED'
                      LINE 22 COL 2 ERASE EOL
           ELSE
           IF BOX-FOUND-SW = 'Y'
              DISPLAY 'BOX IS ALREADY ON FILE'
                      LINE 22 COL 2 ERASE EOL
           ELSE
              ACCEPT G-SB-SIZE
              INSPECT WS-SB-SIZE CONVERTING ALPHALOWER TO ALPHAUPPER
              ACCEPT G-SB-KEY1
              ACCEPT G-SB-KEY2
              ACCEPT G-SB-RENT
              IF NOT WS-SB-VALID-SIZE
                 DISPLAY 'BOX SIZE MUST BE S, M OR L'
                         LINE 22 COL 2 ERASE EOL
              ELSE
              IF WS-SB-KEY1 = SPACES OR WS-SB-KEY2 = SPACES
                 DISPLAY 'BOTH KEY NUMBERS ARE REQUIRED'
                         LINE 22 COL 2 ERASE EOL
              ELSE
              IF WS-SB-RENT = ZEROES
                 DISPLAY 'ANNUAL RENT MUST NOT BE ZERO'
                         LINE 22 COL 2 ERASE EOL
              ELSE
                 DISPLAY 'SAVE NEW BOX? Y/N: '
                         LINE 22 COL 2 ERASE EOL
                 ACCEPT SAVE-SW LINE 22
                 INSPECT SAVE-SW CONVERTING ALPHALOWER TO ALPHAUPPER
                 IF SAVE-SW = 'Y'
                    PERFORM 250-WRITE-BOX-RTN
                 END-IF
              END-IF
              END-IF
              END-IF
           END-IF
           END-IF.
      *****************************************************************
       250-WRITE-BOX-RTN.
           MOVE WS-SB-BRANCH     TO SB-BRANCH-CODE.
           MOVE WS-SB-BOX        TO SB-BOX-NUMBER.
           MOVE WS-SB-SIZE       TO SB-SIZE.
           MOVE 'A'              TO SB-STATUS.
           MOVE WS-SB-KEY1       TO SB-KEY-NUMBER-1.
           MOVE WS-SB-KEY2       TO SB-KEY-NUMBER-2.
           MOVE WS-SB-RENT       TO SB-ANNUAL-RENT.
           MOVE ZEROES           TO SB-AGREEMENT-NUMBER.
           MOVE LS-USER-ID       TO SB-LAST-MAINT-BY.
           MOVE WS-BUSINESS-DATE TO SB-LAST-MAINT-DATE.
           WRITE SDB-BOX-REC
              INVALID KEY
                 DISPLAY 'ERROR IN WRITING BOX'
                         LINE 22 COL 2 ERASE EOL
              NOT INVALID KEY
                 DISPLAY 'BOX HAS BEEN ADDED'
                         LINE 22 COL 2 ERASE EOL
           END-WRITE.
      *****************************************************************
      * THE RENTER MUST BE AN ACTIVE CIF AND THE RENT ACCOUNT AN     *
      * OPEN ACCOUNT OF THAT CIF.  RENT IS PAID IN ADVANCE - THE     *
      * AGREEMENT STARTS PAID TO THE RENTAL DATE SO THE FIRST YEAR   *
      * IS BILLED BY THE NEXT SDBBILL RUN.                           *
      *****************************************************************
       300-RENT-BOX-RTN.
           IF NOT SB-AVAILABLE
              DISPLAY 'BOX IS NOT AVAILABLE FOR RENT'
                      LINE 22 COL 2 ERASE EOL
           ELSE
              ACCEPT G-SB-CIF
              MOVE WS-SB-CIF TO CU-CUSTOMER-NUMBER
              READ CUSTOMER-FILE
                 INVALID KEY
                    DISPLAY 'CUSTOMER NOT FOUND'
                            LINE 22 COL 2 ERASE EOL
                 NOT INVALID KEY
                    IF NOT CU-ACTIVE
                       DISPLAY 'CUSTOMER IS NOT ACTIVE'
                               LINE 22 COL 2 ERASE EOL
                    ELSE
                       DISPLAY CU-CUSTOMER-NAME LINE 12 COL 30
                       PERFORM 320-CHECK-RENT-ACCOUNT-RTN
                    END-IF
              END-READ
           END-IF.
      *****************************************************************
       320-CHECK-RENT-ACCOUNT-RTN.
           ACCEPT G-SB-ACCT.
           MOVE WS-SB-ACCT TO ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
              INVALID KEY
                 DISPLAY 'RENT ACCOUNT NOT FOUND'
                         LINE 22 COL 2 ERASE EOL
              NOT INVALID KEY
                 IF NOT OPEN-ACCOUNT
                    DISPLAY 'RENT ACCOUNT IS NOT OPEN'
                            LINE 22 COL 2 ERASE EOL
                 ELSE
                 IF CUSTOMER-NUMBER NOT = WS-SB-CIF
                    DISPLAY 'RENT ACCOUNT DOES NOT BELONG TO THE RENTER'
                            LINE 22 COL 2 ERASE EOL
                 ELSE
                    ACCEPT G-SB-REMARKS
                    MOVE SB-ANNUAL-RENT TO WS-AMOUNT-DISPLAY
                    DISPLAY 'ANNUAL RENT ' LINE 21 COL 2 ERASE EOL
                    DISPLAY WS-AMOUNT-DISPLAY LINE 21 COL 14
                    DISPLAY 'RENT BOX - KEYS HANDED OVER? Y/N: '
                            LINE 22 COL 2 ERASE EOL
                    ACCEPT SAVE-SW LINE 22
                    INSPECT SAVE-SW CONVERTING ALPHALOWER TO ALPHAUPPER
                    IF SAVE-SW = 'Y'
                       PERFORM 350-WRITE-AGREEMENT-RTN
                    END-IF
                 END-IF
                 END-IF
           END-READ.
      *****************************************************************
       350-WRITE-AGREEMENT-RTN.
           PERFORM 360-ASSIGN-AGREEMENT-RTN.
           MOVE SB-BRANCH-CODE   TO SR-BRANCH-CODE.
           MOVE SB-BOX-NUMBER    TO SR-BOX-NUMBER.
           MOVE WS-SB-CIF        TO SR-CUSTOMER-NUMBER.
           MOVE WS-SB-ACCT       TO SR-RENT-ACCOUNT.
           MOVE SB-ANNUAL-RENT   TO SR-ANNUAL-RENT.
           MOVE WS-BUSINESS-DATE TO SR-START-DATE.
           MOVE WS-BUSINESS-DATE TO SR-PAID-TO-DATE.
           MOVE 'A'              TO SR-STATUS.
           MOVE ZEROES           TO SR-DELINQ-DATE.
           MOVE LS-USER-ID       TO SR-OPENED-BY.
           MOVE ZEROES           TO SR-END-DATE.
           MOVE SPACES           TO SR-ENDED-BY.
           WRITE SDB-RENT-REC
              INVALID KEY
                 DISPLAY 'ERROR IN WRITING RENTAL AGREEMENT'
                         LINE 22 COL 2 ERASE EOL
              NOT INVALID KEY
                 MOVE 'Y' TO AGREE-FOUND-SW
                 MOVE 'R' TO SB-STATUS
                 MOVE SR-AGREEMENT-NUMBER TO SB-AGREEMENT-NUMBER
                 PERFORM 380-REWRITE-BOX-RTN
                 MOVE 'R' TO WS-SL-TYPE
                 PERFORM 800-WRITE-ACCESS-RTN
                 PERFORM 120-SHOW-AGREEMENT-RTN
                 DISPLAY 'BOX RENTED UNDER AGREEMENT '
                         LINE 22 COL 2 ERASE EOL
                 DISPLAY SR-AGREEMENT-NUMBER LINE 22 COL 29
           END-WRITE.
      *****************************************************************
       360-ASSIGN-AGREEMENT-RTN.
           MOVE 'SDBSEQ    ' TO CTL-KEY.
           READ SYSCTL-FILE
              INVALID KEY
                 MOVE 'SDBSEQ    ' TO CTL-KEY
                 MOVE ZEROES TO CTL-NUM-VALUE
                 MOVE ZEROES TO CTL-ACCT-VALUE
                 WRITE CTL-REC
                    INVALID KEY
                       DISPLAY 'ERROR STARTING AGREEMENT SERIES'
                               LINE 23 COL 2 ERASE EOL
                 END-WRITE
           END-READ.
           ADD 1 TO CTL-ACCT-VALUE.
           REWRITE CTL-REC
              INVALID KEY
                 DISPLAY 'ERROR ADVANCING AGREEMENT SERIES'
                         LINE 23 COL 2 ERASE EOL
           END-REWRITE.
           MOVE CTL-ACCT-VALUE TO SR-AGREEMENT-NUMBER.
      *****************************************************************
       380-REWRITE-BOX-RTN.
           MOVE LS-USER-ID       TO SB-LAST-MAINT-BY.
           MOVE WS-BUSINESS-DATE TO SB-LAST-MAINT-DATE.
           REWRITE SDB-BOX-REC
              INVALID KEY
                 DISPLAY 'ERROR IN UPDATING BOX'
                         LINE 23 COL 2 ERASE EOL
           END-REWRITE.
      *****************************************************************
      * ONLY THE RENTER MAY OPEN THE BOX.  A BOX ORDERED FOR         *
      * DRILLING IS REFUSED, AND A DECEASED RENTER'S BOX IS HANDLED  *
      * THROUGH THE ESTATE, NOT AT THE COUNTER.                      *
      *****************************************************************
       400-VISIT-RTN.
           IF AGREE-FOUND-SW = 'N'
              DISPLAY 'BOX IS NOT RENTED'
                      LINE 22 COL 2 ERASE EOL
           ELSE
           IF SR-DRILL-DUE
              DISPLAY 'RENT IN ARREARS - BOX IS ORDERED FOR DRILLING'
                      LINE 22 COL 2 ERASE EOL
           ELSE
              MOVE ZEROES TO WS-SB-CIF
              DISPLAY G-SB-CIF
              ACCEPT G-SB-CIF
              IF WS-SB-CIF NOT = SR-CUSTOMER-NUMBER
                 DISPLAY 'VISITOR IS NOT THE RENTER OF THIS BOX'
                         LINE 22 COL 2 ERASE EOL
              ELSE
              IF CU-DECEASED
                 DISPLAY 'RENTER IS DECEASED - REFER TO THE ESTATE'
                         LINE 22 COL 2 ERASE EOL
              ELSE
                 ACCEPT G-SB-REMARKS
                 MOVE 'V' TO WS-SL-TYPE
                 PERFORM 800-WRITE-ACCESS-RTN
                 IF SR-DELINQUENT
                    DISPLAY 'VISIT RECORDED - RENT IS OVERDUE'
                            LINE 22 COL 2 ERASE EOL
                 ELSE
                    DISPLAY 'VISIT RECORDED'
                            LINE 22 COL 2 ERASE EOL
                 END-IF
              END-IF
              END-IF
           END-IF
           END-IF.
      *****************************************************************
      * RENT IS NOT REFUNDED ON SURRENDER; A RENTER IN ARREARS MUST  *
      * SETTLE (THE NEXT SDBBILL RUN COLLECTS) BEFORE SURRENDERING.  *
      *****************************************************************
       500-SURRENDER-RTN.
           IF AGREE-FOUND-SW = 'N'
              DISPLAY 'BOX IS NOT RENTED'
                      LINE 22 COL 2 ERASE EOL
           ELSE
           IF NOT SR-ACTIVE
              DISPLAY 'RENT ARREARS MUST BE SETTLED BEFORE SURRENDER'
                      LINE 22 COL 2 ERASE EOL
           ELSE
              ACCEPT G-SB-REMARKS
              DISPLAY 'SURRENDER BOX - BOTH KEYS RETURNED? Y/N: '
                      LINE 22 COL 2 ERASE EOL
              ACCEPT SAVE-SW LINE 22
              INSPECT SAVE-SW CONVERTING ALPHALOWER TO ALPHAUPPER
              IF SAVE-SW = 'Y'
                 MOVE 'S' TO SR-STATUS
                 PERFORM 550-END-AGREEMENT-RTN
                 MOVE 'A' TO SB-STATUS
                 MOVE ZEROES TO SB-AGREEMENT-NUMBER
                 PERFORM 380-REWRITE-BOX-RTN
                 MOVE 'S' TO WS-SL-TYPE
                 PERFORM 800-WRITE-ACCESS-RTN
                 DISPLAY 'BOX HAS BEEN SURRENDERED'
                         LINE 22 COL 2 ERASE EOL
              END-IF
           END-IF
           END-IF.
      *****************************************************************
       550-END-AGREEMENT-RTN.
           MOVE WS-BUSINESS-DATE TO SR-END-DATE.
           MOVE LS-USER-ID       TO SR-ENDED-BY.
           REWRITE SDB-RENT-REC
              INVALID KEY
                 DISPLAY 'ERROR IN UPDATING RENTAL AGREEMENT'
                         LINE 23 COL 2 ERASE EOL
           END-REWRITE.
      *****************************************************************
      * A BOX SDBBILL HAS ORDERED FOR DRILLING IS OPENED IN THE      *
      * PRESENCE OF A SUPERVISOR.  THE CONTENTS INVENTORY REFERENCE  *
      * IS RECORDED IN THE REMARKS, THE AGREEMENT IS ENDED AND THE   *
      * BOX STAYS OUT OF SERVICE UNTIL IT IS REKEYED.                *
      *****************************************************************
       600-DRILL-RTN.
           IF SUPV-ROLE-SW = 'N'
              DISPLAY 'SDBMAINT - SUPERVISOR AUTHORITY IS REQUIRED'
                      LINE 22 COL 2 ERASE EOL
           ELSE
           IF AGREE-FOUND-SW = 'N'
              DISPLAY 'BOX IS NOT RENTED'
                      LINE 22 COL 2 ERASE EOL
           ELSE
           IF NOT SR-DRILL-DUE
              DISPLAY 'BOX IS NOT ORDERED FOR DRILLING'
                      LINE 22 COL 2 ERASE EOL
           ELSE
              ACCEPT G-SB-REMARKS
              IF WS-SB-REMARKS = SPACES
                 DISPLAY 'ENTER THE CONTENTS INVENTORY REFERENCE'
                         LINE 22 COL 2 ERASE EOL
              ELSE
                 DISPLAY 'RECORD BOX AS DRILLED? Y/N: '
                         LINE 22 COL 2 ERASE EOL
                 ACCEPT SAVE-SW LINE 22
                 INSPECT SAVE-SW CONVERTING ALPHALOWER TO ALPHAUPPER
                 IF SAVE-SW = 'Y'
                    MOVE 'X' TO SR-STATUS
                    PERFORM 550-END-AGREEMENT-RTN
                    MOVE 'D' TO SB-STATUS
                    MOVE ZEROES TO SB-AGREEMENT-NUMBER
                    PERFORM 380-REWRITE-BOX-RTN
                    MOVE 'D' TO WS-SL-TYPE
                    PERFORM 800-WRITE-ACCESS-RTN
                    DISPLAY 'BOX RECORDED AS DRILLED - REKEY BEFORE'
                            ' RENTING' LINE 22 COL 2 ERASE EOL
                 END-IF
              END-IF
           END-IF
           END-IF
           END-IF.
      *****************************************************************
       700-REKEY-RTN.
           IF SUPV-ROLE-SW = 'N'
              DISPLAY 'SDBMAINT - SUPERVISOR AUTHORITY IS REQUIRED'
                      LINE 22 COL 2 ERASE EOL
           ELSE
           IF SB-RENTED
              DISPLAY 'BOX IS RENTED - IT CANNOT BE REKEYED'
                      LINE 22 COL 2 ERASE EOL
           ELSE
              MOVE SPACES TO WS-SB-KEY1
              MOVE SPACES TO WS-SB-KEY2
              DISPLAY G-SB-KEY1
              DISPLAY G-SB-KEY2
              ACCEPT G-SB-KEY1
              ACCEPT G-SB-KEY2
              ACCEPT G-SB-REMARKS
              IF WS-SB-KEY1 = SPACES OR WS-SB-KEY2 = SPACES
                 DISPLAY 'BOTH KEY NUMBERS ARE REQUIRED'
                         LINE 22 COL 2 ERASE EOL
              ELSE
                 DISPLAY 'SAVE NEW KEY PAIR? Y/N: '
                         LINE 22 COL 2 ERASE EOL
                 ACCEPT SAVE-SW LINE 22
                 INSPECT SAVE-SW CONVERTING ALPHALOWER TO ALPHAUPPER
                 IF SAVE-SW = 'Y'
                    MOVE WS-SB-KEY1 TO SB-KEY-NUMBER-1
                    MOVE WS-SB-KEY2 TO SB-KEY-NUMBER-2
                    MOVE 'A' TO SB-STATUS
                    PERFORM 380-REWRITE-BOX-RTN
                    MOVE 'K' TO WS-SL-TYPE
                    PERFORM 800-WRITE-ACCESS-RTN
                    DISPLAY 'BOX REKEYED AND AVAILABLE FOR RENT'
                            LINE 22 COL 2 ERASE EOL
                 END-IF
              END-IF
           END-IF
           END-IF.
      *****************************************************************
      * THE LOG IS READ OLDEST FIRST; ONLY THE LAST FIVE EVENTS ARE  *
      * KEPT FOR THE SCREEN.                                         *
      *****************************************************************
       750-LIST-LOG-RTN.
           MOVE ZEROES TO WS-SL-USED.
           MOVE 'N' TO EOF-SW.
           MOVE SB-BRANCH-CODE TO SL-BRANCH-CODE.
           MOVE SB-BOX-NUMBER  TO SL-BOX-NUMBER.
           MOVE ZEROES TO SL-DATE.
           MOVE ZEROES TO SL-TIME.
           START SDB-ACCESS-FILE KEY IS NOT LESS THAN SL-KEY
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
           END-START.
           PERFORM 760-READ-LOG-RTN UNTIL EOF-SW = 'Y'.
           DISPLAY 'DATE     TIME   T CIF      OFFICER         REMARKS'
                   LINE 16 COL 2 ERASE EOL.
           MOVE 17 TO WS-SCREEN-LINE.
           MOVE 1 TO WS-SL-IDX.
           PERFORM 780-DISPLAY-LOG-LINE-RTN
              UNTIL WS-SCREEN-LINE > 21.
           IF WS-SL-USED = ZEROES
              DISPLAY 'NO ACCESS RECORDED FOR THIS BOX'
                      LINE 22 COL 2 ERASE EOL
           END-IF.
      *****************************************************************
       760-READ-LOG-RTN.
           READ SDB-ACCESS-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF SL-BRANCH-CODE NOT = SB-BRANCH-CODE OR
                    SL-BOX-NUMBER NOT = SB-BOX-NUMBER
                    MOVE 'Y' TO EOF-SW
                 ELSE
                    MOVE SPACES TO WS-SL-WORK-LINE
                    STRING SL-DATE ' ' SL-TIME (1:6) ' '
                           SL-ACCESS-TYPE ' ' SL-CUSTOMER-NUMBER ' '
                           SL-OFFICER ' ' SL-REMARKS
                           DELIMITED BY SIZE INTO WS-SL-WORK-LINE
                    END-STRING
                    IF WS-SL-USED < 5
                       ADD 1 TO WS-SL-USED
                    ELSE
                       MOVE 1 TO WS-SL-IDX
                       PERFORM 770-SHIFT-LOG-RTN
                          UNTIL WS-SL-IDX > 4
                    END-IF
                    MOVE WS-SL-WORK-LINE TO WS-SL-LINE (WS-SL-USED)
                 END-IF
           END-READ.
      *****************************************************************
       770-SHIFT-LOG-RTN.
           MOVE WS-SL-LINE (WS-SL-IDX + 1) TO WS-SL-LINE (WS-SL-IDX).
           ADD 1 TO WS-SL-IDX.
      *****************************************************************
       780-DISPLAY-LOG-LINE-RTN.
           IF WS-SL-IDX > WS-SL-USED
              DISPLAY ' ' LINE WS-SCREEN-LINE COL 1 ERASE EOL
           ELSE
              DISPLAY WS-SL-LINE (WS-SL-IDX)
                      LINE WS-SCREEN-LINE COL 2
           END-IF.
           ADD 1 TO WS-SL-IDX.
           ADD 1 TO WS-SCREEN-LINE.
      *****************************************************************
       800-WRITE-ACCESS-RTN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE SB-BRANCH-CODE  TO SL-BRANCH-CODE.
           MOVE SB-BOX-NUMBER   TO SL-BOX-NUMBER.
           MOVE WS-CURRENT-DATE TO SL-DATE.
           MOVE WS-CURRENT-TIME TO SL-TIME.
           IF AGREE-FOUND-SW = 'Y' AND WS-SL-TYPE NOT = 'K'
              MOVE SR-AGREEMENT-NUMBER TO SL-AGREEMENT-NUMBER
              MOVE SR-CUSTOMER-NUMBER  TO SL-CUSTOMER-NUMBER
           ELSE
              MOVE ZEROES TO SL-AGREEMENT-NUMBER
              MOVE ZEROES TO SL-CUSTOMER-NUMBER
           END-IF.
           MOVE WS-SL-TYPE      TO SL-ACCESS-TYPE.
           MOVE LS-USER-ID      TO SL-OFFICER.
           MOVE WS-SB-REMARKS   TO SL-REMARKS.
           WRITE SDB-ACCESS-REC
              INVALID KEY
                 DISPLAY 'ERROR IN WRITING ACCESS LOG'
                         LINE 23 COL 2 ERASE EOL
           END-WRITE.
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
           DISPLAY G-SDBMAINT.
           MOVE SPACES TO WS-SB-FUNC.
           MOVE WS-USER-BRANCH TO WS-SB-BRANCH.
           MOVE ZEROES TO WS-SB-BOX.
           MOVE SPACES TO WS-SB-SIZE.
           MOVE SPACES TO WS-SB-KEY1.
           MOVE SPACES TO WS-SB-KEY2.
           MOVE ZEROES TO WS-SB-RENT.
           MOVE ZEROES TO WS-SB-CIF.
           MOVE ZEROES TO WS-SB-ACCT.
           MOVE SPACES TO WS-SB-REMARKS.
           DISPLAY G-SB-FUNC.
           DISPLAY G-SB-BRANCH.
           DISPLAY G-SB-BOX.
           DISPLAY G-SB-SIZE.
           DISPLAY G-SB-KEY1.
           DISPLAY G-SB-KEY2.
           DISPLAY G-SB-RENT.
           DISPLAY G-SB-CIF.
           DISPLAY G-SB-ACCT.
           DISPLAY G-SB-REMARKS.
      *****************************************************************
       A900-CLOSE-RTN.
            CLOSE SDB-BOX-FILE.
            CLOSE SDB-RENT-FILE.
            CLOSE SDB-ACCESS-FILE.
            CLOSE CUSTOMER-FILE.
            CLOSE ACCOUNT-FILE.
            CLOSE BRANCH-FILE.
            CLOSE USER-FILE.
            CLOSE SYSCTL-FILE.
            EXIT PROGRAM.
