      ****************************************************************
      * THIS PROGRAM IS THE SUSPENSE ITEM MAINTENANCE SCREEN.  ITEMS *
      * PARKED ON SUSPREG.DAT BY THE POSTING BATCHES ARE LISTED HERE *
      * AND OPERATIONS REQUESTS EITHER AN APPLY TO THE RIGHT ACCOUNT *
      * OR A RETURN TO WHERE THE MONEY CAME FROM.  THE REQUEST IS    *
      * HELD PENDING AND ONLY MOVES MONEY WHEN A SECOND OFFICER WITH *
      * SUPERVISOR AUTHORITY, NOT THE MAKER, APPROVES IT.            *
      * A CREDIT ITEM (FUNDS HELD) APPLIES AS A CREDIT TO THE TARGET *
      * ACCOUNT; A DEBIT ITEM (FUNDS ALREADY PAID OUT) APPLIES AS A  *
      * DEBIT.  A RETURN OF A STANDING-ORDER OR SWEEP ITEM PUTS THE  *
      * FUNDS BACK ON THE SOURCE ACCOUNT; ANY OTHER RETURN GOES BACK *
      * OUT THROUGH CLEARING.  EVERY POSTING IS LOGGED ON TRANLOG SO *
      * GLPOST CLEARS IT OFF THE SUSPENSE GL.                        *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPMNT IS INITIAL.
       AUTHOR. GERAD CARLOS TUPAZ.
       DATE-WRITTEN. 10 15 2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPREG-FILE ASSIGN TO 'SUSPREG.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SU-ITEM-NUMBER.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNT.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACCOUNT-NUMBER
                  ALTERNATE KEY IS USER-ID-ACCT WITH DUPLICATES.
           SELECT HOLD-FILE ASSIGN TO 'HOLDFILE.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HF-KEY.
           SELECT TRAN-LOG-FILE ASSIGN TO 'TRANLOG.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT USER-FILE ASSIGN TO 'USER.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS USER-ID.
           SELECT SYSCTL-FILE ASSIGN TO 'SYSCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTL-KEY.
           SELECT JOURNAL-FILE ASSIGN TO 'JOURNAL.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  SUSPREG-FILE
           RECORD CONTAINS 146 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS SUSP-REG-REC.
       COPY SUSPREG.
       FD  ACCOUNT-FILE
           RECORD CONTAINS 201 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACCOUNT-REC.
       COPY ACCOUNTFILE.
       FD  HOLD-FILE
           RECORD CONTAINS 78 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS HOLD-REC.
       COPY HOLDFILE.
       FD  TRAN-LOG-FILE
           RECORD CONTAINS 106 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRAN-LOG-REC.
       COPY TRANLOG.
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
       FD  JOURNAL-FILE
           RECORD CONTAINS 370 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS JOURNAL-REC.
       COPY JRNL.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-SU-FUNC                PIC X VALUE SPACES.
       01  WS-SU-ITEM                PIC 9(8) VALUE ZEROES.
       01  WS-SU-TARGET              PIC 9(10) VALUE ZEROES.
       01  WS-POST-ACCOUNT           PIC 9(10) VALUE ZEROES.
       01  WS-POST-SIDE              PIC X VALUE SPACES.
       01  WS-POST-TYPE              PIC X(10) VALUE SPACES.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZEROES.
       01  WS-CURRENT-TIME           PIC 9(8) VALUE ZEROES.
       01  WS-AMOUNT-DISPLAY         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-HOLD-TOTAL             PIC 9(9)V99 VALUE ZEROES.
       01  WS-AVAILABLE-BALANCE      PIC S9(10)V99 VALUE ZEROES.
       01  HOLD-EOF-SW               PIC X VALUE 'N'.
       01  WS-SUPV-SW                PIC X VALUE 'N'.
       01  WS-LIST-LINE              PIC 99 VALUE ZEROES.
       01  ITEM-FOUND-SW             PIC X VALUE 'N'.
       01  POSTED-SW                 PIC X VALUE 'N'.
       01  EXIT-SW                   PIC X VALUE 'N'.
       01  EOF-SW                    PIC X VALUE 'N'.
       01  DUMMY                     PIC X VALUE SPACES.
       COPY APLHA.
      *****************************************************************
       LINKAGE SECTION.
       01  LS-USER-ID                PIC X(15).
      *****************************************************************
       SCREEN SECTION.
       COPY "SUSPMNT.ss".
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
           OPEN I-O SUSPREG-FILE.
           OPEN I-O ACCOUNT-FILE.
           OPEN INPUT HOLD-FILE.
           OPEN EXTEND TRAN-LOG-FILE.
           OPEN INPUT USER-FILE.
           OPEN INPUT SYSCTL-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
           MOVE 'BUSDATE   ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-BUSINESS-DATE
           END-READ.
           CLOSE SYSCTL-FILE.
           MOVE 'N' TO WS-SUPV-SW.
           MOVE LS-USER-ID TO USER-ID.
           READ USER-FILE
              NOT INVALID KEY
                 IF SUPERVISOR-ROLE OR ADMIN-ROLE
                    MOVE 'Y' TO WS-SUPV-SW
                 END-IF
           END-READ.
           DISPLAY G-SUSPMNT.
      *****************************************************************
       A300-PROCESS-RTN.
           ACCEPT G-SU-FUNC.
           INSPECT WS-SU-FUNC CONVERTING ALPHALOWER TO ALPHAUPPER.
           IF WS-SU-FUNC = 'L'
              PERFORM 100-LIST-ITEMS-RTN
           ELSE
           IF WS-SU-FUNC = 'A'
              PERFORM 200-REQUEST-APPLY-RTN
           ELSE
           IF WS-SU-FUNC = 'R'
              PERFORM 300-REQUEST-RETURN-RTN
           ELSE
           IF WS-SU-FUNC = 'V'
              PERFORM 400-APPROVE-ITEM-RTN
           ELSE
           IF WS-SU-FUNC = 'X'
              PERFORM 500-REJECT-ITEM-RTN
           ELSE
              DISPLAY 'FUNCTION MUST BE L, A, R, V OR X'
                      LINE 22 COL 2 ERASE EOL
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           PERFORM A800-ASK-EXIT-RTN.
      *****************************************************************
      * LIST: EVERY ITEM STILL OPEN OR AWAITING APPROVAL, OLDEST     *
      * FIRST, FROM THE ITEM NUMBER KEYED (ZERO LISTS FROM THE TOP). *
      *****************************************************************
       100-LIST-ITEMS-RTN.
           ACCEPT G-SU-ITEM.
           DISPLAY 'ITEM     SOURCE   ACCOUNT    D/C        AMOUNT'
                   '  PARKED   ST REASON' LINE 07 COL 2 ERASE EOL.
           MOVE 7 TO WS-LIST-LINE.
           MOVE WS-SU-ITEM TO SU-ITEM-NUMBER.
           MOVE 'N' TO EOF-SW.
           START SUSPREG-FILE KEY IS NOT LESS THAN SU-ITEM-NUMBER
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
                 DISPLAY 'NO SUSPENSE ITEMS ON FILE'
                         LINE 22 COL 2 ERASE EOL
           END-START.
           PERFORM 150-LIST-ONE-ITEM-RTN UNTIL EOF-SW = 'Y'.
      *****************************************************************
       150-LIST-ONE-ITEM-RTN.
           READ SUSPREG-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF SU-OPEN OR SU-PENDING
                    IF WS-LIST-LINE < 21
                       ADD 1 TO WS-LIST-LINE
                       MOVE SU-AMOUNT TO WS-AMOUNT-DISPLAY
                       DISPLAY SU-ITEM-NUMBER
                               LINE WS-LIST-LINE COL 2
                       DISPLAY SU-SOURCE LINE WS-LIST-LINE COL 11
                       DISPLAY SU-ACCOUNT-NUMBER
                               LINE WS-LIST-LINE COL 20
                       DISPLAY SU-DIRECTION LINE WS-LIST-LINE COL 32
                       DISPLAY WS-AMOUNT-DISPLAY
                               LINE WS-LIST-LINE COL 34
                       DISPLAY SU-PARKED-DATE
                               LINE WS-LIST-LINE COL 50
                       DISPLAY SU-STATUS LINE WS-LIST-LINE COL 59
                       DISPLAY SU-REASON (1:19)
                               LINE WS-LIST-LINE COL 62
                    ELSE
                       MOVE 'Y' TO EOF-SW
                       DISPLAY 'MORE ITEMS - LIST AGAIN FROM THE LAST'
                               ' ITEM SHOWN' LINE 22 COL 2 ERASE EOL
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
      * APPLY REQUEST: THE TARGET ACCOUNT MUST BE ON FILE AND NOT    *
      * CLOSED OR FROZEN.  THE ITEM GOES PENDING FOR APPROVAL.       *
      *****************************************************************
       200-REQUEST-APPLY-RTN.
           ACCEPT G-SU-ITEM.
           ACCEPT G-SU-TARGET.
           PERFORM 600-GET-OPEN-ITEM-RTN.
           IF ITEM-FOUND-SW = 'Y'
              MOVE WS-SU-TARGET TO ACCOUNT-NUMBER
              READ ACCOUNT-FILE
                 INVALID KEY
                    DISPLAY 'TARGET ACCOUNT NOT FOUND'
                            LINE 22 COL 2 ERASE EOL
                 NOT INVALID KEY
                    IF CLOSED-ACCOUNT OR FROZEN-ACCOUNT
                       DISPLAY 'TARGET ACCOUNT IS CLOSED OR FROZEN'
                               LINE 22 COL 2 ERASE EOL
                    ELSE
                       MOVE 'P'          TO SU-STATUS
                       MOVE 'A'          TO SU-PENDING-ACTION
                       MOVE WS-SU-TARGET TO SU-TARGET-ACCOUNT
                       MOVE LS-USER-ID   TO SU-MAKER
                       PERFORM 650-REWRITE-ITEM-RTN
                       DISPLAY 'APPLY REQUESTED - AWAITING APPROVAL'
                               LINE 22 COL 2 ERASE EOL
                    END-IF
              END-READ
           END-IF.
      *****************************************************************
       300-REQUEST-RETURN-RTN.
           ACCEPT G-SU-ITEM.
           PERFORM 600-GET-OPEN-ITEM-RTN.
           IF ITEM-FOUND-SW = 'Y'
              MOVE 'P'        TO SU-STATUS
              MOVE 'R'        TO SU-PENDING-ACTION
              MOVE ZEROES     TO SU-TARGET-ACCOUNT
              MOVE LS-USER-ID TO SU-MAKER
              PERFORM 650-REWRITE-ITEM-RTN
              DISPLAY 'RETURN REQUESTED - AWAITING APPROVAL'
                      LINE 22 COL 2 ERASE EOL
           END-IF.
      *****************************************************************
      * APPROVAL NEEDS A SECOND OFFICER WITH SUPERVISOR AUTHORITY    *
      * WHO DID NOT MAKE THE REQUEST.  THE ITEM IS CLOSED ONLY WHEN  *
      * THE POSTING GOES THROUGH.                                    *
      *****************************************************************
       400-APPROVE-ITEM-RTN.
           IF WS-SUPV-SW = 'N'
              DISPLAY 'SUPERVISOR AUTHORITY IS REQUIRED TO APPROVE'
                      LINE 22 COL 2 ERASE EOL
           ELSE
              ACCEPT G-SU-ITEM
              PERFORM 620-GET-PENDING-ITEM-RTN
              IF ITEM-FOUND-SW = 'Y'
                 IF SU-MAKER = LS-USER-ID
                    DISPLAY 'APPROVER MUST NOT BE THE MAKER'
                            LINE 22 COL 2 ERASE EOL
                 ELSE
                    PERFORM 450-POST-ITEM-RTN
                    IF POSTED-SW = 'Y'
                       MOVE SU-PENDING-ACTION TO SU-STATUS
                       MOVE SPACES            TO SU-PENDING-ACTION
                       MOVE LS-USER-ID        TO SU-CHECKER
                       MOVE WS-BUSINESS-DATE  TO SU-RESOLVED-DATE
                       PERFORM 650-REWRITE-ITEM-RTN
                       DISPLAY 'ITEM APPROVED AND POSTED'
                               LINE 22 COL 2 ERASE EOL
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *****************************************************************
      * WORK OUT WHICH ACCOUNT (IF ANY) IS POSTED AND ON WHICH SIDE, *
      * THEN POST IT AND LOG IT.  A RETURN THROUGH CLEARING TOUCHES  *
      * NO CUSTOMER ACCOUNT AND ONLY LOGS THE GL MOVEMENT.  A DEBIT  *
      * NEEDS AVAILABLE FUNDS (BALANCE LESS ACTIVE HOLDS, PLUS THE   *
      * OVERDRAFT LIMIT ON CHECKING); IF SHORT THE ITEM STAYS        *
      * PENDING.                                                     *
      *****************************************************************
       450-POST-ITEM-RTN.
           MOVE 'N' TO POSTED-SW.
           MOVE ZEROES TO WS-POST-ACCOUNT.
           MOVE SPACES TO WS-POST-SIDE.
           IF SU-APPLY-REQUESTED
              MOVE 'SUSPAPPLY' TO WS-POST-TYPE
              MOVE SU-TARGET-ACCOUNT TO WS-POST-ACCOUNT
              MOVE SU-DIRECTION TO WS-POST-SIDE
           ELSE
           IF SU-FROM-SOEXEC OR SU-FROM-SWEXEC
              MOVE 'SUSPAPPLY' TO WS-POST-TYPE
              MOVE SU-ACCOUNT-NUMBER TO WS-POST-ACCOUNT
              MOVE 'C' TO WS-POST-SIDE
           ELSE
           IF SU-CREDIT-ITEM
              MOVE 'SUSPRETCR' TO WS-POST-TYPE
           ELSE
              MOVE 'SUSPRETDR' TO WS-POST-TYPE
           END-IF
           END-IF
           END-IF.
           IF WS-POST-ACCOUNT = ZEROES
              MOVE SPACES TO BRANCH-CODE
              MOVE 'Y' TO POSTED-SW
           ELSE
              MOVE WS-POST-ACCOUNT TO ACCOUNT-NUMBER
              READ ACCOUNT-FILE
                 INVALID KEY
                    DISPLAY 'ACCOUNT TO POST IS NOT ON FILE'
                            LINE 22 COL 2 ERASE EOL
                 NOT INVALID KEY
                    IF CLOSED-ACCOUNT OR FROZEN-ACCOUNT
                       DISPLAY 'ACCOUNT TO POST IS CLOSED OR FROZEN'
                               LINE 22 COL 2 ERASE EOL
                    ELSE
                       PERFORM 460-CHECK-FUNDS-RTN
                    END-IF
              END-READ
           END-IF.
           IF POSTED-SW = 'Y'
              PERFORM 470-WRITE-TRANLOG-RTN
           END-IF.
      *****************************************************************
       460-CHECK-FUNDS-RTN.
           IF WS-POST-SIDE = 'D'
              PERFORM 480-COMPUTE-HOLDS-RTN
              COMPUTE WS-AVAILABLE-BALANCE = ACCOUNT-BALANCE
                      - WS-HOLD-TOTAL
              IF CHECKING-ACCOUNT
                 ADD OD-LIMIT TO WS-AVAILABLE-BALANCE
              END-IF
              IF SU-AMOUNT > WS-AVAILABLE-BALANCE
                 DISPLAY 'INSUFFICIENT AVAILABLE FUNDS - ITEM STAYS '
                         'PENDING' LINE 22 COL 2 ERASE EOL
              ELSE
                 PERFORM 465-UPDATE-ACCOUNT-RTN
              END-IF
           ELSE
              PERFORM 465-UPDATE-ACCOUNT-RTN
           END-IF.
      *****************************************************************
       465-UPDATE-ACCOUNT-RTN.
           IF WS-POST-SIDE = 'C'
              ADD SU-AMOUNT TO ACCOUNT-BALANCE
           ELSE
              SUBTRACT SU-AMOUNT FROM ACCOUNT-BALANCE
           END-IF.
           MOVE WS-CURRENT-DATE TO LAST-ACTIVITY-DATE.
           REWRITE ACCOUNT-REC
              INVALID KEY
                 DISPLAY 'ERROR IN POSTING THE ACCOUNT'
                         LINE 22 COL 2 ERASE EOL
              NOT INVALID KEY
                 MOVE 'Y' TO POSTED-SW
                 PERFORM 880-WRITE-ACCT-JOURNAL-RTN
           END-REWRITE.
      *****************************************************************
       470-WRITE-TRANLOG-RTN.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-BUSINESS-DATE TO TRAN-DATE.
           MOVE WS-CURRENT-TIME  TO TRAN-TIME.
           MOVE WS-POST-TYPE     TO TRAN-TYPE.
           MOVE ZEROES           TO TRAN-FROM-ACCOUNT.
           MOVE ZEROES           TO TRAN-TO-ACCOUNT.
           IF WS-POST-SIDE = 'C'
              MOVE WS-POST-ACCOUNT TO TRAN-TO-ACCOUNT
           ELSE
           IF WS-POST-SIDE = 'D'
              MOVE WS-POST-ACCOUNT TO TRAN-FROM-ACCOUNT
           END-IF
           END-IF.
           MOVE SU-AMOUNT        TO TRAN-AMOUNT.
           MOVE LS-USER-ID       TO TRAN-TELLER-ID.
           MOVE ZEROES           TO TRAN-FX-RATE.
           MOVE WS-CURRENT-DATE  TO TRAN-ACTUAL-DATE.
           MOVE BRANCH-CODE      TO TRAN-BRANCH-CODE.
           MOVE SU-ITEM-NUMBER   TO TRAN-REFERENCE.
           WRITE TRAN-LOG-REC.
      *****************************************************************
       480-COMPUTE-HOLDS-RTN.
           MOVE ZEROES TO WS-HOLD-TOTAL.
           MOVE WS-POST-ACCOUNT TO HF-ACCOUNT-NUMBER.
           MOVE ZEROES TO HF-HOLD-SEQ.
           MOVE 'N' TO HOLD-EOF-SW.
           START HOLD-FILE KEY IS NOT LESS THAN HF-KEY
              INVALID KEY
                 MOVE 'Y' TO HOLD-EOF-SW
           END-START.
           PERFORM 485-READ-NEXT-HOLD-RTN UNTIL HOLD-EOF-SW = 'Y'.
      *****************************************************************
       485-READ-NEXT-HOLD-RTN.
           READ HOLD-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO HOLD-EOF-SW
              NOT AT END
                 IF HF-ACCOUNT-NUMBER NOT = WS-POST-ACCOUNT
                    MOVE 'Y' TO HOLD-EOF-SW
                 ELSE
                    IF HF-ACTIVE
                       ADD HF-AMOUNT TO WS-HOLD-TOTAL
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
       500-REJECT-ITEM-RTN.
           IF WS-SUPV-SW = 'N'
              DISPLAY 'SUPERVISOR AUTHORITY IS REQUIRED TO REJECT'
                      LINE 22 COL 2 ERASE EOL
           ELSE
              ACCEPT G-SU-ITEM
              PERFORM 620-GET-PENDING-ITEM-RTN
              IF ITEM-FOUND-SW = 'Y'
                 MOVE 'O'    TO SU-STATUS
                 MOVE SPACES TO SU-PENDING-ACTION
                 MOVE ZEROES TO SU-TARGET-ACCOUNT
                 MOVE SPACES TO SU-MAKER
                 PERFORM 650-REWRITE-ITEM-RTN
                 DISPLAY 'REQUEST REJECTED - ITEM IS OPEN AGAIN'
                         LINE 22 COL 2 ERASE EOL
              END-IF
           END-IF.
      *****************************************************************
       600-GET-OPEN-ITEM-RTN.
           MOVE 'N' TO ITEM-FOUND-SW.
           MOVE WS-SU-ITEM TO SU-ITEM-NUMBER.
           READ SUSPREG-FILE
              INVALID KEY
                 DISPLAY 'ITEM NOT ON FILE' LINE 22 COL 2 ERASE EOL
              NOT INVALID KEY
                 IF NOT SU-OPEN
                    DISPLAY 'ITEM IS NOT OPEN' LINE 22 COL 2 ERASE EOL
                 ELSE
                    MOVE 'Y' TO ITEM-FOUND-SW
                 END-IF
           END-READ.
      *****************************************************************
       620-GET-PENDING-ITEM-RTN.
           MOVE 'N' TO ITEM-FOUND-SW.
           MOVE WS-SU-ITEM TO SU-ITEM-NUMBER.
           READ SUSPREG-FILE
              INVALID KEY
                 DISPLAY 'ITEM NOT ON FILE' LINE 22 COL 2 ERASE EOL
              NOT INVALID KEY
                 IF NOT SU-PENDING
                    DISPLAY 'ITEM IS NOT PENDING'
                            LINE 22 COL 2 ERASE EOL
                 ELSE
                    MOVE 'Y' TO ITEM-FOUND-SW
                 END-IF
           END-READ.
      *****************************************************************
       650-REWRITE-ITEM-RTN.
           REWRITE SUSP-REG-REC
              INVALID KEY
                 DISPLAY 'ERROR IN UPDATING SUSPENSE ITEM'
                         LINE 22 COL 2 ERASE EOL
           END-REWRITE.
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
           MOVE 6 TO WS-LIST-LINE.
           PERFORM 950-CLEAR-ONE-LINE-RTN UNTIL WS-LIST-LINE > 23.
           MOVE ZEROES TO WS-SU-ITEM.
           MOVE ZEROES TO WS-SU-TARGET.
           DISPLAY G-SU-FUNC.
           DISPLAY G-SU-ITEM.
           DISPLAY G-SU-TARGET.
      *****************************************************************
       950-CLEAR-ONE-LINE-RTN.
           DISPLAY ' ' LINE WS-LIST-LINE COL 1 ERASE EOL.
           ADD 1 TO WS-LIST-LINE.
      *****************************************************************
       A900-CLOSE-RTN.
            CLOSE SUSPREG-FILE.
            CLOSE ACCOUNT-FILE.
            CLOSE HOLD-FILE.
            CLOSE TRAN-LOG-FILE.
            CLOSE USER-FILE.
            CLOSE JOURNAL-FILE.
            EXIT PROGRAM.
      *****************************************************************
      * EVERY MASTER-FILE UPDATE ALSO WRITES ITS AFTER-IMAGE TO THE  *
      * DAILY JOURNAL SO JRNLAPLY CAN ROLL A RESTORED FILE FORWARD.  *
      *****************************************************************
       880-WRITE-ACCT-JOURNAL-RTN.
           ACCEPT JR-DATE FROM DATE YYYYMMDD.
           ACCEPT JR-TIME FROM TIME.
           MOVE 'SUSPMNT' TO JR-PROGRAM.
           MOVE LS-USER-ID TO JR-OPERATOR.
           MOVE 'ACCOUNT' TO JR-FILE-ID.
           MOVE SPACES TO JR-IMAGE.
           MOVE ACCOUNT-REC TO JR-IMAGE.
           WRITE JOURNAL-REC.
