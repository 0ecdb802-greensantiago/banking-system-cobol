      ****************************************************************
      * THIS PROGRAM IS THE POSITIVE PAY SCREEN.  SUPERVISORS ENROL  *
      * A CORPORATE CHECKING ACCOUNT (WITH OR WITHOUT PAYEE          *
      * MATCHING) OR END ITS ENROLMENT.  THE EXCEPTIONS CHKCLEAR     *
      * QUEUES ON PPEXCP.DAT ARE LISTED HERE AND THE CUSTOMER'S      *
      * DECISION ON EACH IS RECORDED BEFORE THE RETURN DEADLINE:     *
      * AN APPROVED ITEM IS PAID - DEBITED TO THE ACCOUNT OUT OF THE *
      * SUSPENSE ITEM IT WAS PARKED ON, WITH A SUSPAPPLY TRANLOG     *
      * ENTRY FOR GLPOST - AND A RETURNED ITEM IS MARKED RETURNED,   *
      * LEAVING THE SUSPENSE ITEM OPEN FOR OPERATIONS TO SEND BACK   *
      * THROUGH CLEARING IN SUSPMNT.                                 *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPMAINT IS INITIAL.
       AUTHOR. GERAD CARLOS TUPAZ.
       DATE-WRITTEN. 10 15 2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PP-ENROL-FILE ASSIGN TO 'PPENROL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PE-ACCOUNT-NUMBER.
           SELECT PP-ISSUE-FILE ASSIGN TO 'PPISSUE.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PI-KEY.
           SELECT PP-EXCP-FILE ASSIGN TO 'PPEXCP.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PX-ITEM-NUMBER
                  ALTERNATE KEY IS PX-ACCOUNT-NUMBER WITH DUPLICATES.
           SELECT SUSPREG-FILE ASSIGN TO 'SUSPREG.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SU-ITEM-NUMBER.
           SELECT CHECK-REG-FILE ASSIGN TO 'CHKREG.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CK-KEY.
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
       FD  PP-ENROL-FILE
           RECORD CONTAINS 43 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS PP-ENROL-REC.
       COPY PPENROL.
       FD  PP-ISSUE-FILE
           RECORD CONTAINS 84 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS PP-ISSUE-REC.
       COPY PPISSUE.
       FD  PP-EXCP-FILE
           RECORD CONTAINS 176 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS PP-EXCP-REC.
       COPY PPEXCP.
       FD  SUSPREG-FILE
           RECORD CONTAINS 146 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS SUSP-REG-REC.
       COPY SUSPREG.
       FD  CHECK-REG-FILE
           RECORD CONTAINS 51 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CHECK-REG-REC.
       COPY CHKREG.
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
       01  WS-PP-FUNC                PIC X VALUE SPACES.
       01  WS-PP-ACCOUNT             PIC 9(10) VALUE ZEROES.
       01  WS-PP-ITEM                PIC 9(8) VALUE ZEROES.
       01  WS-PP-PAYEE-SW            PIC X VALUE SPACES.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZEROES.
       01  WS-CURRENT-TIME           PIC 9(8) VALUE ZEROES.
       01  WS-HOLD-TOTAL             PIC 9(9)V99 VALUE ZEROES.
       01  WS-AVAILABLE-BALANCE      PIC S9(10)V99 VALUE ZEROES.
       01  WS-AMOUNT-DISPLAY         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-SUPV-SW                PIC X VALUE 'N'.
       01  WS-LIST-LINE              PIC 99 VALUE ZEROES.
       01  ITEM-FOUND-SW             PIC X VALUE 'N'.
       01  POSTED-SW                 PIC X VALUE 'N'.
       01  EXIT-SW                   PIC X VALUE 'N'.
       01  EOF-SW                    PIC X VALUE 'N'.
       01  HOLD-EOF-SW               PIC X VALUE 'N'.
       01  DUMMY                     PIC X VALUE SPACES.
       COPY APLHA.
      *****************************************************************
       LINKAGE SECTION.
       01  LS-USER-ID                PIC X(15).
      *****************************************************************
       SCREEN SECTION.
       COPY "PPMAINT.ss".
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
           OPEN I-O PP-ENROL-FILE.
           OPEN I-O PP-ISSUE-FILE.
           OPEN I-O PP-EXCP-FILE.
           OPEN I-O SUSPREG-FILE.
           OPEN I-O CHECK-REG-FILE.
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
           DISPLAY G-PPMAINT.
      *****************************************************************
       A300-PROCESS-RTN.
           ACCEPT G-PP-FUNC.
           INSPECT WS-PP-FUNC CONVERTING ALPHALOWER TO ALPHAUPPER.
           IF WS-PP-FUNC = 'L'
              PERFORM 100-LIST-EXCEPTIONS-RTN
           ELSE
           IF WS-PP-FUNC = 'I'
              PERFORM 200-INQUIRE-ITEM-RTN
           ELSE
           IF WS-PP-FUNC = 'A'
              PERFORM 300-APPROVE-ITEM-RTN
           ELSE
           IF WS-PP-FUNC = 'R'
              PERFORM 400-RETURN-ITEM-RTN
           ELSE
           IF WS-PP-FUNC = 'E'
              PERFORM 500-ENROL-ACCOUNT-RTN
           ELSE
           IF WS-PP-FUNC = 'X'
              PERFORM 550-END-ENROLMENT-RTN
           ELSE
              DISPLAY 'FUNCTION MUST BE L, I, A, R, E OR X'
                      LINE 22 COL 2 ERASE EOL
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           PERFORM A800-ASK-EXIT-RTN.
      *****************************************************************
      * LIST: THE EXCEPTIONS STILL AWAITING A DECISION, FOR ONE      *
      * ACCOUNT OR (ACCOUNT ZERO) FOR EVERY ACCOUNT, OLDEST FIRST.   *
      *****************************************************************
       100-LIST-EXCEPTIONS-RTN.
           ACCEPT G-PP-ACCOUNT.
           DISPLAY 'ITEM     ACCOUNT    CHECK             AMOUNT'
                   ' PRESENTD REASON' LINE 08 COL 2 ERASE EOL.
           MOVE 8 TO WS-LIST-LINE.
           MOVE 'N' TO EOF-SW.
           IF WS-PP-ACCOUNT = ZEROES
              MOVE ZEROES TO PX-ITEM-NUMBER
              START PP-EXCP-FILE KEY IS NOT LESS THAN PX-ITEM-NUMBER
                 INVALID KEY
                    MOVE 'Y' TO EOF-SW
              END-START
           ELSE
              MOVE WS-PP-ACCOUNT TO PX-ACCOUNT-NUMBER
              START PP-EXCP-FILE KEY IS EQUAL TO PX-ACCOUNT-NUMBER
                 INVALID KEY
                    MOVE 'Y' TO EOF-SW
              END-START
           END-IF.
           IF EOF-SW = 'Y'
              DISPLAY 'NO POSITIVE PAY EXCEPTIONS ON FILE'
                      LINE 22 COL 2 ERASE EOL
           END-IF.
           PERFORM 150-LIST-ONE-EXCEPTION-RTN UNTIL EOF-SW = 'Y'.
      *****************************************************************
       150-LIST-ONE-EXCEPTION-RTN.
           READ PP-EXCP-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF WS-PP-ACCOUNT NOT = ZEROES
                 AND PX-ACCOUNT-NUMBER NOT = WS-PP-ACCOUNT
                    MOVE 'Y' TO EOF-SW
                 ELSE
                 IF PX-PENDING
                    IF WS-LIST-LINE < 21
                       ADD 1 TO WS-LIST-LINE
                       MOVE PX-AMOUNT TO WS-AMOUNT-DISPLAY
                       DISPLAY PX-ITEM-NUMBER
                               LINE WS-LIST-LINE COL 2
                       DISPLAY PX-ACCOUNT-NUMBER
                               LINE WS-LIST-LINE COL 11
                       DISPLAY PX-CHECK-NUMBER
                               LINE WS-LIST-LINE COL 22
                       DISPLAY WS-AMOUNT-DISPLAY
                               LINE WS-LIST-LINE COL 31
                       DISPLAY PX-PRESENTED-DATE
                               LINE WS-LIST-LINE COL 46
                       DISPLAY PX-REASON (1:24)
                               LINE WS-LIST-LINE COL 55
                    ELSE
                       MOVE 'Y' TO EOF-SW
                       DISPLAY 'MORE ITEMS - LIST BY ACCOUNT TO SEE'
                               ' THE REST' LINE 22 COL 2 ERASE EOL
                    END-IF
                 END-IF
                 END-IF
           END-READ.
      *****************************************************************
       200-INQUIRE-ITEM-RTN.
           ACCEPT G-PP-ITEM.
           PERFORM 600-GET-EXCEPTION-RTN.
           IF ITEM-FOUND-SW = 'Y'
              PERFORM 250-SHOW-EXCEPTION-RTN
           END-IF.
      *****************************************************************
      * PRESENTED ITEM AGAINST THE ISSUED CHECK, SIDE BY SIDE.       *
      *****************************************************************
       250-SHOW-EXCEPTION-RTN.
           DISPLAY '               PRESENTED                      '
                   'ISSUED' LINE 08 COL 2 ERASE EOL.
           MOVE PX-AMOUNT TO WS-AMOUNT-DISPLAY.
           DISPLAY 'AMOUNT   :' LINE 09 COL 2 ERASE EOL.
           DISPLAY WS-AMOUNT-DISPLAY LINE 09 COL 17.
           MOVE PX-ISSUED-AMOUNT TO WS-AMOUNT-DISPLAY.
           DISPLAY WS-AMOUNT-DISPLAY LINE 09 COL 48.
           DISPLAY 'PAYEE    :' LINE 10 COL 2 ERASE EOL.
           DISPLAY PX-PAYEE-NAME LINE 10 COL 17.
           DISPLAY PX-ISSUED-PAYEE LINE 10 COL 48.
           DISPLAY 'ACCOUNT  :' LINE 11 COL 2 ERASE EOL.
           DISPLAY PX-ACCOUNT-NUMBER LINE 11 COL 17.
           DISPLAY 'CHECK NO :' LINE 11 COL 34.
           DISPLAY PX-CHECK-NUMBER LINE 11 COL 48.
           DISPLAY 'BANK     :' LINE 12 COL 2 ERASE EOL.
           DISPLAY PX-PRESENTING-BANK LINE 12 COL 17.
           DISPLAY 'PRESENTED:' LINE 12 COL 34.
           DISPLAY PX-PRESENTED-DATE LINE 12 COL 48.
           DISPLAY 'REASON   :' LINE 13 COL 2 ERASE EOL.
           DISPLAY PX-REASON LINE 13 COL 17.
           DISPLAY 'STATUS   :' LINE 14 COL 2 ERASE EOL.
           IF PX-PENDING
              DISPLAY 'AWAITING DECISION' LINE 14 COL 17
           ELSE
              IF PX-APPROVED
                 DISPLAY 'APPROVED - PAID' LINE 14 COL 17
              ELSE
                 DISPLAY 'RETURNED' LINE 14 COL 17
              END-IF
              DISPLAY PX-DECIDED-BY LINE 14 COL 34
              DISPLAY PX-DECIDED-DATE LINE 14 COL 50
           END-IF.
      *****************************************************************
      * APPROVE: THE CUSTOMER ACCEPTS THE ITEM, SO IT IS PAID NOW -  *
      * THE ACCOUNT MUST STILL BE OPEN AND UNFROZEN WITH AVAILABLE   *
      * FUNDS (OVERDRAFT LINE INCLUDED, ACTIVE HOLDS EXCLUDED), AND   *
      * THE SUSPENSE ITEM MUST STILL BE OPEN.                        *
      *****************************************************************
       300-APPROVE-ITEM-RTN.
           ACCEPT G-PP-ITEM.
           PERFORM 620-GET-PENDING-EXCEPTION-RTN.
           IF ITEM-FOUND-SW = 'Y'
              PERFORM 250-SHOW-EXCEPTION-RTN
              PERFORM 320-CHECK-ACCOUNT-RTN
           END-IF.
           IF ITEM-FOUND-SW = 'Y'
              MOVE PX-ITEM-NUMBER TO SU-ITEM-NUMBER
              READ SUSPREG-FILE
                 INVALID KEY
                    MOVE 'N' TO ITEM-FOUND-SW
                    DISPLAY 'SUSPENSE ITEM NOT ON FILE'
                            LINE 22 COL 2 ERASE EOL
                 NOT INVALID KEY
                    IF NOT SU-OPEN
                       MOVE 'N' TO ITEM-FOUND-SW
                       DISPLAY 'SUSPENSE ITEM IS NO LONGER OPEN'
                               LINE 22 COL 2 ERASE EOL
                    END-IF
              END-READ
           END-IF.
           IF ITEM-FOUND-SW = 'Y'
              PERFORM 350-PAY-ITEM-RTN
           END-IF.
      *****************************************************************
       320-CHECK-ACCOUNT-RTN.
           MOVE PX-ACCOUNT-NUMBER TO ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
              INVALID KEY
                 MOVE 'N' TO ITEM-FOUND-SW
                 DISPLAY 'ACCOUNT NOT FOUND' LINE 22 COL 2 ERASE EOL
              NOT INVALID KEY
                 IF CLOSED-ACCOUNT OR FROZEN-ACCOUNT
                    MOVE 'N' TO ITEM-FOUND-SW
                    DISPLAY 'ACCOUNT IS CLOSED OR FROZEN - RETURN'
                            ' THE ITEM' LINE 22 COL 2 ERASE EOL
                 ELSE
                    PERFORM 330-COMPUTE-HOLDS-RTN
                    COMPUTE WS-AVAILABLE-BALANCE = ACCOUNT-BALANCE
                            + OD-LIMIT - WS-HOLD-TOTAL
                    IF PX-AMOUNT > WS-AVAILABLE-BALANCE
                       MOVE 'N' TO ITEM-FOUND-SW
                       DISPLAY 'INSUFFICIENT FUNDS TO PAY THE ITEM'
                               LINE 22 COL 2 ERASE EOL
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
       330-COMPUTE-HOLDS-RTN.
           MOVE ZEROES TO WS-HOLD-TOTAL.
           MOVE PX-ACCOUNT-NUMBER TO HF-ACCOUNT-NUMBER.
           MOVE ZEROES TO HF-HOLD-SEQ.
           MOVE 'N' TO HOLD-EOF-SW.
           START HOLD-FILE KEY IS NOT LESS THAN HF-KEY
              INVALID KEY
                 MOVE 'Y' TO HOLD-EOF-SW
           END-START.
           PERFORM 340-READ-NEXT-HOLD-RTN UNTIL HOLD-EOF-SW = 'Y'.
      *****************************************************************
       340-READ-NEXT-HOLD-RTN.
           READ HOLD-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO HOLD-EOF-SW
              NOT AT END
                 IF HF-ACCOUNT-NUMBER NOT = PX-ACCOUNT-NUMBER
                    MOVE 'Y' TO HOLD-EOF-SW
                 ELSE
                    IF HF-ACTIVE
                       ADD HF-AMOUNT TO WS-HOLD-TOTAL
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
       350-PAY-ITEM-RTN.
           MOVE 'N' TO POSTED-SW.
           SUBTRACT PX-AMOUNT FROM ACCOUNT-BALANCE.
           MOVE WS-CURRENT-DATE TO LAST-ACTIVITY-DATE.
           REWRITE ACCOUNT-REC
              INVALID KEY
                 DISPLAY 'ERROR IN POSTING THE ACCOUNT'
                         LINE 22 COL 2 ERASE EOL
              NOT INVALID KEY
                 MOVE 'Y' TO POSTED-SW
                 PERFORM 880-WRITE-ACCT-JOURNAL-RTN
           END-REWRITE.
           IF POSTED-SW = 'Y'
              PERFORM 370-WRITE-TRANLOG-RTN
              MOVE 'A'               TO SU-STATUS
              MOVE SPACES            TO SU-PENDING-ACTION
              MOVE PX-ACCOUNT-NUMBER TO SU-TARGET-ACCOUNT
              MOVE LS-USER-ID        TO SU-MAKER
              MOVE LS-USER-ID        TO SU-CHECKER
              MOVE WS-BUSINESS-DATE  TO SU-RESOLVED-DATE
              REWRITE SUSP-REG-REC
                 INVALID KEY
                    DISPLAY 'ERROR IN UPDATING SUSPENSE ITEM'
                            LINE 22 COL 2 ERASE EOL
              END-REWRITE
              PERFORM 380-MARK-CHECK-PAID-RTN
              MOVE 'A' TO PX-STATUS
              PERFORM 650-RECORD-DECISION-RTN
              DISPLAY 'ITEM APPROVED AND PAID'
                      LINE 22 COL 2 ERASE EOL
           END-IF.
      *****************************************************************
       370-WRITE-TRANLOG-RTN.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-BUSINESS-DATE  TO TRAN-DATE.
           MOVE WS-CURRENT-TIME   TO TRAN-TIME.
           MOVE 'SUSPAPPLY'       TO TRAN-TYPE.
           MOVE PX-ACCOUNT-NUMBER TO TRAN-FROM-ACCOUNT.
           MOVE ZEROES            TO TRAN-TO-ACCOUNT.
           MOVE PX-AMOUNT         TO TRAN-AMOUNT.
           MOVE LS-USER-ID        TO TRAN-TELLER-ID.
           MOVE ZEROES            TO TRAN-FX-RATE.
           MOVE WS-CURRENT-DATE   TO TRAN-ACTUAL-DATE.
           MOVE BRANCH-CODE       TO TRAN-BRANCH-CODE.
           MOVE PX-ITEM-NUMBER    TO TRAN-REFERENCE.
           WRITE TRAN-LOG-REC.
      *****************************************************************
       380-MARK-CHECK-PAID-RTN.
           MOVE PX-ACCOUNT-NUMBER TO CK-ACCOUNT-NUMBER.
           MOVE PX-CHECK-NUMBER   TO CK-CHECK-NUMBER.
           READ CHECK-REG-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF CK-OUTSTANDING
                    MOVE 'P'             TO CK-STATUS
                    MOVE WS-CURRENT-DATE TO CK-PAID-DATE
                    MOVE PX-AMOUNT       TO CK-AMOUNT
                    REWRITE CHECK-REG-REC
                       INVALID KEY
                          DISPLAY 'ERROR IN MARKING THE CHECK PAID'
                                  LINE 22 COL 2 ERASE EOL
                    END-REWRITE
                 END-IF
           END-READ.
           MOVE PX-ACCOUNT-NUMBER TO PI-ACCOUNT-NUMBER.
           MOVE PX-CHECK-NUMBER   TO PI-CHECK-NUMBER.
           READ PP-ISSUE-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF PI-ISSUED
                    MOVE 'P'             TO PI-STATUS
                    MOVE WS-CURRENT-DATE TO PI-PAID-DATE
                    REWRITE PP-ISSUE-REC
                       INVALID KEY
                          DISPLAY 'ERROR IN MARKING THE ISSUE PAID'
                                  LINE 22 COL 2 ERASE EOL
                    END-REWRITE
                 END-IF
           END-READ.
      *****************************************************************
      * RETURN: THE CHECK IS MARKED RETURNED AND THE SUSPENSE ITEM   *
      * STAYS OPEN FOR OPERATIONS TO SEND BACK THROUGH CLEARING.     *
      *****************************************************************
       400-RETURN-ITEM-RTN.
           ACCEPT G-PP-ITEM.
           PERFORM 620-GET-PENDING-EXCEPTION-RTN.
           IF ITEM-FOUND-SW = 'Y'
              MOVE PX-ACCOUNT-NUMBER TO CK-ACCOUNT-NUMBER
              MOVE PX-CHECK-NUMBER   TO CK-CHECK-NUMBER
              READ CHECK-REG-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CK-OUTSTANDING
                       MOVE 'R' TO CK-STATUS
                       REWRITE CHECK-REG-REC
                          INVALID KEY
                             DISPLAY 'ERROR IN MARKING THE RETURN'
                                     LINE 22 COL 2 ERASE EOL
                       END-REWRITE
                    END-IF
              END-READ
              MOVE 'R' TO PX-STATUS
              PERFORM 650-RECORD-DECISION-RTN
              PERFORM 250-SHOW-EXCEPTION-RTN
              DISPLAY 'ITEM RETURNED - SUSPENSE ITEM LEFT OPEN FOR'
                      ' CLEARING RETURN' LINE 22 COL 2 ERASE EOL
           END-IF.
      *****************************************************************
      * ENROL: A SUPERVISOR ENROLS AN OPEN CHECKING ACCOUNT, OR      *
      * RE-ENROLS ONE WHOSE ENROLMENT HAD ENDED.                     *
      *****************************************************************
       500-ENROL-ACCOUNT-RTN.
           IF WS-SUPV-SW = 'N'
              DISPLAY 'SUPERVISOR AUTHORITY IS REQUIRED TO ENROL'
                      LINE 22 COL 2 ERASE EOL
           ELSE
              ACCEPT G-PP-ACCOUNT
              ACCEPT G-PP-PAYEE-SW
              INSPECT WS-PP-PAYEE-SW
                      CONVERTING ALPHALOWER TO ALPHAUPPER
              MOVE WS-PP-ACCOUNT TO ACCOUNT-NUMBER
              READ ACCOUNT-FILE
                 INVALID KEY
                    DISPLAY 'ACCOUNT NOT FOUND'
                            LINE 22 COL 2 ERASE EOL
                 NOT INVALID KEY
                    IF NOT CHECKING-ACCOUNT
                       DISPLAY 'ONLY CHECKING ACCOUNTS CAN BE ENROLLED'
                               LINE 22 COL 2 ERASE EOL
                    ELSE
                    IF CLOSED-ACCOUNT
                       DISPLAY 'ACCOUNT IS CLOSED'
                               LINE 22 COL 2 ERASE EOL
                    ELSE
                    IF WS-PP-PAYEE-SW NOT = 'Y'
                    AND WS-PP-PAYEE-SW NOT = 'N'
                       DISPLAY 'MATCH PAYEE MUST BE Y OR N'
                               LINE 22 COL 2 ERASE EOL
                    ELSE
                       PERFORM 520-WRITE-ENROLMENT-RTN
                    END-IF
                    END-IF
                    END-IF
              END-READ
           END-IF.
      *****************************************************************
       520-WRITE-ENROLMENT-RTN.
           MOVE WS-PP-ACCOUNT TO PE-ACCOUNT-NUMBER.
           READ PP-ENROL-FILE
              INVALID KEY
                 MOVE 'N' TO ITEM-FOUND-SW
              NOT INVALID KEY
                 MOVE 'Y' TO ITEM-FOUND-SW
           END-READ.
           MOVE WS-PP-ACCOUNT    TO PE-ACCOUNT-NUMBER.
           MOVE 'A'              TO PE-STATUS.
           MOVE WS-PP-PAYEE-SW   TO PE-PAYEE-MATCH-SW.
           MOVE WS-BUSINESS-DATE TO PE-ENROL-DATE.
           MOVE LS-USER-ID       TO PE-ENROLLED-BY.
           MOVE ZEROES           TO PE-END-DATE.
           IF ITEM-FOUND-SW = 'Y'
              REWRITE PP-ENROL-REC
                 INVALID KEY
                    DISPLAY 'ERROR IN UPDATING ENROLMENT'
                            LINE 22 COL 2 ERASE EOL
                 NOT INVALID KEY
                    DISPLAY 'ENROLMENT UPDATED'
                            LINE 22 COL 2 ERASE EOL
              END-REWRITE
           ELSE
              WRITE PP-ENROL-REC
                 INVALID KEY
                    DISPLAY 'ERROR IN WRITING ENROLMENT'
                            LINE 22 COL 2 ERASE EOL
                 NOT INVALID KEY
                    DISPLAY 'ACCOUNT ENROLLED IN POSITIVE PAY'
                            LINE 22 COL 2 ERASE EOL
              END-WRITE
           END-IF.
      *****************************************************************
       550-END-ENROLMENT-RTN.
           IF WS-SUPV-SW = 'N'
              DISPLAY 'SUPERVISOR AUTHORITY IS REQUIRED TO END'
                      ' ENROLMENT' LINE 22 COL 2 ERASE EOL
           ELSE
              ACCEPT G-PP-ACCOUNT
              MOVE WS-PP-ACCOUNT TO PE-ACCOUNT-NUMBER
              READ PP-ENROL-FILE
                 INVALID KEY
                    DISPLAY 'ACCOUNT IS NOT ENROLLED'
                            LINE 22 COL 2 ERASE EOL
                 NOT INVALID KEY
                    IF NOT PE-ACTIVE
                       DISPLAY 'ENROLMENT HAS ALREADY ENDED'
                               LINE 22 COL 2 ERASE EOL
                    ELSE
                       MOVE 'I'              TO PE-STATUS
                       MOVE WS-BUSINESS-DATE TO PE-END-DATE
                       REWRITE PP-ENROL-REC
                          INVALID KEY
                             DISPLAY 'ERROR IN UPDATING ENROLMENT'
                                     LINE 22 COL 2 ERASE EOL
                          NOT INVALID KEY
                             DISPLAY 'POSITIVE PAY ENROLMENT ENDED'
                                     LINE 22 COL 2 ERASE EOL
                       END-REWRITE
                    END-IF
              END-READ
           END-IF.
      *****************************************************************
       600-GET-EXCEPTION-RTN.
           MOVE 'N' TO ITEM-FOUND-SW.
           MOVE WS-PP-ITEM TO PX-ITEM-NUMBER.
           READ PP-EXCP-FILE
              INVALID KEY
                 DISPLAY 'EXCEPTION NOT ON FILE'
                         LINE 22 COL 2 ERASE EOL
              NOT INVALID KEY
                 MOVE 'Y' TO ITEM-FOUND-SW
           END-READ.
      *****************************************************************
       620-GET-PENDING-EXCEPTION-RTN.
           PERFORM 600-GET-EXCEPTION-RTN.
           IF ITEM-FOUND-SW = 'Y'
              IF NOT PX-PENDING
                 MOVE 'N' TO ITEM-FOUND-SW
                 DISPLAY 'EXCEPTION HAS ALREADY BEEN DECIDED'
                         LINE 22 COL 2 ERASE EOL
              END-IF
           END-IF.
      *****************************************************************
       650-RECORD-DECISION-RTN.
           MOVE LS-USER-ID       TO PX-DECIDED-BY.
           MOVE WS-BUSINESS-DATE TO PX-DECIDED-DATE.
           REWRITE PP-EXCP-REC
              INVALID KEY
                 DISPLAY 'ERROR IN UPDATING THE EXCEPTION'
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
           MOVE 8 TO WS-LIST-LINE.
           PERFORM 950-CLEAR-ONE-LINE-RTN UNTIL WS-LIST-LINE > 23.
           MOVE ZEROES TO WS-PP-ACCOUNT.
           MOVE ZEROES TO WS-PP-ITEM.
           MOVE SPACES TO WS-PP-PAYEE-SW.
           DISPLAY G-PP-FUNC.
           DISPLAY G-PP-ACCOUNT.
           DISPLAY G-PP-ITEM.
           DISPLAY G-PP-PAYEE-SW.
      *****************************************************************
       950-CLEAR-ONE-LINE-RTN.
           DISPLAY ' ' LINE WS-LIST-LINE COL 1 ERASE EOL.
           ADD 1 TO WS-LIST-LINE.
      *****************************************************************
       A900-CLOSE-RTN.
            CLOSE PP-ENROL-FILE.
            CLOSE PP-ISSUE-FILE.
            CLOSE PP-EXCP-FILE.
            CLOSE SUSPREG-FILE.
            CLOSE CHECK-REG-FILE.
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
           MOVE 'PPMAINT' TO JR-PROGRAM.
           MOVE LS-USER-ID TO JR-OPERATOR.
           MOVE 'ACCOUNT' TO JR-FILE-ID.
           MOVE SPACES TO JR-IMAGE.
           MOVE ACCOUNT-REC TO JR-IMAGE.
           WRITE JOURNAL-REC.
