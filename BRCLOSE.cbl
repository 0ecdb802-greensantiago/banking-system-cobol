      ****************************************************************
      * THIS PROGRAM IS THE BRANCH CLOSE-OF-BUSINESS FUNCTION.  FOR  *
      * ONE BR-CODE IT RUNS THE CLOSING CHECKLIST FOR THE BUSINESS   *
      * DATE -                                                       *
      *   - EVERY TELLER DRAWER OF THE BRANCH RETURNED TO THE VAULT  *
      *     (NO CASH LEFT ON HAND) AND, IF USED TODAY, PROVED IN     *
      *     BALANCE BY TLRPROOF (DRWPROOF.DAT);                      *
      *   - EVERY FOREIGN CURRENCY POSITION ON CCYDRAWR.DAT SETTLED  *
      *     BACK TO THE VAULT;                                       *
      *   - NO PENDCHG CHANGE OR GLJRNL BATCH ENTERED BY A USER OF   *
      *     THE BRANCH STILL PENDING APPROVAL;                       *
      *   - THE DAY'S SUPERVISOR OVERRIDES GRANTED TO THE BRANCH'S   *
      *     TELLERS (SECLOG SUPVOVRD) REVIEWED BY THE CLOSING        *
      *     OFFICER.                                                 *
      * WHEN EVERY ITEM PASSES THE BRANCH IS RECORDED CLOSED ON      *
      * BRCLOSE.DAT WITH THE CLOSING OFFICER.  SODEOD WILL NOT END   *
      * THE DAY UNTIL EVERY ACTIVE BRANCH IS CLOSED.  A SUPERVISOR   *
      * CLOSES THEIR OWN BRANCH; AN ADMINISTRATOR ANY BRANCH.        *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRCLOSE IS INITIAL.
       AUTHOR. GERAD CARLOS TUPAZ.
       DATE-WRITTEN. 10 15 2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BR-CLOSE-FILE ASSIGN TO 'BRCLOSE.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BC-KEY.
           SELECT BRANCH-FILE ASSIGN TO 'BRANCH.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BR-CODE.
           SELECT DRAWER-FILE ASSIGN TO 'DRAWER.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DR-TELLER-ID.
           SELECT CCY-DRAWER-FILE ASSIGN TO 'CCYDRAWR.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CD-KEY.
           SELECT DRAWER-PROOF-FILE ASSIGN TO 'DRWPROOF.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DP-KEY.
           SELECT PEND-CHANGE-FILE ASSIGN TO 'PENDCHG.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PD-CHANGE-NUMBER.
           SELECT GL-JRNL-FILE ASSIGN TO 'GLJRNL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GJ-KEY.
           SELECT SEC-LOG-FILE ASSIGN TO 'SECLOG.DAT'
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
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  BR-CLOSE-FILE
           RECORD CONTAINS 77 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS BR-CLOSE-REC.
       COPY BRCLOSE.
       FD  BRANCH-FILE
           RECORD CONTAINS 84 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS BRANCH-REC.
       COPY BRANCH.
       FD  DRAWER-FILE
           RECORD CONTAINS 45 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS DRAWER-REC.
       COPY DRAWER.
       FD  CCY-DRAWER-FILE
           RECORD CONTAINS 48 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CCY-DRAWER-REC.
       COPY CCYDRAWR.
       FD  DRAWER-PROOF-FILE
           RECORD CONTAINS 51 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS DRAWER-PROOF-REC.
       COPY DRWPROOF.
       FD  PEND-CHANGE-FILE
           RECORD CONTAINS 201 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS PEND-CHANGE-REC.
       COPY PENDCHG.
       FD  GL-JRNL-FILE
           RECORD CONTAINS 102 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS GL-JRNL-REC.
       COPY GLJRNL.
       FD  SEC-LOG-FILE
           RECORD CONTAINS 76 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS SEC-LOG-REC.
       COPY SECLOG.
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
       01  WS-BC-FUNC                PIC X VALUE SPACES.
       01  WS-BC-BRANCH              PIC X(4) VALUE SPACES.
       01  WS-OWN-BRANCH             PIC X(4) VALUE SPACES.
       01  WS-LOOKUP-USER            PIC X(15) VALUE SPACES.
       01  WS-LOOKUP-BRANCH          PIC X(4) VALUE SPACES.
       01  WS-CHECK-TELLER           PIC X(15) VALUE SPACES.
       01  WS-EXC-TEXT               PIC X(60) VALUE SPACES.
       01  WS-EXC-COUNT              PIC 9(5) VALUE ZEROES.
       01  WS-OVR-COUNT              PIC 9(3) VALUE ZEROES.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-CURRENT-TIME           PIC 9(8) VALUE ZEROES.
       01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZEROES.
       01  WS-SUPV-SW                PIC X VALUE 'N'.
       01  WS-ADMIN-SW               PIC X VALUE 'N'.
       01  WS-LIST-LINE              PIC 99 VALUE ZEROES.
       01  BRANCH-OK-SW              PIC X VALUE 'N'.
       01  REVIEWED-SW               PIC X VALUE 'N'.
       01  EXIT-SW                   PIC X VALUE 'N'.
       01  EOF-SW                    PIC X VALUE 'N'.
       01  CCY-EOF-SW                PIC X VALUE 'N'.
       01  DUMMY                     PIC X VALUE SPACES.
       COPY APLHA.
      *****************************************************************
       LINKAGE SECTION.
       01  LS-USER-ID                PIC X(15).
      *****************************************************************
       SCREEN SECTION.
       COPY "BRCLOSE.ss".
      *****************************************************************
       PROCEDURE DIVISION USING LS-USER-ID.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A300-PROCESS-RTN UNTIL EXIT-SW = 'Y'.
           PERFORM A900-CLOSE-RTN.
      *     STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN I-O BR-CLOSE-FILE.
           OPEN INPUT BRANCH-FILE.
           OPEN INPUT DRAWER-FILE.
           OPEN INPUT CCY-DRAWER-FILE.
           OPEN INPUT DRAWER-PROOF-FILE.
           OPEN INPUT PEND-CHANGE-FILE.
           OPEN INPUT GL-JRNL-FILE.
           OPEN INPUT USER-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
           OPEN INPUT SYSCTL-FILE.
           MOVE 'BUSDATE   ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-BUSINESS-DATE
           END-READ.
           CLOSE SYSCTL-FILE.
           MOVE 'N' TO WS-SUPV-SW.
           MOVE 'N' TO WS-ADMIN-SW.
           MOVE LS-USER-ID TO USER-ID.
           READ USER-FILE
              NOT INVALID KEY
                 MOVE USER-BRANCH-CODE TO WS-OWN-BRANCH
                 IF SUPERVISOR-ROLE OR ADMIN-ROLE
                    MOVE 'Y' TO WS-SUPV-SW
                 END-IF
                 IF ADMIN-ROLE
                    MOVE 'Y' TO WS-ADMIN-SW
                 END-IF
           END-READ.
           DISPLAY G-BRCLOSE.
      *****************************************************************
       A300-PROCESS-RTN.
           ACCEPT G-BC-FUNC.
           INSPECT WS-BC-FUNC CONVERTING ALPHALOWER TO ALPHAUPPER.
           IF WS-BC-FUNC NOT = 'C' AND WS-BC-FUNC NOT = 'I'
              DISPLAY 'FUNCTION MUST BE C OR I'
                      LINE 22 COL 2 ERASE EOL
           ELSE
              ACCEPT G-BC-BRANCH
              INSPECT WS-BC-BRANCH
                      CONVERTING ALPHALOWER TO ALPHAUPPER
              PERFORM 100-CHECK-BRANCH-RTN
              IF BRANCH-OK-SW = 'Y'
                 PERFORM 200-RUN-CHECKLIST-RTN
                 IF WS-BC-FUNC = 'C'
                    PERFORM 700-CLOSE-BRANCH-RTN
                 ELSE
                    PERFORM 650-SHOW-RESULT-RTN
                 END-IF
              END-IF
           END-IF.
           PERFORM A800-ASK-EXIT-RTN.
      *****************************************************************
       100-CHECK-BRANCH-RTN.
           MOVE 'N' TO BRANCH-OK-SW.
           MOVE WS-BC-BRANCH TO BR-CODE.
           READ BRANCH-FILE
              INVALID KEY
                 DISPLAY 'BRANCH NOT FOUND'
                         LINE 22 COL 2 ERASE EOL
              NOT INVALID KEY
                 DISPLAY BR-NAME LINE 06 COL 27
                 IF WS-SUPV-SW = 'N'
                    DISPLAY 'SUPERVISOR AUTHORITY IS REQUIRED'
                            LINE 22 COL 2 ERASE EOL
                 ELSE
                 IF WS-ADMIN-SW = 'N' AND
                    WS-BC-BRANCH NOT = WS-OWN-BRANCH
                    DISPLAY 'A SUPERVISOR MAY CLOSE ONLY THEIR OWN '
                            'BRANCH' LINE 22 COL 2 ERASE EOL
                 ELSE
                    MOVE 'Y' TO BRANCH-OK-SW
                 END-IF
                 END-IF
           END-READ.
      *****************************************************************
       200-RUN-CHECKLIST-RTN.
           MOVE ZEROES TO WS-EXC-COUNT.
           MOVE ZEROES TO WS-OVR-COUNT.
           MOVE 7 TO WS-LIST-LINE.
           PERFORM 300-CHECK-DRAWERS-RTN.
           PERFORM 400-CHECK-PENDCHG-RTN.
           PERFORM 450-CHECK-GLJRNL-RTN.
           PERFORM 500-CHECK-OVERRIDES-RTN.
      *****************************************************************
       250-USER-BRANCH-RTN.
           MOVE SPACES TO WS-LOOKUP-BRANCH.
           MOVE WS-LOOKUP-USER TO USER-ID.
           READ USER-FILE
              NOT INVALID KEY
                 MOVE USER-BRANCH-CODE TO WS-LOOKUP-BRANCH
           END-READ.
      *****************************************************************
       260-ADD-EXCEPTION-RTN.
           ADD 1 TO WS-EXC-COUNT.
           IF WS-LIST-LINE < 20
              ADD 1 TO WS-LIST-LINE
              DISPLAY WS-EXC-TEXT LINE WS-LIST-LINE COL 2 ERASE EOL
           END-IF.
      *****************************************************************
      * DRAWERS: THE BRANCH VAULT AND HEAD-OFFICE VAULT ARE SKIPPED. *
      * A TELLER DRAWER MUST HOLD NO CASH (ALL SOLD BACK TO THE      *
      * VAULT) AND, IF OPENED OR USED ON OR AFTER THE BUSINESS       *
      * DATE, MUST CARRY AN IN-BALANCE PROOF FOR THE BUSINESS DATE.  *
      *****************************************************************
       300-CHECK-DRAWERS-RTN.
           MOVE SPACES TO DR-TELLER-ID.
           MOVE 'N' TO EOF-SW.
           START DRAWER-FILE KEY IS NOT LESS THAN DR-TELLER-ID
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
           END-START.
           PERFORM 310-CHECK-ONE-DRAWER-RTN UNTIL EOF-SW = 'Y'.
      *****************************************************************
       310-CHECK-ONE-DRAWER-RTN.
           READ DRAWER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF DR-TELLER-ID NOT = 'VAULT' AND
                    DR-TELLER-ID (1:6) NOT = 'VAULT-'
                    MOVE DR-TELLER-ID TO WS-LOOKUP-USER
                    PERFORM 250-USER-BRANCH-RTN
                    IF WS-LOOKUP-BRANCH = WS-BC-BRANCH
                       PERFORM 320-CHECK-TELLER-DRAWER-RTN
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
       320-CHECK-TELLER-DRAWER-RTN.
           MOVE DR-TELLER-ID TO WS-CHECK-TELLER.
           IF DR-CASH-ON-HAND > ZEROES
              MOVE SPACES TO WS-EXC-TEXT
              STRING 'DRAWER NOT RETURNED TO VAULT: ' WS-CHECK-TELLER
                     DELIMITED BY SIZE INTO WS-EXC-TEXT
              END-STRING
              PERFORM 260-ADD-EXCEPTION-RTN
           END-IF.
           IF DR-BUSINESS-DATE NOT < WS-BUSINESS-DATE
              MOVE WS-CHECK-TELLER TO DP-TELLER-ID
              MOVE WS-BUSINESS-DATE TO DP-BUSINESS-DATE
              READ DRAWER-PROOF-FILE
                 INVALID KEY
                    MOVE SPACES TO WS-EXC-TEXT
                    STRING 'DRAWER NOT PROVED: ' WS-CHECK-TELLER
                           DELIMITED BY SIZE INTO WS-EXC-TEXT
                    END-STRING
                    PERFORM 260-ADD-EXCEPTION-RTN
                 NOT INVALID KEY
                    IF DP-DIFFERENCE
                       MOVE SPACES TO WS-EXC-TEXT
                       STRING 'DRAWER PROVED OVER/SHORT: '
                              WS-CHECK-TELLER
                              DELIMITED BY SIZE INTO WS-EXC-TEXT
                       END-STRING
                       PERFORM 260-ADD-EXCEPTION-RTN
                    END-IF
              END-READ
           END-IF.
           MOVE WS-CHECK-TELLER TO CD-TELLER-ID.
           MOVE SPACES TO CD-CURRENCY-CODE.
           MOVE 'N' TO CCY-EOF-SW.
           START CCY-DRAWER-FILE KEY IS NOT LESS THAN CD-KEY
              INVALID KEY
                 MOVE 'Y' TO CCY-EOF-SW
           END-START.
           PERFORM 330-CHECK-ONE-CCY-RTN UNTIL CCY-EOF-SW = 'Y'.
      *****************************************************************
       330-CHECK-ONE-CCY-RTN.
           READ CCY-DRAWER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO CCY-EOF-SW
              NOT AT END
                 IF CD-TELLER-ID NOT = WS-CHECK-TELLER
                    MOVE 'Y' TO CCY-EOF-SW
                 ELSE
                    IF CD-CASH-ON-HAND > ZEROES
                       MOVE SPACES TO WS-EXC-TEXT
                       STRING 'CURRENCY POSITION NOT SETTLED: '
                              WS-CHECK-TELLER ' ' CD-CURRENCY-CODE
                              DELIMITED BY SIZE INTO WS-EXC-TEXT
                       END-STRING
                       PERFORM 260-ADD-EXCEPTION-RTN
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
       400-CHECK-PENDCHG-RTN.
           MOVE ZEROES TO PD-CHANGE-NUMBER.
           MOVE 'N' TO EOF-SW.
           START PEND-CHANGE-FILE KEY IS NOT LESS THAN PD-CHANGE-NUMBER
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
           END-START.
           PERFORM 410-CHECK-ONE-CHANGE-RTN UNTIL EOF-SW = 'Y'.
      *****************************************************************
       410-CHECK-ONE-CHANGE-RTN.
           READ PEND-CHANGE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF PD-PENDING
                    MOVE PD-MAKER TO WS-LOOKUP-USER
                    PERFORM 250-USER-BRANCH-RTN
                    IF WS-LOOKUP-BRANCH = WS-BC-BRANCH
                       MOVE SPACES TO WS-EXC-TEXT
                       STRING 'CHANGE PENDING APPROVAL: '
                              PD-CHANGE-NUMBER ' ' PD-SOURCE
                              ' BY ' PD-MAKER
                              DELIMITED BY SIZE INTO WS-EXC-TEXT
                       END-STRING
                       PERFORM 260-ADD-EXCEPTION-RTN
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
      * A JOURNAL BATCH IS JUDGED BY ITS FIRST LINE, WHICH CARRIES   *
      * THE BATCH STATUS AND ENTERER THE SAME AS EVERY OTHER LINE.   *
      *****************************************************************
       450-CHECK-GLJRNL-RTN.
           MOVE ZEROES TO GJ-BATCH-NUMBER.
           MOVE ZEROES TO GJ-LINE-NUMBER.
           MOVE 'N' TO EOF-SW.
           START GL-JRNL-FILE KEY IS NOT LESS THAN GJ-KEY
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
           END-START.
           PERFORM 460-CHECK-ONE-LINE-RTN UNTIL EOF-SW = 'Y'.
      *****************************************************************
       460-CHECK-ONE-LINE-RTN.
           READ GL-JRNL-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF GJ-LINE-NUMBER = 1 AND GJ-PENDING
                    MOVE GJ-ENTERED-BY TO WS-LOOKUP-USER
                    PERFORM 250-USER-BRANCH-RTN
                    IF WS-LOOKUP-BRANCH = WS-BC-BRANCH
                       MOVE SPACES TO WS-EXC-TEXT
                       STRING 'JOURNAL BATCH PENDING APPROVAL: '
                              GJ-BATCH-NUMBER ' BY ' GJ-ENTERED-BY
                              DELIMITED BY SIZE INTO WS-EXC-TEXT
                       END-STRING
                       PERFORM 260-ADD-EXCEPTION-RTN
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
      * SUPERVISOR OVERRIDES ARE GRANTED ON THE SPOT AND LOGGED TO   *
      * SECLOG.DAT.  THE DAY'S OVERRIDES FOR THE BRANCH'S TELLERS    *
      * ARE LISTED FOR THE CLOSING OFFICER, WHO MUST CONFIRM THEY    *
      * HAVE BEEN REVIEWED BEFORE THE BRANCH CAN CLOSE.              *
      *****************************************************************
       500-CHECK-OVERRIDES-RTN.
           OPEN INPUT SEC-LOG-FILE.
           MOVE 'N' TO EOF-SW.
           PERFORM 510-CHECK-ONE-EVENT-RTN UNTIL EOF-SW = 'Y'.
           CLOSE SEC-LOG-FILE.
      *****************************************************************
       510-CHECK-ONE-EVENT-RTN.
           READ SEC-LOG-FILE
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF SEC-EVENT-TYPE = 'SUPVOVRD' AND
                    SEC-OUTCOME = 'APPROVED' AND
                    SEC-DATE NOT < WS-BUSINESS-DATE
                    MOVE SEC-ACTOR-ID TO WS-LOOKUP-USER
                    PERFORM 250-USER-BRANCH-RTN
                    IF WS-LOOKUP-BRANCH = WS-BC-BRANCH
                       ADD 1 TO WS-OVR-COUNT
                       IF WS-LIST-LINE < 20
                          ADD 1 TO WS-LIST-LINE
                          MOVE SPACES TO WS-EXC-TEXT
                          STRING 'OVERRIDE: TELLER ' SEC-ACTOR-ID
                                 ' BY ' SEC-USER-ID
                                 DELIMITED BY SIZE INTO WS-EXC-TEXT
                          END-STRING
                          DISPLAY WS-EXC-TEXT
                                  LINE WS-LIST-LINE COL 2 ERASE EOL
                       END-IF
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
       650-SHOW-RESULT-RTN.
           IF WS-EXC-COUNT = ZEROES
              DISPLAY 'CHECKLIST PASSED - SUPERVISOR OVERRIDES TODAY:'
                      LINE 22 COL 2 ERASE EOL
              DISPLAY WS-OVR-COUNT LINE 22 COL 49
           ELSE
              DISPLAY 'CHECKLIST FAILED - EXCEPTIONS:'
                      LINE 22 COL 2 ERASE EOL
              DISPLAY WS-EXC-COUNT LINE 22 COL 33
           END-IF.
      *****************************************************************
       700-CLOSE-BRANCH-RTN.
           MOVE WS-BC-BRANCH TO BC-BRANCH-CODE.
           MOVE WS-BUSINESS-DATE TO BC-BUSINESS-DATE.
           READ BR-CLOSE-FILE
              INVALID KEY
                 PERFORM 720-CONFIRM-AND-CLOSE-RTN
              NOT INVALID KEY
                 DISPLAY 'BRANCH ALREADY CLOSED FOR THE BUSINESS DATE'
                         LINE 22 COL 2 ERASE EOL
           END-READ.
      *****************************************************************
       720-CONFIRM-AND-CLOSE-RTN.
           IF WS-EXC-COUNT NOT = ZEROES
              PERFORM 650-SHOW-RESULT-RTN
              DISPLAY '- BRANCH NOT CLOSED' LINE 22 COL 40
           ELSE
              MOVE 'Y' TO REVIEWED-SW
              IF WS-OVR-COUNT NOT = ZEROES
                 DISPLAY 'SUPERVISOR OVERRIDES LISTED HAVE BEEN '
                         'REVIEWED? Y/N:' LINE 21 COL 2 ERASE EOL
                 ACCEPT REVIEWED-SW LINE 21 COL 55
                 INSPECT REVIEWED-SW
                         CONVERTING ALPHALOWER TO ALPHAUPPER
              END-IF
              IF REVIEWED-SW NOT = 'Y'
                 DISPLAY 'OVERRIDES NOT REVIEWED - BRANCH NOT CLOSED'
                         LINE 22 COL 2 ERASE EOL
              ELSE
                 ACCEPT WS-CURRENT-TIME FROM TIME
                 MOVE WS-BC-BRANCH     TO BC-BRANCH-CODE
                 MOVE WS-BUSINESS-DATE TO BC-BUSINESS-DATE
                 MOVE 'C'              TO BC-STATUS
                 MOVE LS-USER-ID       TO BC-CLOSED-BY
                 MOVE WS-CURRENT-DATE  TO BC-CLOSE-DATE
                 MOVE WS-CURRENT-TIME  TO BC-CLOSE-TIME
                 MOVE WS-OVR-COUNT     TO BC-OVERRIDES-SEEN
                 MOVE SPACES           TO BC-REASON
                 WRITE BR-CLOSE-REC
                    INVALID KEY
                       DISPLAY 'ERROR IN WRITING BRANCH CLOSE'
                               LINE 22 COL 2 ERASE EOL
                    NOT INVALID KEY
                       DISPLAY 'BRANCH CLOSED FOR BUSINESS DATE'
                               LINE 22 COL 2 ERASE EOL
                       DISPLAY WS-BUSINESS-DATE LINE 22 COL 34
                 END-WRITE
              END-IF
           END-IF.
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
           DISPLAY ' ' LINE 06 COL 27 ERASE EOL.
           DISPLAY G-BC-FUNC.
           DISPLAY G-BC-BRANCH.
      *****************************************************************
       950-CLEAR-ONE-LINE-RTN.
           DISPLAY ' ' LINE WS-LIST-LINE COL 1 ERASE EOL.
           ADD 1 TO WS-LIST-LINE.
      *****************************************************************
       A900-CLOSE-RTN.
            CLOSE BR-CLOSE-FILE.
            CLOSE BRANCH-FILE.
            CLOSE DRAWER-FILE.
            CLOSE CCY-DRAWER-FILE.
            CLOSE DRAWER-PROOF-FILE.
            CLOSE PEND-CHANGE-FILE.
            CLOSE GL-JRNL-FILE.
            CLOSE USER-FILE.
            EXIT PROGRAM.
