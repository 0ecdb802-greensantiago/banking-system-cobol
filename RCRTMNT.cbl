      ****************************************************************
      * THIS PROGRAM IS THE BRANCH MANAGER'S USER ACCESS             *
      * RECERTIFICATION SCREEN.  FOR THE QUARTER OF THE BUSINESS     *
      * DATE IT STEPS THROUGH EVERY PENDING RECERT.DAT LINE OF ONE   *
      * BRANCH (AS BUILT BY USRRCRT) AND THE MANAGER CONFIRMS THE    *
      * USER'S ACCESS, REVOKES IT, OR SKIPS THE LINE FOR LATER.  A   *
      * REVOKED USER IS SET INACTIVE AT ONCE, JOURNALED AND LOGGED   *
      * TO SECLOG.DAT.  EVERY DECISION IS KEPT ON RECERT.DAT WITH    *
      * WHO MADE IT AND WHEN, FOR THE AUDITORS.  A SUPERVISOR        *
      * REVIEWS THEIR OWN BRANCH; AN ADMINISTRATOR ANY BRANCH OR     *
      * HEAD OFFICE.  NO ONE MAY CERTIFY THEIR OWN ID.               *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCRTMNT IS INITIAL.
       AUTHOR. GERAD CARLOS TUPAZ.
       DATE-WRITTEN. 10 15 2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECERT-FILE ASSIGN TO 'RECERT.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS UR-KEY.
           SELECT USER-FILE ASSIGN TO 'USER.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS USER-ID.
           SELECT BRANCH-FILE ASSIGN TO 'BRANCH.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BR-CODE.
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
       FD  RECERT-FILE
           RECORD CONTAINS 90 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECERT-REC.
       COPY RECERT.
       FD  USER-FILE
           RECORD CONTAINS 321 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS USER-REC.
       COPY USERFILE.
       FD  BRANCH-FILE
           RECORD CONTAINS 84 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS BRANCH-REC.
       COPY BRANCH.
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
       01  WS-RC-BRANCH              PIC X(4) VALUE SPACES.
       01  WS-RC-ACTION              PIC X VALUE SPACES.
       01  WS-OWN-BRANCH             PIC X(4) VALUE SPACES.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-CURRENT-TIME           PIC 9(8) VALUE ZEROES.
       01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZEROES.
       01  WS-DATE-SPLIT.
           05 WS-DS-YYYY             PIC 9(4).
           05 WS-DS-MM               PIC 9(2).
           05 WS-DS-DD               PIC 9(2).
       01  WS-QUARTER.
           05 WS-QTR-YYYY            PIC 9(4).
           05 WS-QTR-Q               PIC 9.
       01  WS-QUARTER-NUM REDEFINES WS-QUARTER PIC 9(5).
       01  WS-ROLE-TEXT              PIC X(10) VALUE SPACES.
       01  WS-NAME-TEXT              PIC X(46) VALUE SPACES.
       01  WS-REVIEWED-COUNT         PIC 9(5) VALUE ZEROES.
       01  WS-SUPV-SW                PIC X VALUE 'N'.
       01  WS-ADMIN-SW               PIC X VALUE 'N'.
       01  WS-LIST-LINE              PIC 99 VALUE ZEROES.
       01  BRANCH-OK-SW              PIC X VALUE 'N'.
       01  IN-BRANCH-SW              PIC X VALUE 'N'.
       01  ACTION-OK-SW              PIC X VALUE 'N'.
       01  STOP-SW                   PIC X VALUE 'N'.
       01  UR-EOF-SW                 PIC X VALUE 'N'.
       01  EXIT-SW                   PIC X VALUE 'N'.
       01  DUMMY                     PIC X VALUE SPACES.
       COPY APLHA.
      *****************************************************************
       LINKAGE SECTION.
       01  LS-USER-ID                PIC X(15).
      *****************************************************************
       SCREEN SECTION.
       COPY "RCRTMNT.ss".
      *****************************************************************
       PROCEDURE DIVISION USING LS-USER-ID.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A300-PROCESS-RTN UNTIL EXIT-SW = 'Y'.
           PERFORM A900-CLOSE-RTN.
      *     STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN I-O RECERT-FILE.
           OPEN I-O USER-FILE.
           OPEN INPUT BRANCH-FILE.
           OPEN EXTEND SEC-LOG-FILE.
           OPEN EXTEND JOURNAL-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
           OPEN INPUT SYSCTL-FILE.
           MOVE 'BUSDATE   ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-BUSINESS-DATE
           END-READ.
           CLOSE SYSCTL-FILE.
           MOVE WS-BUSINESS-DATE TO WS-DATE-SPLIT.
           MOVE WS-DS-YYYY TO WS-QTR-YYYY.
           COMPUTE WS-QTR-Q = (WS-DS-MM + 2) / 3.
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
           DISPLAY G-RCRTMNT.
           DISPLAY WS-QTR-YYYY LINE 03 COL 20.
           DISPLAY '-Q' LINE 03 COL 24.
           DISPLAY WS-QTR-Q LINE 03 COL 26.
      *****************************************************************
       A300-PROCESS-RTN.
           ACCEPT G-RC-BRANCH.
           INSPECT WS-RC-BRANCH CONVERTING ALPHALOWER TO ALPHAUPPER.
           PERFORM 100-CHECK-BRANCH-RTN.
           IF BRANCH-OK-SW = 'Y'
              PERFORM 200-REVIEW-BRANCH-RTN
           END-IF.
           PERFORM A800-ASK-EXIT-RTN.
      *****************************************************************
       100-CHECK-BRANCH-RTN.
           MOVE 'N' TO BRANCH-OK-SW.
           IF WS-SUPV-SW = 'N'
              DISPLAY 'SUPERVISOR AUTHORITY IS REQUIRED'
                      LINE 22 COL 2 ERASE EOL
           ELSE
           IF WS-ADMIN-SW = 'N' AND
              WS-RC-BRANCH NOT = WS-OWN-BRANCH
              DISPLAY 'A SUPERVISOR MAY REVIEW ONLY THEIR OWN BRANCH'
                      LINE 22 COL 2 ERASE EOL
           ELSE
           IF WS-RC-BRANCH = SPACES
              DISPLAY 'HEAD OFFICE' LINE 05 COL 27 ERASE EOL
              MOVE 'Y' TO BRANCH-OK-SW
           ELSE
              MOVE WS-RC-BRANCH TO BR-CODE
              READ BRANCH-FILE
                 INVALID KEY
                    DISPLAY 'BRANCH NOT FOUND'
                            LINE 22 COL 2 ERASE EOL
                 NOT INVALID KEY
                    DISPLAY BR-NAME LINE 05 COL 27 ERASE EOL
                    MOVE 'Y' TO BRANCH-OK-SW
              END-READ
           END-IF
           END-IF
           END-IF.
      *****************************************************************
       200-REVIEW-BRANCH-RTN.
           MOVE ZEROES TO WS-REVIEWED-COUNT.
           MOVE 'N' TO STOP-SW.
           MOVE WS-QUARTER-NUM TO UR-QUARTER.
           MOVE SPACES TO UR-USER-ID.
           MOVE 'N' TO UR-EOF-SW.
           START RECERT-FILE KEY IS NOT LESS THAN UR-KEY
              INVALID KEY
                 MOVE 'Y' TO UR-EOF-SW
           END-START.
           PERFORM 210-NEXT-LINE-RTN
              UNTIL UR-EOF-SW = 'Y' OR STOP-SW = 'Y'.
           PERFORM 900-CLEAR-LINES-RTN.
           IF WS-REVIEWED-COUNT = ZEROES AND STOP-SW = 'N'
              DISPLAY 'NO LINES PENDING FOR THIS BRANCH THIS QUARTER'
                      LINE 22 COL 2 ERASE EOL
           ELSE
              DISPLAY 'LINES DECIDED THIS SESSION:'
                      LINE 22 COL 2 ERASE EOL
              DISPLAY WS-REVIEWED-COUNT LINE 22 COL 31
           END-IF.
      *****************************************************************
       210-NEXT-LINE-RTN.
           READ RECERT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO UR-EOF-SW
              NOT AT END
                 IF UR-QUARTER NOT = WS-QUARTER-NUM
                    MOVE 'Y' TO UR-EOF-SW
                 ELSE
                    IF UR-PENDING
                       PERFORM 220-CHECK-IN-BRANCH-RTN
                       IF IN-BRANCH-SW = 'Y'
                          PERFORM 300-DECIDE-LINE-RTN
                       END-IF
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
      * HEAD OFFICE TAKES THE USERS WITH NO BRANCH AND THOSE WHOSE   *
      * BRANCH IS NO LONGER ON FILE, AS USRRCRT PRINTS THEM.         *
      *****************************************************************
       220-CHECK-IN-BRANCH-RTN.
           MOVE 'N' TO IN-BRANCH-SW.
           IF WS-RC-BRANCH NOT = SPACES
              IF UR-BRANCH-CODE = WS-RC-BRANCH
                 MOVE 'Y' TO IN-BRANCH-SW
              END-IF
           ELSE
              IF UR-BRANCH-CODE = SPACES
                 MOVE 'Y' TO IN-BRANCH-SW
              ELSE
                 MOVE UR-BRANCH-CODE TO BR-CODE
                 READ BRANCH-FILE
                    INVALID KEY
                       MOVE 'Y' TO IN-BRANCH-SW
                 END-READ
              END-IF
           END-IF.
      *****************************************************************
       300-DECIDE-LINE-RTN.
           PERFORM 310-SHOW-LINE-RTN.
           IF UR-USER-ID = LS-USER-ID
              DISPLAY 'YOUR OWN ID MUST BE CERTIFIED BY ANOTHER '
                      'MANAGER - PRESS ENTER' LINE 22 COL 2 ERASE EOL
              ACCEPT DUMMY LINE 22 COL 66
           ELSE
              MOVE 'N' TO ACTION-OK-SW
              PERFORM 320-ACCEPT-ACTION-RTN UNTIL ACTION-OK-SW = 'Y'
              EVALUATE WS-RC-ACTION
                 WHEN 'C'
                    PERFORM 400-CONFIRM-LINE-RTN
                 WHEN 'R'
                    PERFORM 500-REVOKE-LINE-RTN
                 WHEN 'X'
                    MOVE 'Y' TO STOP-SW
              END-EVALUATE
           END-IF.
      *****************************************************************
       310-SHOW-LINE-RTN.
           MOVE SPACES TO WS-NAME-TEXT.
           MOVE UR-USER-ID TO USER-ID.
           READ USER-FILE
              INVALID KEY
                 MOVE 'USER NOT ON FILE' TO WS-NAME-TEXT
              NOT INVALID KEY
                 STRING USER-FNAME  DELIMITED BY SPACE
                        ' '         DELIMITED BY SIZE
                        USER-LNAME  DELIMITED BY SPACE
                   INTO WS-NAME-TEXT
                 END-STRING
           END-READ.
           EVALUATE UR-USER-ROLE
              WHEN 'T'
                 MOVE 'TELLER'     TO WS-ROLE-TEXT
              WHEN 'S'
                 MOVE 'SUPERVISOR' TO WS-ROLE-TEXT
              WHEN 'A'
                 MOVE 'ADMIN'      TO WS-ROLE-TEXT
              WHEN OTHER
                 MOVE UR-USER-ROLE TO WS-ROLE-TEXT
           END-EVALUATE.
           DISPLAY 'USER ID         :' LINE 08 COL 2 ERASE EOL.
           DISPLAY UR-USER-ID LINE 08 COL 20.
           DISPLAY 'NAME            :' LINE 09 COL 2 ERASE EOL.
           DISPLAY WS-NAME-TEXT LINE 09 COL 20.
           DISPLAY 'ROLE            :' LINE 10 COL 2 ERASE EOL.
           DISPLAY WS-ROLE-TEXT LINE 10 COL 20.
           DISPLAY 'LAST SIGN-ON    :' LINE 11 COL 2 ERASE EOL.
           IF UR-LAST-SIGNON-DATE = ZEROES
              DISPLAY 'NEVER' LINE 11 COL 20
           ELSE
              MOVE UR-LAST-SIGNON-DATE TO WS-DATE-SPLIT
              DISPLAY WS-DS-MM LINE 11 COL 20
              DISPLAY '/' LINE 11 COL 22
              DISPLAY WS-DS-DD LINE 11 COL 23
              DISPLAY '/' LINE 11 COL 25
              DISPLAY WS-DS-YYYY LINE 11 COL 26
              DISPLAY 'AT' LINE 11 COL 31
              DISPLAY UR-LAST-TERMINAL LINE 11 COL 34
           END-IF.
           DISPLAY 'ADDED BY        :' LINE 12 COL 2 ERASE EOL.
           DISPLAY UR-ADDED-BY LINE 12 COL 20.
           DISPLAY ' ' LINE 22 COL 1 ERASE EOL.
      *****************************************************************
       320-ACCEPT-ACTION-RTN.
           DISPLAY 'C=CONFIRM R=REVOKE S=SKIP X=STOP REVIEW:'
                   LINE 21 COL 2 ERASE EOL.
           MOVE SPACES TO WS-RC-ACTION.
           ACCEPT G-RC-ACTION.
           INSPECT WS-RC-ACTION CONVERTING ALPHALOWER TO ALPHAUPPER.
           IF WS-RC-ACTION = 'C' OR 'R' OR 'S' OR 'X'
              MOVE 'Y' TO ACTION-OK-SW
           ELSE
              DISPLAY 'ACTION MUST BE C, R, S OR X'
                      LINE 22 COL 2 ERASE EOL
           END-IF.
      *****************************************************************
       400-CONFIRM-LINE-RTN.
           MOVE 'C' TO UR-STATUS.
           PERFORM 600-RECORD-DECISION-RTN.
      *****************************************************************
      * REVOKING ACCESS SETS THE USER INACTIVE, SO LOGINPRG REFUSES  *
      * THEM FROM THEIR NEXT SIGN-ON.                                *
      *****************************************************************
       500-REVOKE-LINE-RTN.
           MOVE UR-USER-ID TO USER-ID.
           READ USER-FILE
              INVALID KEY
                 DISPLAY 'USER NOT ON FILE - LINE MARKED REVOKED'
                         LINE 22 COL 2 ERASE EOL
              NOT INVALID KEY
                 MOVE 'I' TO USER-STATUS
                 REWRITE USER-REC
                    INVALID KEY
                       DISPLAY 'ERROR IN UPDATING USER RECORD'
                               LINE 22 COL 2 ERASE EOL
                    NOT INVALID KEY
                       PERFORM 890-WRITE-USER-JOURNAL-RTN
                 END-REWRITE
           END-READ.
           PERFORM 850-WRITE-SECLOG-RTN.
           MOVE 'R' TO UR-STATUS.
           PERFORM 600-RECORD-DECISION-RTN.
      *****************************************************************
       600-RECORD-DECISION-RTN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE LS-USER-ID      TO UR-DECIDED-BY.
           MOVE WS-CURRENT-DATE TO UR-DECIDED-DATE.
           MOVE WS-CURRENT-TIME TO UR-DECIDED-TIME.
           REWRITE RECERT-REC
              INVALID KEY
                 DISPLAY 'ERROR IN RECORDING DECISION'
                         LINE 22 COL 2 ERASE EOL
              NOT INVALID KEY
                 ADD 1 TO WS-REVIEWED-COUNT
           END-REWRITE.
      *****************************************************************
       850-WRITE-SECLOG-RTN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO SEC-DATE.
           MOVE WS-CURRENT-TIME TO SEC-TIME.
           MOVE 'RECERTRVK'     TO SEC-EVENT-TYPE.
           MOVE UR-USER-ID      TO SEC-USER-ID.
           MOVE LS-USER-ID      TO SEC-ACTOR-ID.
           MOVE 'RCRTMNT'       TO SEC-TERMINAL-ID.
           MOVE 'REVOKED'       TO SEC-OUTCOME.
           WRITE SEC-LOG-REC.
      *****************************************************************
      * EVERY MASTER-FILE UPDATE ALSO WRITES ITS AFTER-IMAGE TO THE  *
      * DAILY JOURNAL SO JRNLAPLY CAN ROLL A RESTORED FILE FORWARD.  *
      *****************************************************************
       890-WRITE-USER-JOURNAL-RTN.
           ACCEPT JR-DATE FROM DATE YYYYMMDD.
           ACCEPT JR-TIME FROM TIME.
           MOVE 'RCRTMNT' TO JR-PROGRAM.
           MOVE LS-USER-ID TO JR-OPERATOR.
           MOVE 'USER' TO JR-FILE-ID.
           MOVE SPACES TO JR-IMAGE.
           MOVE USER-REC TO JR-IMAGE.
           WRITE JOURNAL-REC.
      *****************************************************************
       A800-ASK-EXIT-RTN.
           DISPLAY 'DO YOU WANT TO EXIT? Y/N: '
                   LINE 23 COL 2 ERASE EOL.
           ACCEPT EXIT-SW LINE 23.
           INSPECT EXIT-SW CONVERTING ALPHALOWER TO ALPHAUPPER.
           IF EXIT-SW = 'N'
              DISPLAY ' ' LINE 22 COL 1 ERASE EOL
              DISPLAY ' ' LINE 23 COL 1 ERASE EOL
              DISPLAY ' ' LINE 05 COL 27 ERASE EOL
              DISPLAY G-RC-BRANCH
           END-IF.
      *****************************************************************
       900-CLEAR-LINES-RTN.
           MOVE 8 TO WS-LIST-LINE.
           PERFORM 950-CLEAR-ONE-LINE-RTN UNTIL WS-LIST-LINE > 21.
      *****************************************************************
       950-CLEAR-ONE-LINE-RTN.
           DISPLAY ' ' LINE WS-LIST-LINE COL 1 ERASE EOL.
           ADD 1 TO WS-LIST-LINE.
      *****************************************************************
       A900-CLOSE-RTN.
            CLOSE RECERT-FILE.
            CLOSE USER-FILE.
            CLOSE BRANCH-FILE.
            CLOSE SEC-LOG-FILE.
            CLOSE JOURNAL-FILE.
            EXIT PROGRAM.
