      ****************************************************************
      * THIS PROGRAM IS THE QUARTERLY USER ACCESS RECERTIFICATION    *
      * RUN.  EVERY ACTIVE USER NOT YET ON RECERT.DAT FOR THE        *
      * QUARTER OF THE BUSINESS DATE IS ADDED PENDING, WITH THEIR    *
      * BRANCH, ROLE, LAST SIGN-ON AND WHO ADDED THEM AS THEY STAND  *
      * TODAY.  THE QUARTER'S LINES ARE THEN PRINTED BY BRANCH ON    *
      * USRRCRT.RPT FOR THE BRANCH MANAGER, WHO CONFIRMS OR REVOKES  *
      * EACH ONE IN RCRTMNT.  RE-RUNNING IN THE SAME QUARTER ADDS    *
      * ONLY NEW USERS AND REPRINTS THE LINES WITH THEIR DECISIONS.  *
      * USERS WITH NO BRANCH, OR A BRANCH NO LONGER ON FILE, PRINT   *
      * UNDER HEAD OFFICE.                                           *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. USRRCRT.
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
           SELECT REPORT-FILE ASSIGN TO 'USRRCRT.RPT'
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
       FD  REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE               PIC X(100).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZEROES.
       01  WS-DATE-SPLIT.
           05 WS-DS-YYYY             PIC 9(4).
           05 WS-DS-MM               PIC 9(2).
           05 WS-DS-DD               PIC 9(2).
       01  WS-QUARTER.
           05 WS-QTR-YYYY            PIC 9(4).
           05 WS-QTR-Q               PIC 9.
       01  WS-QUARTER-NUM REDEFINES WS-QUARTER PIC 9(5).
       01  WS-PRINT-BRANCH           PIC X(4) VALUE SPACES.
       01  WS-NEW-COUNT              PIC 9(7) VALUE ZEROES.
       01  WS-BR-LINES               PIC 9(7) VALUE ZEROES.
       01  WS-BR-PENDING             PIC 9(7) VALUE ZEROES.
       01  WS-BR-CONFIRMED           PIC 9(7) VALUE ZEROES.
       01  WS-BR-REVOKED             PIC 9(7) VALUE ZEROES.
       01  WS-TOT-LINES              PIC 9(7) VALUE ZEROES.
       01  WS-TOT-PENDING            PIC 9(7) VALUE ZEROES.
       01  WS-TOT-CONFIRMED          PIC 9(7) VALUE ZEROES.
       01  WS-TOT-REVOKED            PIC 9(7) VALUE ZEROES.
       01  WS-COUNT-DISPLAY          PIC ZZZ,ZZ9.
       01  HEAD-OFFICE-SW            PIC X VALUE 'N'.
       01  PRINT-IT-SW               PIC X VALUE 'N'.
       01  EOF-SW                    PIC X VALUE 'N'.
       01  BR-EOF-SW                 PIC X VALUE 'N'.
       01  UR-EOF-SW                 PIC X VALUE 'N'.
       01  RECERT-LINE.
           05 RL-USER-ID             PIC X(15).
           05 FILLER                 PIC X VALUE SPACE.
           05 RL-NAME                PIC X(20).
           05 FILLER                 PIC X VALUE SPACE.
           05 RL-ROLE                PIC X(10).
           05 FILLER                 PIC X VALUE SPACE.
           05 RL-LAST-SIGNON         PIC X(10).
           05 FILLER                 PIC X VALUE SPACE.
           05 RL-TERMINAL            PIC X(10).
           05 FILLER                 PIC X VALUE SPACE.
           05 RL-ADDED-BY            PIC X(15).
           05 FILLER                 PIC X VALUE SPACE.
           05 RL-STATUS              PIC X(9).
      *****************************************************************
       PROCEDURE DIVISION.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A300-PROCESS-RTN UNTIL EOF-SW = 'Y'.
           PERFORM A400-PRINT-BRANCHES-RTN.
           PERFORM A500-PRINT-HEAD-OFFICE-RTN.
           PERFORM A900-CLOSE-RTN.
           STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN I-O RECERT-FILE.
           OPEN INPUT USER-FILE.
           OPEN INPUT BRANCH-FILE.
           OPEN OUTPUT REPORT-FILE.
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
           DISPLAY 'USRRCRT - USER RECERTIFICATION FOR QUARTER '
                   WS-QTR-YYYY '-Q' WS-QTR-Q.
           MOVE SPACES TO REPORT-LINE.
           STRING 'USER ACCESS RECERTIFICATION - QUARTER '
                  WS-QTR-YYYY '-Q' WS-QTR-Q
                  '   BUSINESS DATE ' WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO USER-ID.
           START USER-FILE KEY IS NOT LESS THAN USER-ID
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
           END-START.
      *****************************************************************
      * EACH ACTIVE USER IS TAKEN ONTO THE QUARTER AS THEY STAND     *
      * TODAY.  A LINE ALREADY ON FILE IS LEFT AS IT IS, SO A        *
      * DECISION ALREADY MADE IS NEVER RESET.                        *
      *****************************************************************
       A300-PROCESS-RTN.
           READ USER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF ACTIVE-USER
                    PERFORM 100-ADD-RECERT-LINE-RTN
                 END-IF
           END-READ.
      *****************************************************************
       100-ADD-RECERT-LINE-RTN.
           MOVE WS-QUARTER-NUM TO UR-QUARTER.
           MOVE USER-ID TO UR-USER-ID.
           READ RECERT-FILE
              INVALID KEY
                 MOVE USER-BRANCH-CODE TO UR-BRANCH-CODE
                 MOVE USER-ROLE        TO UR-USER-ROLE
                 IF USER-LAST-SIGNON-DATE NUMERIC
                    MOVE USER-LAST-SIGNON-DATE TO UR-LAST-SIGNON-DATE
                 ELSE
                    MOVE ZEROES TO UR-LAST-SIGNON-DATE
                 END-IF
                 MOVE USER-LAST-TERMINAL TO UR-LAST-TERMINAL
                 MOVE ADDED-BY         TO UR-ADDED-BY
                 MOVE 'P'              TO UR-STATUS
                 MOVE SPACES           TO UR-DECIDED-BY
                 MOVE ZEROES           TO UR-DECIDED-DATE
                 MOVE ZEROES           TO UR-DECIDED-TIME
                 WRITE RECERT-REC
                    INVALID KEY
                       DISPLAY 'USRRCRT - ERROR ADDING ' USER-ID
                    NOT INVALID KEY
                       ADD 1 TO WS-NEW-COUNT
                 END-WRITE
           END-READ.
      *****************************************************************
       A400-PRINT-BRANCHES-RTN.
           MOVE 'N' TO HEAD-OFFICE-SW.
           MOVE SPACES TO BR-CODE.
           MOVE 'N' TO BR-EOF-SW.
           START BRANCH-FILE KEY IS NOT LESS THAN BR-CODE
              INVALID KEY
                 MOVE 'Y' TO BR-EOF-SW
           END-START.
           PERFORM 200-PRINT-ONE-BRANCH-RTN UNTIL BR-EOF-SW = 'Y'.
      *****************************************************************
       200-PRINT-ONE-BRANCH-RTN.
           READ BRANCH-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO BR-EOF-SW
              NOT AT END
                 MOVE BR-CODE TO WS-PRINT-BRANCH
                 MOVE SPACES TO REPORT-LINE
                 WRITE REPORT-LINE
                 MOVE SPACES TO REPORT-LINE
                 STRING 'BRANCH ' BR-CODE ' ' BR-NAME
                        DELIMITED BY SIZE INTO REPORT-LINE
                 END-STRING
                 WRITE REPORT-LINE
                 PERFORM 300-PRINT-SECTION-RTN
           END-READ.
      *****************************************************************
       A500-PRINT-HEAD-OFFICE-RTN.
           MOVE 'Y' TO HEAD-OFFICE-SW.
           MOVE SPACES TO WS-PRINT-BRANCH.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'HEAD OFFICE (NO BRANCH, OR BRANCH NOT ON FILE)'
             TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 300-PRINT-SECTION-RTN.
      *****************************************************************
       300-PRINT-SECTION-RTN.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'USER ID'     TO REPORT-LINE (1:7).
           MOVE 'NAME'        TO REPORT-LINE (17:4).
           MOVE 'ROLE'        TO REPORT-LINE (38:4).
           MOVE 'LAST SIGNON' TO REPORT-LINE (49:11).
           MOVE 'TERMINAL'    TO REPORT-LINE (60:8).
           MOVE 'ADDED BY'    TO REPORT-LINE (71:8).
           MOVE 'DECISION'    TO REPORT-LINE (87:8).
           WRITE REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZEROES TO WS-BR-LINES.
           MOVE ZEROES TO WS-BR-PENDING.
           MOVE ZEROES TO WS-BR-CONFIRMED.
           MOVE ZEROES TO WS-BR-REVOKED.
           MOVE WS-QUARTER-NUM TO UR-QUARTER.
           MOVE SPACES TO UR-USER-ID.
           MOVE 'N' TO UR-EOF-SW.
           START RECERT-FILE KEY IS NOT LESS THAN UR-KEY
              INVALID KEY
                 MOVE 'Y' TO UR-EOF-SW
           END-START.
           PERFORM 310-PRINT-ONE-LINE-RTN UNTIL UR-EOF-SW = 'Y'.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-BR-LINES TO WS-COUNT-DISPLAY.
           STRING '  USERS: ' WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           MOVE WS-BR-PENDING TO WS-COUNT-DISPLAY.
           STRING '  PENDING: ' WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE (20:20)
           END-STRING.
           MOVE WS-BR-CONFIRMED TO WS-COUNT-DISPLAY.
           STRING '  CONFIRMED: ' WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE (40:22)
           END-STRING.
           MOVE WS-BR-REVOKED TO WS-COUNT-DISPLAY.
           STRING '  REVOKED: ' WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE (62:20)
           END-STRING.
           WRITE REPORT-LINE.
      *****************************************************************
       310-PRINT-ONE-LINE-RTN.
           READ RECERT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO UR-EOF-SW
              NOT AT END
                 IF UR-QUARTER NOT = WS-QUARTER-NUM
                    MOVE 'Y' TO UR-EOF-SW
                 ELSE
                    PERFORM 320-CHECK-SECTION-RTN
                    IF PRINT-IT-SW = 'Y'
                       PERFORM 400-PRINT-DETAIL-RTN
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
       320-CHECK-SECTION-RTN.
           MOVE 'N' TO PRINT-IT-SW.
           IF HEAD-OFFICE-SW = 'N'
              IF UR-BRANCH-CODE = WS-PRINT-BRANCH
                 MOVE 'Y' TO PRINT-IT-SW
              END-IF
           ELSE
              IF UR-BRANCH-CODE = SPACES
                 MOVE 'Y' TO PRINT-IT-SW
              ELSE
                 MOVE UR-BRANCH-CODE TO BR-CODE
                 READ BRANCH-FILE
                    INVALID KEY
                       MOVE 'Y' TO PRINT-IT-SW
                 END-READ
              END-IF
           END-IF.
      *****************************************************************
       400-PRINT-DETAIL-RTN.
           MOVE UR-USER-ID TO RL-USER-ID.
           MOVE UR-USER-ID TO USER-ID.
           READ USER-FILE
              INVALID KEY
                 MOVE 'USER NOT ON FILE' TO RL-NAME
              NOT INVALID KEY
                 MOVE SPACES TO RL-NAME
                 STRING USER-FNAME  DELIMITED BY SPACE
                        ' '         DELIMITED BY SIZE
                        USER-LNAME  DELIMITED BY SPACE
                   INTO RL-NAME
                 END-STRING
           END-READ.
           EVALUATE UR-USER-ROLE
              WHEN 'T'
                 MOVE 'TELLER'     TO RL-ROLE
              WHEN 'S'
                 MOVE 'SUPERVISOR' TO RL-ROLE
              WHEN 'A'
                 MOVE 'ADMIN'      TO RL-ROLE
              WHEN OTHER
                 MOVE UR-USER-ROLE TO RL-ROLE
           END-EVALUATE.
           IF UR-LAST-SIGNON-DATE = ZEROES
              MOVE 'NEVER' TO RL-LAST-SIGNON
           ELSE
              MOVE UR-LAST-SIGNON-DATE TO WS-DATE-SPLIT
              MOVE SPACES TO RL-LAST-SIGNON
              STRING WS-DS-MM '/' WS-DS-DD '/' WS-DS-YYYY
                     DELIMITED BY SIZE INTO RL-LAST-SIGNON
              END-STRING
           END-IF.
           MOVE UR-LAST-TERMINAL TO RL-TERMINAL.
           MOVE UR-ADDED-BY      TO RL-ADDED-BY.
           ADD 1 TO WS-BR-LINES.
           ADD 1 TO WS-TOT-LINES.
           IF UR-CONFIRMED
              MOVE 'CONFIRMED' TO RL-STATUS
              ADD 1 TO WS-BR-CONFIRMED
              ADD 1 TO WS-TOT-CONFIRMED
           ELSE
           IF UR-REVOKED
              MOVE 'REVOKED'   TO RL-STATUS
              ADD 1 TO WS-BR-REVOKED
              ADD 1 TO WS-TOT-REVOKED
           ELSE
              MOVE 'PENDING'   TO RL-STATUS
              ADD 1 TO WS-BR-PENDING
              ADD 1 TO WS-TOT-PENDING
           END-IF
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           MOVE RECERT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
      *****************************************************************
       A900-CLOSE-RTN.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-TOT-LINES TO WS-COUNT-DISPLAY.
           STRING 'TOTAL USERS FOR RECERTIFICATION: ' WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-TOT-PENDING TO WS-COUNT-DISPLAY.
           STRING 'PENDING                        : ' WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-TOT-CONFIRMED TO WS-COUNT-DISPLAY.
           STRING 'CONFIRMED                      : ' WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-TOT-REVOKED TO WS-COUNT-DISPLAY.
           STRING 'REVOKED                        : ' WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE RECERT-FILE.
           CLOSE USER-FILE.
           CLOSE BRANCH-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'USRRCRT - NEW LINES ADDED: ' WS-NEW-COUNT.
           DISPLAY 'USRRCRT - LINES PENDING  : ' WS-TOT-PENDING.
