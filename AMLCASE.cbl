      ****************************************************************
      * THIS PROGRAM WORKS THE SUSPICIOUS ACTIVITY CASE REGISTER     *
      * AMLCASE.DAT LOADED BY CASELOAD.  FUNCTIONS:                  *
      *   I - INQUIRE ON A CASE AND ITS LATEST NOTES;                *
      *   A - ASSIGN OR REASSIGN THE CASE TO AN ANALYST              *
      *       (SUPERVISOR OR ADMINISTRATOR ONLY);                    *
      *   R - START THE REVIEW (OPEN TO UNDER REVIEW);               *
      *   N - ADD A DATED NOTE;                                      *
      *   D - DISPOSE: E ESCALATE, N CLOSE WITH NO ACTION OR F STR   *
      *       FILED (WITH THE REGULATOR'S REFERENCE).  CLOSING A     *
      *       CASE NEEDS A SUPERVISOR SIGN-OFF, AS DSPMAINT DOES;    *
      *   L - LIST THE CASES STILL PENDING.                          *
      * A SUPERVISOR OR ADMINISTRATOR SEES EVERY CASE; ANY OTHER     *
      * USER SEES AND WORKS ONLY THE CASES ASSIGNED TO THEM.  EVERY  *
      * CHANGE OF STATUS OR ASSIGNMENT IS ALSO WRITTEN AS A NOTE ON  *
      * AMLNOTE.DAT SO THE CASE CARRIES ITS OWN TRAIL.  STR FILED    *
      * CASES ARE PICKED UP BY STREXTR FOR THE REGULATOR.            *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLCASE IS INITIAL.
       AUTHOR. GERAD CARLOS TUPAZ.
       DATE-WRITTEN. 10 15 2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AML-CASE-FILE ASSIGN TO 'AMLCASE.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SA-CASE-NUMBER
                  ALTERNATE KEY IS SA-CUST-PERIOD.
           SELECT AML-NOTE-FILE ASSIGN TO 'AMLNOTE.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SN-KEY.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CU-CUSTOMER-NUMBER.
           SELECT USER-FILE ASSIGN TO 'USER.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS USER-ID.
           SELECT SEC-LOG-FILE ASSIGN TO 'SECLOG.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT SYSCTL-FILE ASSIGN TO 'SYSCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTL-KEY.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  AML-CASE-FILE
           RECORD CONTAINS 181 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS AML-CASE-REC.
       COPY AMLCASE.
       FD  AML-NOTE-FILE
           RECORD CONTAINS 99 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS AML-NOTE-REC.
       COPY AMLNOTE.
       FD  CUSTOMER-FILE
           RECORD CONTAINS 174 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CUSTOMER-REC.
       COPY CUSTFILE.
       FD  USER-FILE
           RECORD CONTAINS 321 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS USER-REC.
       COPY USERFILE.
       FD  SEC-LOG-FILE
           RECORD CONTAINS 76 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS SEC-LOG-REC.
       COPY SECLOG.
       FD  SYSCTL-FILE
           RECORD CONTAINS 31 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CTL-REC.
       COPY SYSCTL.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-SA-FUNC                PIC X VALUE SPACES.
       01  WS-SA-CASE                PIC 9(8) VALUE ZEROES.
       01  WS-SA-DISPOSITION         PIC X(40) VALUE SPACES.
       01  WS-SA-STR-REF             PIC X(15) VALUE SPACES.
       01  WS-SA-NOTE                PIC X(60) VALUE SPACES.
       01  WS-SA-OUTCOME             PIC X VALUE SPACES.
           88 WS-SA-VALID-OUTCOME    VALUE 'E' 'N' 'F'.
       01  WS-SA-ANALYST             PIC X(15) VALUE SPACES.
       01  WS-SA-STATUS-NAME         PIC X(16) VALUE SPACES.
       01  WS-NOTE-TEXT              PIC X(60) VALUE SPACES.
       01  WS-NOTE-TRIES             PIC 99 VALUE ZEROES.
       01  NOTE-DONE-SW              PIC X VALUE 'N'.
      *****************************************************************
      * THE FIVE MOST RECENT NOTES ON THE CASE.                      *
      *****************************************************************
       01  WS-SN-TABLE.
           05 WS-SN-LINE             PIC X(76) OCCURS 5 TIMES.
       01  WS-SN-USED                PIC 9 VALUE ZEROES.
       01  WS-SN-IDX                 PIC 9 VALUE ZEROES.
       01  WS-SN-WORK-LINE           PIC X(76) VALUE SPACES.
       01  WS-SCREEN-LINE            PIC 99 VALUE ZEROES.
       01  WS-LIST-LINE              PIC 99 VALUE ZEROES.
       01  WS-AMOUNT-DISPLAY         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-CURRENT-TIME           PIC 9(8) VALUE ZEROES.
       01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZEROES.
       01  WS-SUPV-USER-ID           PIC X(15) VALUE SPACES.
       01  WS-SUPV-PASSWORD          PIC X(15) VALUE SPACES.
       01  WS-SEC-OUTCOME            PIC X(10) VALUE SPACES.
       01  SUPV-ROLE-SW              PIC X VALUE 'N'.
       01  SUPV-OK-SW                PIC X VALUE 'N'.
       01  CASE-OK-SW                PIC X VALUE 'N'.
       01  CONFIRM-SW                PIC X VALUE 'N'.
       01  EXIT-SW                   PIC X VALUE 'N'.
       01  EOF-SW                    PIC X VALUE 'N'.
       01  DUMMY                     PIC X VALUE SPACES.
       COPY APLHA.
       COPY ALPHA2.
      *****************************************************************
       LINKAGE SECTION.
       01  LS-USER-ID                PIC X(15).
      *****************************************************************
       SCREEN SECTION.
       COPY "AMLCASE.ss".
      *****************************************************************
       PROCEDURE DIVISION USING LS-USER-ID.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A300-PROCESS-RTN UNTIL EXIT-SW = 'Y'.
           PERFORM A900-CLOSE-RTN.
      *     STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN I-O AML-CASE-FILE.
           OPEN I-O AML-NOTE-FILE.
           OPEN INPUT CUSTOMER-FILE.
           OPEN INPUT USER-FILE.
           OPEN EXTEND SEC-LOG-FILE.
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
           DISPLAY G-AMLCASE.
      *****************************************************************
       050-CHECK-AUTHORITY-RTN.
           MOVE 'N' TO SUPV-ROLE-SW.
           MOVE LS-USER-ID TO USER-ID.
           READ USER-FILE
              NOT INVALID KEY
                 IF SUPERVISOR-ROLE OR ADMIN-ROLE
                    MOVE 'Y' TO SUPV-ROLE-SW
                 END-IF
           END-READ.
      *****************************************************************
       A300-PROCESS-RTN.
           ACCEPT G-SA-FUNC.
           INSPECT WS-SA-FUNC CONVERTING ALPHALOWER TO ALPHAUPPER.
           IF WS-SA-FUNC = 'L'
              PERFORM 700-LIST-RTN
           ELSE
           IF WS-SA-FUNC NOT = 'I' AND WS-SA-FUNC NOT = 'A' AND
              WS-SA-FUNC NOT = 'R' AND WS-SA-FUNC NOT = 'N' AND
              WS-SA-FUNC NOT = 'D'
              DISPLAY 'FUNCTION MUST BE I, A, R, N, D OR L'
                      LINE 22 COL 2 ERASE EOL
           ELSE
              PERFORM 060-READ-CASE-RTN
              IF CASE-OK-SW = 'Y'
                 PERFORM 100-SHOW-CASE-RTN
                 IF WS-SA-FUNC = 'A'
                    PERFORM 200-ASSIGN-RTN
                 ELSE
                 IF WS-SA-FUNC = 'R'
                    PERFORM 300-START-REVIEW-RTN
                 ELSE
                 IF WS-SA-FUNC = 'N'
                    PERFORM 400-ADD-NOTE-RTN
                 ELSE
                 IF WS-SA-FUNC = 'D'
                    PERFORM 500-DISPOSE-RTN
                 END-IF
                 END-IF
                 END-IF
                 END-IF
              END-IF
           END-IF
           END-IF.
           PERFORM A800-ASK-EXIT-RTN.
      *****************************************************************
      * A CASE IS OPEN TO A SUPERVISOR OR TO ITS ASSIGNED ANALYST.   *
      *****************************************************************
       060-READ-CASE-RTN.
           MOVE 'N' TO CASE-OK-SW.
           ACCEPT G-SA-CASE.
           MOVE WS-SA-CASE TO SA-CASE-NUMBER.
           READ AML-CASE-FILE
              INVALID KEY
                 DISPLAY 'CASE NUMBER NOT FOUND'
                         LINE 22 COL 2 ERASE EOL
              NOT INVALID KEY
                 IF SUPV-ROLE-SW = 'Y' OR
                    SA-ASSIGNED-TO = LS-USER-ID
                    MOVE 'Y' TO CASE-OK-SW
                 ELSE
                    DISPLAY 'CASE IS NOT ASSIGNED TO YOU'
                            LINE 22 COL 2 ERASE EOL
                 END-IF
           END-READ.
      *****************************************************************
       100-SHOW-CASE-RTN.
           MOVE SA-CUSTOMER-NUMBER TO CU-CUSTOMER-NUMBER.
           READ CUSTOMER-FILE
              INVALID KEY
                 MOVE '*** NOT ON CIF FILE ***' TO CU-CUSTOMER-NAME
           END-READ.
           DISPLAY SA-CUSTOMER-NUMBER  LINE 06 COL 20.
           DISPLAY CU-CUSTOMER-NAME    LINE 06 COL 30.
           DISPLAY SA-ACCOUNT-NUMBER   LINE 07 COL 20.
           DISPLAY SA-PERIOD           LINE 07 COL 43.
           DISPLAY SA-STRUCT-ALERTS    LINE 08 COL 20.
           DISPLAY SA-HIGH-RISK-ALERTS LINE 08 COL 24.
           DISPLAY SA-WATCH-LIST-ALERTS LINE 08 COL 28.
           MOVE SA-ALERT-AMOUNT TO WS-AMOUNT-DISPLAY.
           DISPLAY WS-AMOUNT-DISPLAY   LINE 08 COL 43.
           DISPLAY SA-FIRST-ALERT-DATE LINE 09 COL 20.
           DISPLAY SA-LAST-ALERT-DATE  LINE 09 COL 47.
           PERFORM 150-SET-STATUS-NAME-RTN.
           DISPLAY WS-SA-STATUS-NAME   LINE 10 COL 20.
           DISPLAY SA-OPEN-DATE        LINE 10 COL 43.
           DISPLAY SA-ASSIGNED-TO      LINE 11 COL 20.
           DISPLAY SA-ASSIGNED-DATE    LINE 11 COL 43.
           DISPLAY SA-CLOSED-BY        LINE 13 COL 50.
           MOVE SA-DISPOSITION   TO WS-SA-DISPOSITION.
           MOVE SA-STR-REFERENCE TO WS-SA-STR-REF.
           DISPLAY G-SA-DISPOSITION.
           DISPLAY G-SA-STR-REF.
           PERFORM 160-SHOW-NOTES-RTN.
      *****************************************************************
       150-SET-STATUS-NAME-RTN.
           IF SA-OPEN
              MOVE 'OPEN'             TO WS-SA-STATUS-NAME
           ELSE
           IF SA-UNDER-REVIEW
              MOVE 'UNDER REVIEW'     TO WS-SA-STATUS-NAME
           ELSE
           IF SA-CLOSED-NO-ACTION
              MOVE 'CLOSED-NO ACTION' TO WS-SA-STATUS-NAME
           ELSE
           IF SA-ESCALATED
              MOVE 'ESCALATED'        TO WS-SA-STATUS-NAME
           ELSE
              MOVE 'STR FILED'        TO WS-SA-STATUS-NAME
           END-IF
           END-IF
           END-IF
           END-IF.
      *****************************************************************
      * THE NOTES ARE READ OLDEST FIRST; ONLY THE LAST FIVE ARE KEPT *
      * FOR THE SCREEN.                                              *
      *****************************************************************
       160-SHOW-NOTES-RTN.
           MOVE ZEROES TO WS-SN-USED.
           MOVE 'N' TO EOF-SW.
           MOVE SA-CASE-NUMBER TO SN-CASE-NUMBER.
           MOVE ZEROES TO SN-DATE.
           MOVE ZEROES TO SN-TIME.
           START AML-NOTE-FILE KEY IS NOT LESS THAN SN-KEY
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
           END-START.
           PERFORM 170-READ-NOTE-RTN UNTIL EOF-SW = 'Y'.
           MOVE 16 TO WS-SCREEN-LINE.
           MOVE 1 TO WS-SN-IDX.
           PERFORM 190-DISPLAY-NOTE-LINE-RTN
              UNTIL WS-SCREEN-LINE > 20.
      *****************************************************************
       170-READ-NOTE-RTN.
           READ AML-NOTE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF SN-CASE-NUMBER NOT = SA-CASE-NUMBER
                    MOVE 'Y' TO EOF-SW
                 ELSE
                    MOVE SPACES TO WS-SN-WORK-LINE
                    STRING SN-DATE ' ' SN-USER-ID ' '
                           SN-NOTE-TEXT (1:51)
                           DELIMITED BY SIZE INTO WS-SN-WORK-LINE
                    END-STRING
                    IF WS-SN-USED < 5
                       ADD 1 TO WS-SN-USED
                    ELSE
                       MOVE 1 TO WS-SN-IDX
                       PERFORM 180-SHIFT-NOTES-RTN
                          UNTIL WS-SN-IDX > 4
                    END-IF
                    MOVE WS-SN-WORK-LINE TO WS-SN-LINE (WS-SN-USED)
                 END-IF
           END-READ.
      *****************************************************************
       180-SHIFT-NOTES-RTN.
           MOVE WS-SN-LINE (WS-SN-IDX + 1) TO WS-SN-LINE (WS-SN-IDX).
           ADD 1 TO WS-SN-IDX.
      *****************************************************************
       190-DISPLAY-NOTE-LINE-RTN.
           IF WS-SN-IDX > WS-SN-USED
              DISPLAY ' ' LINE WS-SCREEN-LINE COL 1 ERASE EOL
           ELSE
              DISPLAY WS-SN-LINE (WS-SN-IDX)
                      LINE WS-SCREEN-LINE COL 2
           END-IF.
           ADD 1 TO WS-SN-IDX.
           ADD 1 TO WS-SCREEN-LINE.
      *****************************************************************
       200-ASSIGN-RTN.
           IF SUPV-ROLE-SW = 'N'
              DISPLAY 'AMLCASE - SUPERVISOR AUTHORITY IS REQUIRED'
                      LINE 22 COL 2 ERASE EOL
           ELSE
           IF NOT SA-CASE-PENDING
              DISPLAY 'CASE IS ALREADY CLOSED'
                      LINE 22 COL 2 ERASE EOL
           ELSE
              DISPLAY 'ANALYST ID:' LINE 21 COL 2 ERASE EOL
              ACCEPT WS-SA-ANALYST LINE 21 COL 14
              INSPECT WS-SA-ANALYST
                      CONVERTING ALPHALOWER TO ALPHAUPPER
              MOVE WS-SA-ANALYST TO USER-ID
              READ USER-FILE
                 INVALID KEY
                    DISPLAY 'ANALYST ID NOT FOUND'
                            LINE 22 COL 2 ERASE EOL
                 NOT INVALID KEY
                    IF NOT ACTIVE-USER
                       DISPLAY 'ANALYST ID IS NOT ACTIVE'
                               LINE 22 COL 2 ERASE EOL
                    ELSE
                       MOVE WS-SA-ANALYST    TO SA-ASSIGNED-TO
                       MOVE WS-BUSINESS-DATE TO SA-ASSIGNED-DATE
                       MOVE SPACES TO WS-NOTE-TEXT
                       STRING 'ASSIGNED TO ' WS-SA-ANALYST
                              DELIMITED BY SIZE INTO WS-NOTE-TEXT
                       END-STRING
                       PERFORM 600-SAVE-CASE-RTN
                    END-IF
              END-READ
           END-IF
           END-IF.
      *****************************************************************
       300-START-REVIEW-RTN.
           IF NOT SA-OPEN AND NOT SA-ESCALATED
              DISPLAY 'ONLY AN OPEN OR ESCALATED CASE CAN BE REVIEWED'
                      LINE 22 COL 2 ERASE EOL
           ELSE
           IF SA-ASSIGNED-TO = SPACES
              DISPLAY 'CASE MUST BE ASSIGNED TO AN ANALYST FIRST'
                      LINE 22 COL 2 ERASE EOL
           ELSE
              MOVE 'R' TO SA-STATUS
              MOVE 'REVIEW STARTED' TO WS-NOTE-TEXT
              PERFORM 600-SAVE-CASE-RTN
           END-IF
           END-IF.
      *****************************************************************
       400-ADD-NOTE-RTN.
           MOVE SPACES TO WS-SA-NOTE.
           ACCEPT G-SA-NOTE.
           IF WS-SA-NOTE = SPACES
              DISPLAY 'NOTE TEXT IS REQUIRED'
                      LINE 22 COL 2 ERASE EOL
           ELSE
              MOVE WS-SA-NOTE TO WS-NOTE-TEXT
              PERFORM 850-WRITE-NOTE-RTN
              DISPLAY 'NOTE ADDED' LINE 22 COL 2 ERASE EOL
              PERFORM 160-SHOW-NOTES-RTN
           END-IF.
      *****************************************************************
      * E KEEPS THE CASE PENDING FOR A SENIOR LOOK; N AND F CLOSE IT *
      * AND NEED A SUPERVISOR - THE OPERATOR IF THEY HOLD THE ROLE,  *
      * OTHERWISE A SIGN-OFF AT THE TERMINAL.                        *
      *****************************************************************
       500-DISPOSE-RTN.
           IF NOT SA-CASE-PENDING
              DISPLAY 'CASE IS ALREADY CLOSED'
                      LINE 22 COL 2 ERASE EOL
           ELSE
              DISPLAY 'OUTCOME (E=ESCALATE N=NO ACTION F=STR FILED):'
                      LINE 21 COL 2 ERASE EOL
              ACCEPT WS-SA-OUTCOME LINE 21 COL 49
              INSPECT WS-SA-OUTCOME
                      CONVERTING ALPHALOWER TO ALPHAUPPER
              ACCEPT G-SA-DISPOSITION
              IF WS-SA-OUTCOME = 'F'
                 ACCEPT G-SA-STR-REF
              END-IF
              IF NOT WS-SA-VALID-OUTCOME
                 DISPLAY 'OUTCOME MUST BE E, N OR F'
                         LINE 22 COL 2 ERASE EOL
              ELSE
              IF WS-SA-DISPOSITION = SPACES
                 DISPLAY 'A DISPOSITION IS REQUIRED'
                         LINE 22 COL 2 ERASE EOL
              ELSE
              IF WS-SA-OUTCOME = 'F' AND WS-SA-STR-REF = SPACES
                 DISPLAY 'THE STR REFERENCE IS REQUIRED'
                         LINE 22 COL 2 ERASE EOL
              ELSE
                 IF WS-SA-OUTCOME = 'E'
                    MOVE 'Y' TO SUPV-OK-SW
                 ELSE
                 IF SUPV-ROLE-SW = 'Y'
                    MOVE 'Y' TO SUPV-OK-SW
                    MOVE LS-USER-ID TO WS-SUPV-USER-ID
                 ELSE
                    PERFORM 550-SUPERVISOR-SIGNOFF-RTN
                 END-IF
                 END-IF
                 IF SUPV-OK-SW = 'Y'
                    PERFORM 580-APPLY-OUTCOME-RTN
                 END-IF
              END-IF
              END-IF
              END-IF
           END-IF.
      *****************************************************************
       550-SUPERVISOR-SIGNOFF-RTN.
           MOVE 'N' TO SUPV-OK-SW.
           DISPLAY 'SUPERVISOR SIGN-OFF REQUIRED TO CLOSE'
                   LINE 19 COL 2 ERASE EOL.
           DISPLAY 'SUPERVISOR ID:' LINE 20 COL 2 ERASE EOL.
           ACCEPT WS-SUPV-USER-ID LINE 20 COL 17.
           INSPECT WS-SUPV-USER-ID
                   CONVERTING ALPHALOWER TO ALPHAUPPER.
           IF WS-SUPV-USER-ID = LS-USER-ID
              DISPLAY 'SUPERVISOR MUST NOT BE THE ANALYST'
                      LINE 22 COL 2 ERASE EOL
           ELSE
              MOVE WS-SUPV-USER-ID TO USER-ID
              READ USER-FILE
                 INVALID KEY
                    DISPLAY 'SUPERVISOR ID NOT FOUND'
                            LINE 22 COL 2 ERASE EOL
                 NOT INVALID KEY
                    DISPLAY 'SUPERVISOR PASSWORD:'
                            LINE 21 COL 2 ERASE EOL
                    ACCEPT WS-SUPV-PASSWORD LINE 21 COL 23
                    INSPECT WS-SUPV-PASSWORD
                            CONVERTING ALPHALOWER TO ALPHAUPPER
                    INSPECT WS-SUPV-PASSWORD
                            CONVERTING UPPERCASE TO ENCRYPT-ALPHA
                    INSPECT WS-SUPV-PASSWORD
                            CONVERTING DNUMBERS TO ENCRYPT-NUM
                    IF WS-SUPV-PASSWORD = USER-PASSWORD
                       IF SUPERVISOR-ROLE OR ADMIN-ROLE
                          MOVE 'Y' TO SUPV-OK-SW
                       ELSE
                          DISPLAY 'APPROVER DOES NOT HOLD SUPERVISOR'
                                  ' ROLE' LINE 22 COL 2 ERASE EOL
                       END-IF
                    ELSE
                       DISPLAY 'INVALID SUPERVISOR PASSWORD'
                               LINE 22 COL 2 ERASE EOL
                    END-IF
              END-READ
           END-IF.
           IF SUPV-OK-SW = 'Y'
              MOVE 'APPROVED' TO WS-SEC-OUTCOME
           ELSE
              MOVE 'DENIED' TO WS-SEC-OUTCOME
           END-IF.
           PERFORM 560-WRITE-SECLOG-RTN.
      *****************************************************************
       560-WRITE-SECLOG-RTN.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO SEC-DATE.
           MOVE WS-CURRENT-TIME TO SEC-TIME.
           MOVE 'AMLCLOSE'      TO SEC-EVENT-TYPE.
           MOVE WS-SUPV-USER-ID TO SEC-USER-ID.
           MOVE LS-USER-ID      TO SEC-ACTOR-ID.
           MOVE 'AMLCASE'       TO SEC-TERMINAL-ID.
           MOVE WS-SEC-OUTCOME  TO SEC-OUTCOME.
           WRITE SEC-LOG-REC.
      *****************************************************************
       580-APPLY-OUTCOME-RTN.
           MOVE WS-SA-OUTCOME     TO SA-STATUS.
           MOVE WS-SA-DISPOSITION TO SA-DISPOSITION.
           MOVE SPACES TO WS-NOTE-TEXT.
           IF SA-ESCALATED
              STRING 'ESCALATED - ' WS-SA-DISPOSITION
                     DELIMITED BY SIZE INTO WS-NOTE-TEXT
              END-STRING
           ELSE
              MOVE WS-SUPV-USER-ID  TO SA-CLOSED-BY
              MOVE WS-BUSINESS-DATE TO SA-CLOSE-DATE
              IF SA-STR-FILED
                 MOVE WS-SA-STR-REF TO SA-STR-REFERENCE
                 MOVE 'N'           TO SA-STR-EXTRACT-SW
                 STRING 'STR FILED REF ' WS-SA-STR-REF
                        ' APPROVED BY ' WS-SUPV-USER-ID
                        DELIMITED BY SIZE INTO WS-NOTE-TEXT
                 END-STRING
              ELSE
                 STRING 'CLOSED NO ACTION - ' WS-SA-DISPOSITION
                        DELIMITED BY SIZE INTO WS-NOTE-TEXT
                 END-STRING
              END-IF
           END-IF.
           PERFORM 600-SAVE-CASE-RTN.
      *****************************************************************
       600-SAVE-CASE-RTN.
           REWRITE AML-CASE-REC
              INVALID KEY
                 DISPLAY 'ERROR IN UPDATING CASE'
                         LINE 22 COL 2 ERASE EOL
              NOT INVALID KEY
                 PERFORM 850-WRITE-NOTE-RTN
                 DISPLAY 'CASE UPDATED' LINE 22 COL 2 ERASE EOL
                 PERFORM 100-SHOW-CASE-RTN
           END-REWRITE.
      *****************************************************************
       700-LIST-RTN.
           DISPLAY ' ' LINE 6 COL 1 ERASE EOS.
           DISPLAY 'CASE     CUSTOMER PERIOD ST ASSIGNED TO     OPENED'
                   LINE 06 COL 02.
           MOVE 6 TO WS-LIST-LINE.
           MOVE ZEROES TO SA-CASE-NUMBER.
           MOVE 'N' TO EOF-SW.
           START AML-CASE-FILE KEY IS NOT LESS THAN SA-CASE-NUMBER
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
                 DISPLAY 'NO CASES ON FILE'
                         LINE 22 COL 2 ERASE EOL
           END-START.
           PERFORM 750-LIST-ONE-RTN UNTIL EOF-SW = 'Y'.
      *****************************************************************
       750-LIST-ONE-RTN.
           READ AML-CASE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF SA-CASE-PENDING AND
                    (SUPV-ROLE-SW = 'Y' OR
                     SA-ASSIGNED-TO = LS-USER-ID)
                    IF WS-LIST-LINE < 21
                       ADD 1 TO WS-LIST-LINE
                       DISPLAY SA-CASE-NUMBER
                               LINE WS-LIST-LINE COL 2
                       DISPLAY SA-CUSTOMER-NUMBER
                               LINE WS-LIST-LINE COL 11
                       DISPLAY SA-PERIOD LINE WS-LIST-LINE COL 20
                       DISPLAY SA-STATUS LINE WS-LIST-LINE COL 28
                       DISPLAY SA-ASSIGNED-TO
                               LINE WS-LIST-LINE COL 30
                       DISPLAY SA-OPEN-DATE
                               LINE WS-LIST-LINE COL 46
                    ELSE
                       DISPLAY 'MORE CASES PENDING - SEE CASEAGE'
                               LINE 22 COL 2 ERASE EOL
                       MOVE 'Y' TO EOF-SW
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
      * NOTES ARE KEYED BY CASE, DATE AND TIME; TWO NOTES IN THE     *
      * SAME INSTANT ARE SPREAD A HUNDREDTH APART.                   *
      *****************************************************************
       850-WRITE-NOTE-RTN.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE SA-CASE-NUMBER   TO SN-CASE-NUMBER.
           MOVE WS-BUSINESS-DATE TO SN-DATE.
           MOVE WS-CURRENT-TIME  TO SN-TIME.
           MOVE LS-USER-ID       TO SN-USER-ID.
           MOVE WS-NOTE-TEXT     TO SN-NOTE-TEXT.
           MOVE 'N' TO NOTE-DONE-SW.
           MOVE ZEROES TO WS-NOTE-TRIES.
           PERFORM 860-TRY-NOTE-RTN
              UNTIL NOTE-DONE-SW = 'Y' OR WS-NOTE-TRIES > 50.
           IF NOTE-DONE-SW = 'N'
              DISPLAY 'ERROR WRITING CASE NOTE'
                      LINE 23 COL 2 ERASE EOL
           END-IF.
      *****************************************************************
       860-TRY-NOTE-RTN.
           WRITE AML-NOTE-REC
              INVALID KEY
                 ADD 1 TO SN-TIME
                 ADD 1 TO WS-NOTE-TRIES
              NOT INVALID KEY
                 MOVE 'Y' TO NOTE-DONE-SW
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
           DISPLAY G-AMLCASE.
           MOVE SPACES TO WS-SA-FUNC.
           MOVE ZEROES TO WS-SA-CASE.
           MOVE SPACES TO WS-SA-DISPOSITION.
           MOVE SPACES TO WS-SA-STR-REF.
           MOVE SPACES TO WS-SA-NOTE.
           MOVE SPACES TO WS-SA-OUTCOME.
           DISPLAY G-SA-FUNC.
           DISPLAY G-SA-CASE.
           DISPLAY G-SA-DISPOSITION.
           DISPLAY G-SA-STR-REF.
           DISPLAY G-SA-NOTE.
      *****************************************************************
       A900-CLOSE-RTN.
            CLOSE AML-CASE-FILE.
            CLOSE AML-NOTE-FILE.
            CLOSE CUSTOMER-FILE.
            CLOSE USER-FILE.
            CLOSE SEC-LOG-FILE.
            EXIT PROGRAM.
