      ****************************************************************
      * THIS PROGRAM IS THE CREDIT DECISION SCREEN FOR THE LOAN      *
      * APPLICATIONS CAPTURED BY LNAPPENT.  A SUPERVISOR OR          *
      * ADMINISTRATOR LISTS THE APPLICATIONS STILL PENDING AND       *
      * APPROVES OR DECLINES EACH ONE; THE DECISION IS STAMPED ON    *
      * THE APPLICATION WITH THE APPROVER AND THE BUSINESS DATE.     *
      * AN APPLICATION ROUTED TO ADMINISTRATOR LEVEL MAY ONLY BE     *
      * DECIDED BY AN ADMINISTRATOR, AND THE OFFICER WHO CAPTURED    *
      * AN APPLICATION MAY NEVER DECIDE IT.  AN APPROVAL MAY BE FOR  *
      * LESS THAN WAS REQUESTED; LOANMNT WILL NOT BOOK MORE THAN THE *
      * AMOUNT APPROVED.                                             *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNAPPRV IS INITIAL.
       AUTHOR. GERAD CARLOS TUPAZ.
       DATE-WRITTEN. 10 15 2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-APP-FILE ASSIGN TO 'LOANAPP.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LA-APP-NUMBER
                  ALTERNATE KEY IS LA-CUSTOMER-NUMBER WITH DUPLICATES.
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
       FD  LOAN-APP-FILE
           RECORD CONTAINS 160 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS LOAN-APP-REC.
       COPY LOANAPP.
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
       01  WS-AV-FUNC                PIC X VALUE SPACES.
       01  WS-AV-NUMBER              PIC 9(10) VALUE ZEROES.
       01  WS-AV-AMOUNT              PIC 9(9)V99 VALUE ZEROES.
       01  WS-AV-NOTE                PIC X(20) VALUE SPACES.
       01  WS-SUPV-SW                PIC X VALUE 'N'.
       01  WS-ADMIN-SW               PIC X VALUE 'N'.
       01  WS-AMOUNT-DISPLAY         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZEROES.
       01  WS-LIST-LINE              PIC 99 VALUE ZEROES.
       01  DECIDE-OK-SW              PIC X VALUE 'N'.
       01  SAVE-SW                   PIC X VALUE 'Y'.
       01  EXIT-SW                   PIC X VALUE 'N'.
       01  EOF-SW                    PIC X VALUE 'N'.
       01  DUMMY                     PIC X VALUE SPACES.
       COPY APLHA.
      *****************************************************************
       LINKAGE SECTION.
       01  LS-USER-ID                PIC X(15).
      *****************************************************************
       SCREEN SECTION.
       COPY "LNAPPRV.ss".
      *****************************************************************
       PROCEDURE DIVISION USING LS-USER-ID.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A300-PROCESS-RTN UNTIL EXIT-SW = 'Y'.
           PERFORM A900-CLOSE-RTN.
      *     STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN I-O LOAN-APP-FILE.
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
                 IF SUPERVISOR-ROLE OR ADMIN-ROLE
                    MOVE 'Y' TO WS-SUPV-SW
                 END-IF
                 IF ADMIN-ROLE
                    MOVE 'Y' TO WS-ADMIN-SW
                 END-IF
           END-READ.
           IF WS-SUPV-SW = 'N'
              DISPLAY 'LNAPPRV - SUPERVISOR AUTHORITY IS REQUIRED'
                      LINE 22 COL 2 ERASE EOL
              DISPLAY 'PRESS ENTER TO CONTINUE...'
                      LINE 23 COL 2 ERASE EOL
              ACCEPT DUMMY LINE 23
              MOVE 'Y' TO EXIT-SW
           ELSE
              DISPLAY G-LNAPPRV
           END-IF.
      *****************************************************************
       A300-PROCESS-RTN.
           ACCEPT G-AV-FUNC.
           INSPECT WS-AV-FUNC CONVERTING ALPHALOWER TO ALPHAUPPER.
           IF WS-AV-FUNC = 'L'
              PERFORM 100-LIST-PENDING-RTN
           ELSE
           IF WS-AV-FUNC = 'A'
              PERFORM 200-APPROVE-RTN
           ELSE
           IF WS-AV-FUNC = 'D'
              PERFORM 300-DECLINE-RTN
           ELSE
              DISPLAY 'FUNCTION MUST BE L, A OR D'
                      LINE 22 COL 2 ERASE EOL
           END-IF
           END-IF
           END-IF.
           PERFORM A800-ASK-EXIT-RTN.
      *****************************************************************
       100-LIST-PENDING-RTN.
           MOVE 6 TO WS-LIST-LINE.
           DISPLAY 'APPLICATION  CUSTOMER         AMOUNT TERM LVL'
                   LINE 6 COL 2 ERASE EOL.
           DISPLAY 'ENTERED BY' LINE 6 COL 50.
           MOVE ZEROES TO LA-APP-NUMBER.
           MOVE 'N' TO EOF-SW.
           START LOAN-APP-FILE KEY IS NOT LESS THAN LA-APP-NUMBER
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
                 DISPLAY 'NO APPLICATIONS ON FILE'
                         LINE 22 COL 2 ERASE EOL
           END-START.
           PERFORM 150-LIST-ONE-RTN UNTIL EOF-SW = 'Y'.
      *****************************************************************
       150-LIST-ONE-RTN.
           READ LOAN-APP-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF LA-PENDING AND WS-LIST-LINE < 20
                    ADD 1 TO WS-LIST-LINE
                    MOVE LA-REQ-AMOUNT TO WS-AMOUNT-DISPLAY
                    DISPLAY LA-APP-NUMBER LINE WS-LIST-LINE COL 2
                    DISPLAY LA-CUSTOMER-NUMBER
                            LINE WS-LIST-LINE COL 15
                    DISPLAY WS-AMOUNT-DISPLAY LINE WS-LIST-LINE COL 24
                    DISPLAY LA-REQ-TERM LINE WS-LIST-LINE COL 40
                    DISPLAY LA-APPROVER-LEVEL LINE WS-LIST-LINE COL 45
                    DISPLAY LA-ENTERED-BY LINE WS-LIST-LINE COL 50
                 END-IF
           END-READ.
      *****************************************************************
      * THE APPLICATION MUST BE PENDING, NOT CAPTURED BY THIS        *
      * OFFICER, AND WITHIN THIS OFFICER'S APPROVAL LEVEL.           *
      *****************************************************************
       180-CHECK-DECIDER-RTN.
           MOVE 'N' TO DECIDE-OK-SW.
           MOVE WS-AV-NUMBER TO LA-APP-NUMBER.
           READ LOAN-APP-FILE
              INVALID KEY
                 DISPLAY 'APPLICATION NOT ON FILE'
                         LINE 22 COL 2 ERASE EOL
              NOT INVALID KEY
                 IF NOT LA-PENDING
                    DISPLAY 'APPLICATION IS NOT PENDING'
                            LINE 22 COL 2 ERASE EOL
                 ELSE
                 IF LA-ENTERED-BY = LS-USER-ID
                    DISPLAY 'APPROVER MUST NOT BE THE OFFICER WHO'
                            ' CAPTURED IT' LINE 22 COL 2 ERASE EOL
                 ELSE
                 IF LA-LEVEL-ADMIN AND WS-ADMIN-SW = 'N'
                    DISPLAY 'APPLICATION REQUIRES ADMINISTRATOR'
                            ' APPROVAL' LINE 22 COL 2 ERASE EOL
                 ELSE
                    MOVE 'Y' TO DECIDE-OK-SW
                    PERFORM 190-SHOW-APP-RTN
                 END-IF
                 END-IF
                 END-IF
           END-READ.
      *****************************************************************
       190-SHOW-APP-RTN.
           DISPLAY ' ' LINE 06 COL 1 ERASE EOS.
           DISPLAY 'CUSTOMER        :' LINE 08 COL 2.
           DISPLAY LA-CUSTOMER-NUMBER LINE 08 COL 20.
           MOVE LA-REQ-AMOUNT TO WS-AMOUNT-DISPLAY.
           DISPLAY 'AMOUNT REQUESTED:' LINE 09 COL 2.
           DISPLAY WS-AMOUNT-DISPLAY LINE 09 COL 20.
           DISPLAY 'TERM IN MONTHS  :' LINE 10 COL 2.
           DISPLAY LA-REQ-TERM LINE 10 COL 20.
           DISPLAY 'PURPOSE         :' LINE 11 COL 2.
           DISPLAY LA-PURPOSE LINE 11 COL 20.
           MOVE LA-MONTHLY-INCOME TO WS-AMOUNT-DISPLAY.
           DISPLAY 'MONTHLY INCOME  :' LINE 12 COL 2.
           DISPLAY WS-AMOUNT-DISPLAY LINE 12 COL 20.
           DISPLAY 'ENTERED BY      :' LINE 13 COL 2.
           DISPLAY LA-ENTERED-BY LINE 13 COL 20.
           DISPLAY LA-ENTERED-DATE LINE 13 COL 37.
      *****************************************************************
       200-APPROVE-RTN.
           ACCEPT G-AV-NUMBER.
           PERFORM 180-CHECK-DECIDER-RTN.
           IF DECIDE-OK-SW = 'Y'
              MOVE LA-REQ-AMOUNT TO WS-AV-AMOUNT
              MOVE SPACES TO WS-AV-NOTE
              DISPLAY 'AMOUNT APPROVED :' LINE 17 COL 2
              DISPLAY 'CONDITIONS      :' LINE 18 COL 2
              ACCEPT G-AV-AMOUNT
              ACCEPT G-AV-NOTE
              IF WS-AV-AMOUNT = ZEROES OR
                 WS-AV-AMOUNT > LA-REQ-AMOUNT
                 DISPLAY 'APPROVED AMOUNT MUST BE ABOVE ZERO AND NOT'
                         ' ABOVE THE REQUEST' LINE 22 COL 2 ERASE EOL
              ELSE
                 DISPLAY 'APPROVE APPLICATION? Y/N: '
                         LINE 22 COL 2 ERASE EOL
                 ACCEPT SAVE-SW LINE 22
                 INSPECT SAVE-SW CONVERTING ALPHALOWER TO ALPHAUPPER
                 IF SAVE-SW = 'Y'
                    MOVE 'A' TO LA-STATUS
                    MOVE WS-AV-AMOUNT TO LA-APPROVED-AMOUNT
                    PERFORM 400-RECORD-DECISION-RTN
                 END-IF
              END-IF
           END-IF.
      *****************************************************************
       300-DECLINE-RTN.
           ACCEPT G-AV-NUMBER.
           PERFORM 180-CHECK-DECIDER-RTN.
           IF DECIDE-OK-SW = 'Y'
              MOVE SPACES TO WS-AV-NOTE
              DISPLAY 'REASON          :' LINE 18 COL 2
              ACCEPT G-AV-NOTE
              IF WS-AV-NOTE = SPACES
                 DISPLAY 'A REASON IS REQUIRED TO DECLINE'
                         LINE 22 COL 2 ERASE EOL
              ELSE
                 DISPLAY 'DECLINE APPLICATION? Y/N: '
                         LINE 22 COL 2 ERASE EOL
                 ACCEPT SAVE-SW LINE 22
                 INSPECT SAVE-SW CONVERTING ALPHALOWER TO ALPHAUPPER
                 IF SAVE-SW = 'Y'
                    MOVE 'D' TO LA-STATUS
                    MOVE ZEROES TO LA-APPROVED-AMOUNT
                    PERFORM 400-RECORD-DECISION-RTN
                 END-IF
              END-IF
           END-IF.
      *****************************************************************
       400-RECORD-DECISION-RTN.
           MOVE LS-USER-ID TO LA-DECIDED-BY.
           MOVE WS-BUSINESS-DATE TO LA-DECIDED-DATE.
           MOVE WS-AV-NOTE TO LA-DECISION-NOTE.
           REWRITE LOAN-APP-REC
              INVALID KEY
                 DISPLAY 'ERROR IN UPDATING APPLICATION'
                         LINE 22 COL 2 ERASE EOL
              NOT INVALID KEY
                 IF LA-APPROVED
                    DISPLAY 'APPLICATION APPROVED'
                            LINE 22 COL 2 ERASE EOL
                 ELSE
                    DISPLAY 'APPLICATION DECLINED'
                            LINE 22 COL 2 ERASE EOL
                 END-IF
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
           DISPLAY ' ' LINE 06 COL 1 ERASE EOS.
           MOVE SPACES TO WS-AV-FUNC.
           MOVE ZEROES TO WS-AV-NUMBER.
           MOVE ZEROES TO WS-AV-AMOUNT.
           MOVE SPACES TO WS-AV-NOTE.
           DISPLAY G-AV-FUNC.
           DISPLAY G-AV-NUMBER.
      *****************************************************************
       A900-CLOSE-RTN.
            CLOSE LOAN-APP-FILE.
            CLOSE USER-FILE.
            EXIT PROGRAM.
