      ****************************************************************
      * THIS PROGRAM MAINTAINS THE COLLATERAL REGISTER COLLAT.DAT,   *
      * WHICH RECORDS WHAT SECURES EACH LOAN.  ITEMS ARE KEYED BY    *
      * LOAN NUMBER AND ITEM NUMBER AND CARRY THE COLLATERAL TYPE,   *
      * DESCRIPTION, APPRAISED VALUE, APPRAISAL DATE AND INSURANCE   *
      * EXPIRY.  WHEN A DEPOSIT OR TERM DEPOSIT IS PLEDGED, A FUNDS  *
      * HOLD FOR THE PLEDGED AMOUNT IS PLACED ON THE ACCOUNT SO THE  *
      * CUSTOMER CANNOT DRAW IT DOWN; THE HOLD IS RELEASED WITH THE  *
      * ITEM, EITHER HERE OR BY COLLREL WHEN THE LOAN IS PAID OFF.   *
      * A PLEDGED AMOUNT IS NOT CHANGED IN PLACE - THE ITEM IS       *
      * RELEASED AND PLEDGED AGAIN.  ONLY A SUPERVISOR OR            *
      * ADMINISTRATOR MAY MAINTAIN THE REGISTER.                     *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLMAINT IS INITIAL.
       AUTHOR. GERAD CARLOS TUPAZ.
       DATE-WRITTEN. 10 15 2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLATERAL-FILE ASSIGN TO 'COLLAT.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CO-KEY.
           SELECT LOAN-FILE ASSIGN TO 'LOAN.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LN-LOAN-NUMBER.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNT.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACCOUNT-NUMBER
                  ALTERNATE KEY IS USER-ID-ACCT WITH DUPLICATES.
           SELECT TERM-DEP-FILE ASSIGN TO 'TERMDEP.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TD-ACCOUNT-NUMBER.
           SELECT HOLD-FILE ASSIGN TO 'HOLDFILE.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HF-KEY.
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
       FD  COLLATERAL-FILE
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS COLLATERAL-REC.
       COPY COLLAT.
       FD  LOAN-FILE
           RECORD CONTAINS 123 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS LOAN-REC.
       COPY LOANFILE.
       FD  ACCOUNT-FILE
           RECORD CONTAINS 201 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACCOUNT-REC.
       COPY ACCOUNTFILE.
       FD  TERM-DEP-FILE
           RECORD CONTAINS 37 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS TERM-DEP-REC.
       COPY TERMDEP.
       FD  HOLD-FILE
           RECORD CONTAINS 78 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS HOLD-REC.
       COPY HOLDFILE.
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
       01  WS-CO-FUNC                PIC X VALUE SPACES.
       01  WS-CO-LOAN                PIC 9(10) VALUE ZEROES.
       01  WS-CO-SEQ                 PIC 9(3) VALUE ZEROES.
       01  WS-CO-TYPE                PIC X VALUE SPACES.
           88 WS-CO-PLEDGE-TYPE      VALUE 'D' 'T'.
           88 WS-CO-VALID-TYPE       VALUE 'D' 'T' 'R' 'V' 'O'.
       01  WS-CO-DESC                PIC X(30) VALUE SPACES.
       01  WS-CO-ACCT                PIC 9(10) VALUE ZEROES.
       01  WS-CO-VALUE               PIC 9(9)V99 VALUE ZEROES.
       01  WS-CO-APPR-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-CO-INS-DATE            PIC 9(8) VALUE ZEROES.
       01  WS-NEXT-SEQ               PIC 9(3) VALUE ZEROES.
       01  WS-NEXT-HOLD-SEQ          PIC 9(5) VALUE ZEROES.
       01  WS-HOLD-TOTAL             PIC 9(9)V99 VALUE ZEROES.
       01  WS-AVAILABLE-BALANCE      PIC S9(10)V99 VALUE ZEROES.
       01  WS-HOLD-REASON.
           05 FILLER                 PIC X(10) VALUE 'PLEDGE LN '.
           05 WS-HOLD-REASON-LOAN    PIC 9(10) VALUE ZEROES.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZEROES.
       01  WS-LIST-LINE              PIC 99 VALUE ZEROES.
       01  WS-AMOUNT-DISPLAY         PIC ZZZ,ZZZ,ZZ9.99.
       01  PLEDGE-OK-SW              PIC X VALUE 'N'.
       01  ITEM-OK-SW                PIC X VALUE 'N'.
       01  SAVE-SW                   PIC X VALUE 'Y'.
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
       COPY "COLMAINT.ss".
      *****************************************************************
       PROCEDURE DIVISION USING LS-USER-ID.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A300-PROCESS-RTN UNTIL EXIT-SW = 'Y'.
           PERFORM A900-CLOSE-RTN.
      *     STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN I-O COLLATERAL-FILE.
           OPEN INPUT LOAN-FILE.
           OPEN INPUT ACCOUNT-FILE.
           OPEN INPUT TERM-DEP-FILE.
           OPEN I-O HOLD-FILE.
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
           PERFORM 050-CHECK-AUTHORITY-RTN.
           IF EXIT-SW = 'N'
              DISPLAY G-COLMAINT
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
              DISPLAY 'COLMAINT - SUPERVISOR AUTHORITY IS REQUIRED'
                      LINE 22 COL 2 ERASE EOL
              DISPLAY 'PRESS ENTER TO CONTINUE...'
                      LINE 23 COL 2 ERASE EOL
              ACCEPT DUMMY LINE 23
           END-IF.
      *****************************************************************
       A300-PROCESS-RTN.
           ACCEPT G-CO-FUNC.
           INSPECT WS-CO-FUNC CONVERTING ALPHALOWER TO ALPHAUPPER.
           ACCEPT G-CO-LOAN.
           MOVE WS-CO-LOAN TO LN-LOAN-NUMBER.
           READ LOAN-FILE
              INVALID KEY
                 DISPLAY 'LOAN NUMBER NOT FOUND'
                         LINE 22 COL 2 ERASE EOL
              NOT INVALID KEY
                 IF WS-CO-FUNC = 'A'
                    PERFORM 100-ADD-ITEM-RTN
                 ELSE
                 IF WS-CO-FUNC = 'U'
                    PERFORM 300-UPDATE-ITEM-RTN
                 ELSE
                 IF WS-CO-FUNC = 'L'
                    PERFORM 400-LIST-ITEMS-RTN
                 ELSE
                 IF WS-CO-FUNC = 'R'
                    PERFORM 500-RELEASE-ITEM-RTN
                 ELSE
                    DISPLAY 'FUNCTION MUST BE A, U, L OR R'
                            LINE 22 COL 2 ERASE EOL
                 END-IF
                 END-IF
                 END-IF
                 END-IF
           END-READ.
           PERFORM A800-ASK-EXIT-RTN.
      *****************************************************************
       100-ADD-ITEM-RTN.
           IF NOT LN-ACTIVE
              DISPLAY 'LOAN IS NOT ACTIVE'
                      LINE 22 COL 2 ERASE EOL
           ELSE
              ACCEPT G-CO-TYPE
              INSPECT WS-CO-TYPE CONVERTING ALPHALOWER TO ALPHAUPPER
              IF NOT WS-CO-VALID-TYPE
                 DISPLAY 'TYPE MUST BE D, T, R, V OR O'
                         LINE 22 COL 2 ERASE EOL
              ELSE
                 ACCEPT G-CO-DESC
                 IF WS-CO-PLEDGE-TYPE
                    PERFORM 150-ACCEPT-PLEDGE-RTN
                 ELSE
                    PERFORM 170-ACCEPT-APPRAISAL-RTN
                 END-IF
                 IF ITEM-OK-SW = 'Y'
                    DISPLAY 'SAVE COLLATERAL? Y/N: '
                            LINE 22 COL 2 ERASE EOL
                    ACCEPT SAVE-SW LINE 22
                    INSPECT SAVE-SW CONVERTING ALPHALOWER TO ALPHAUPPER
                    IF SAVE-SW = 'Y'
                       PERFORM 200-WRITE-ITEM-RTN
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *****************************************************************
      * A PLEDGED DEPOSIT MUST BE AN OPEN SAVINGS OR CHECKING        *
      * ACCOUNT, A PLEDGED TERM DEPOSIT AN OUTSTANDING PLACEMENT,    *
      * AND THE PLEDGED AMOUNT MUST BE FREE OF OTHER HOLDS.  ITS     *
      * VALUE IS THE PLEDGED AMOUNT AS OF TODAY.                     *
      *****************************************************************
       150-ACCEPT-PLEDGE-RTN.
           MOVE 'N' TO ITEM-OK-SW.
           ACCEPT G-CO-ACCT.
           ACCEPT G-CO-VALUE.
           MOVE WS-BUSINESS-DATE TO WS-CO-APPR-DATE.
           MOVE ZEROES TO WS-CO-INS-DATE.
           DISPLAY G-CO-APPR-DATE.
           DISPLAY G-CO-INS-DATE.
           MOVE WS-CO-ACCT TO ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
              INVALID KEY
                 DISPLAY 'PLEDGED ACCOUNT NOT FOUND'
                         LINE 22 COL 2 ERASE EOL
              NOT INVALID KEY
                 IF NOT OPEN-ACCOUNT
                    DISPLAY 'PLEDGED ACCOUNT IS NOT OPEN'
                            LINE 22 COL 2 ERASE EOL
                 ELSE
                 IF WS-CO-TYPE = 'T' AND NOT TERM-ACCOUNT
                    DISPLAY 'ACCOUNT IS NOT A TERM DEPOSIT'
                            LINE 22 COL 2 ERASE EOL
                 ELSE
                 IF WS-CO-TYPE = 'D' AND TERM-ACCOUNT
                    DISPLAY 'PLEDGE A TERM DEPOSIT AS TYPE T'
                            LINE 22 COL 2 ERASE EOL
                 ELSE
                    PERFORM 160-CHECK-PLEDGE-AMOUNT-RTN
                 END-IF
                 END-IF
                 END-IF
           END-READ.
      *****************************************************************
       160-CHECK-PLEDGE-AMOUNT-RTN.
           MOVE 'Y' TO PLEDGE-OK-SW.
           IF WS-CO-TYPE = 'T'
              MOVE WS-CO-ACCT TO TD-ACCOUNT-NUMBER
              READ TERM-DEP-FILE
                 INVALID KEY
                    MOVE 'N' TO PLEDGE-OK-SW
                 NOT INVALID KEY
                    IF NOT TD-OUTSTANDING
                       MOVE 'N' TO PLEDGE-OK-SW
                    END-IF
              END-READ
           END-IF.
           IF PLEDGE-OK-SW = 'N'
              DISPLAY 'TERM DEPOSIT IS NOT OUTSTANDING'
                      LINE 22 COL 2 ERASE EOL
           ELSE
              PERFORM 180-COMPUTE-HOLDS-RTN
              COMPUTE WS-AVAILABLE-BALANCE = ACCOUNT-BALANCE
                      - WS-HOLD-TOTAL
              IF WS-CO-VALUE = ZEROES
                 DISPLAY 'PLEDGED AMOUNT MUST NOT BE ZERO'
                         LINE 22 COL 2 ERASE EOL
              ELSE
              IF WS-CO-VALUE > WS-AVAILABLE-BALANCE
                 DISPLAY 'PLEDGED AMOUNT EXCEEDS THE UNHELD BALANCE'
                         LINE 22 COL 2 ERASE EOL
              ELSE
                 MOVE 'Y' TO ITEM-OK-SW
              END-IF
              END-IF
           END-IF.
      *****************************************************************
       170-ACCEPT-APPRAISAL-RTN.
           MOVE 'N' TO ITEM-OK-SW.
           MOVE ZEROES TO WS-CO-ACCT.
           DISPLAY G-CO-ACCT.
           ACCEPT G-CO-VALUE.
           ACCEPT G-CO-APPR-DATE.
           ACCEPT G-CO-INS-DATE.
           IF WS-CO-VALUE = ZEROES
              DISPLAY 'APPRAISED VALUE MUST NOT BE ZERO'
                      LINE 22 COL 2 ERASE EOL
           ELSE
           IF WS-CO-APPR-DATE = ZEROES OR
              WS-CO-APPR-DATE > WS-BUSINESS-DATE
              DISPLAY 'APPRAISAL DATE MUST BE ON OR BEFORE TODAY'
                      LINE 22 COL 2 ERASE EOL
           ELSE
              MOVE 'Y' TO ITEM-OK-SW
           END-IF
           END-IF.
      *****************************************************************
       180-COMPUTE-HOLDS-RTN.
           MOVE ZEROES TO WS-HOLD-TOTAL.
           MOVE ZEROES TO WS-NEXT-HOLD-SEQ.
           MOVE WS-CO-ACCT TO HF-ACCOUNT-NUMBER.
           MOVE ZEROES TO HF-HOLD-SEQ.
           MOVE 'N' TO HOLD-EOF-SW.
           START HOLD-FILE KEY IS NOT LESS THAN HF-KEY
              INVALID KEY
                 MOVE 'Y' TO HOLD-EOF-SW
           END-START.
           PERFORM 190-READ-NEXT-HOLD-RTN UNTIL HOLD-EOF-SW = 'Y'.
           ADD 1 TO WS-NEXT-HOLD-SEQ.
      *****************************************************************
       190-READ-NEXT-HOLD-RTN.
           READ HOLD-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO HOLD-EOF-SW
              NOT AT END
                 IF HF-ACCOUNT-NUMBER NOT = WS-CO-ACCT
                    MOVE 'Y' TO HOLD-EOF-SW
                 ELSE
                    MOVE HF-HOLD-SEQ TO WS-NEXT-HOLD-SEQ
                    IF HF-ACTIVE
                       ADD HF-AMOUNT TO WS-HOLD-TOTAL
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
       200-WRITE-ITEM-RTN.
           PERFORM 250-FIND-NEXT-SEQ-RTN.
           MOVE WS-CO-LOAN       TO CO-LOAN-NUMBER.
           MOVE WS-NEXT-SEQ      TO CO-SEQ.
           MOVE WS-CO-TYPE       TO CO-TYPE.
           MOVE WS-CO-DESC       TO CO-DESCRIPTION.
           MOVE WS-CO-VALUE      TO CO-APPRAISED-VALUE.
           MOVE WS-CO-APPR-DATE  TO CO-APPRAISAL-DATE.
           MOVE WS-CO-INS-DATE   TO CO-INSURANCE-EXPIRY.
           MOVE WS-CO-ACCT       TO CO-PLEDGED-ACCOUNT.
           MOVE ZEROES           TO CO-HOLD-SEQ.
           MOVE 'A'              TO CO-STATUS.
           MOVE LS-USER-ID       TO CO-ENTERED-BY.
           MOVE WS-BUSINESS-DATE TO CO-ENTERED-DATE.
           MOVE SPACES           TO CO-RELEASED-BY.
           MOVE ZEROES           TO CO-RELEASED-DATE.
           IF WS-CO-PLEDGE-TYPE
              PERFORM 270-PLACE-PLEDGE-HOLD-RTN
           END-IF.
           WRITE COLLATERAL-REC
              INVALID KEY
                 DISPLAY 'ERROR IN WRITING COLLATERAL'
                         LINE 22 COL 2 ERASE EOL
              NOT INVALID KEY
                 MOVE WS-NEXT-SEQ TO WS-CO-SEQ
                 DISPLAY G-CO-SEQ
                 DISPLAY 'COLLATERAL RECORDED - ITEM '
                         LINE 22 COL 2 ERASE EOL
                 DISPLAY WS-NEXT-SEQ LINE 22 COL 30
           END-WRITE.
      *****************************************************************
       250-FIND-NEXT-SEQ-RTN.
           MOVE ZEROES TO WS-NEXT-SEQ.
           MOVE WS-CO-LOAN TO CO-LOAN-NUMBER.
           MOVE ZEROES TO CO-SEQ.
           MOVE 'N' TO EOF-SW.
           START COLLATERAL-FILE KEY IS NOT LESS THAN CO-KEY
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
           END-START.
           PERFORM 260-READ-NEXT-ITEM-RTN UNTIL EOF-SW = 'Y'.
           ADD 1 TO WS-NEXT-SEQ.
      *****************************************************************
       260-READ-NEXT-ITEM-RTN.
           READ COLLATERAL-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF CO-LOAN-NUMBER NOT = WS-CO-LOAN
                    MOVE 'Y' TO EOF-SW
                 ELSE
                    MOVE CO-SEQ TO WS-NEXT-SEQ
                 END-IF
           END-READ.
      *****************************************************************
       270-PLACE-PLEDGE-HOLD-RTN.
           PERFORM 180-COMPUTE-HOLDS-RTN.
           MOVE WS-CO-LOAN       TO WS-HOLD-REASON-LOAN.
           MOVE WS-CO-ACCT       TO HF-ACCOUNT-NUMBER.
           MOVE WS-NEXT-HOLD-SEQ TO HF-HOLD-SEQ.
           MOVE WS-CO-VALUE      TO HF-AMOUNT.
           MOVE WS-HOLD-REASON   TO HF-REASON.
           MOVE LS-USER-ID       TO HF-PLACED-BY.
           MOVE WS-CURRENT-DATE  TO HF-PLACED-DATE.
           MOVE ZEROES           TO HF-EXPIRY-DATE.
           MOVE 'A'              TO HF-STATUS.
           WRITE HOLD-REC
              INVALID KEY
                 DISPLAY 'ERROR IN PLACING PLEDGE HOLD'
                         LINE 23 COL 2 ERASE EOL
              NOT INVALID KEY
                 MOVE WS-NEXT-HOLD-SEQ TO CO-HOLD-SEQ
           END-WRITE.
      *****************************************************************
       300-UPDATE-ITEM-RTN.
           PERFORM 350-READ-ITEM-RTN.
           IF ITEM-OK-SW = 'Y'
              ACCEPT G-CO-DESC
              IF CO-DEPOSIT OR CO-TERM-DEPOSIT
                 DISPLAY 'RELEASE AND PLEDGE AGAIN TO CHANGE THE'
                         ' PLEDGED AMOUNT' LINE 21 COL 2 ERASE EOL
              ELSE
                 ACCEPT G-CO-VALUE
                 ACCEPT G-CO-APPR-DATE
                 ACCEPT G-CO-INS-DATE
              END-IF
              IF WS-CO-VALUE = ZEROES OR WS-CO-APPR-DATE = ZEROES OR
                 WS-CO-APPR-DATE > WS-BUSINESS-DATE
                 DISPLAY 'VALUE AND AN APPRAISAL DATE ON OR BEFORE'
                         ' TODAY ARE REQUIRED' LINE 22 COL 2 ERASE EOL
              ELSE
                 DISPLAY 'SAVE CHANGES? Y/N: ' LINE 22 COL 2 ERASE EOL
                 ACCEPT SAVE-SW LINE 22
                 INSPECT SAVE-SW CONVERTING ALPHALOWER TO ALPHAUPPER
                 IF SAVE-SW = 'Y'
                    MOVE WS-CO-DESC      TO CO-DESCRIPTION
                    MOVE WS-CO-VALUE     TO CO-APPRAISED-VALUE
                    MOVE WS-CO-APPR-DATE TO CO-APPRAISAL-DATE
                    MOVE WS-CO-INS-DATE  TO CO-INSURANCE-EXPIRY
                    REWRITE COLLATERAL-REC
                       INVALID KEY
                          DISPLAY 'ERROR IN UPDATING COLLATERAL'
                                  LINE 22 COL 2 ERASE EOL
                       NOT INVALID KEY
                          DISPLAY 'COLLATERAL HAS BEEN UPDATED'
                                  LINE 22 COL 2 ERASE EOL
                    END-REWRITE
                 END-IF
              END-IF
           END-IF.
      *****************************************************************
       350-READ-ITEM-RTN.
           MOVE 'N' TO ITEM-OK-SW.
           ACCEPT G-CO-SEQ.
           MOVE WS-CO-LOAN TO CO-LOAN-NUMBER.
           MOVE WS-CO-SEQ  TO CO-SEQ.
           READ COLLATERAL-FILE
              INVALID KEY
                 DISPLAY 'COLLATERAL ITEM NOT FOUND'
                         LINE 22 COL 2 ERASE EOL
              NOT INVALID KEY
                 IF NOT CO-ACTIVE
                    DISPLAY 'COLLATERAL ITEM IS ALREADY RELEASED'
                            LINE 22 COL 2 ERASE EOL
                 ELSE
                    MOVE 'Y' TO ITEM-OK-SW
                    MOVE CO-TYPE             TO WS-CO-TYPE
                    MOVE CO-DESCRIPTION      TO WS-CO-DESC
                    MOVE CO-PLEDGED-ACCOUNT  TO WS-CO-ACCT
                    MOVE CO-APPRAISED-VALUE  TO WS-CO-VALUE
                    MOVE CO-APPRAISAL-DATE   TO WS-CO-APPR-DATE
                    MOVE CO-INSURANCE-EXPIRY TO WS-CO-INS-DATE
                    DISPLAY G-CO-TYPE
                    DISPLAY G-CO-DESC
                    DISPLAY G-CO-ACCT
                    DISPLAY G-CO-VALUE
                    DISPLAY G-CO-APPR-DATE
                    DISPLAY G-CO-INS-DATE
                 END-IF
           END-READ.
      *****************************************************************
       400-LIST-ITEMS-RTN.
           MOVE 15 TO WS-LIST-LINE.
           DISPLAY 'ITEM T          VALUE APPRAISED  INSURED  S'
                   LINE 15 COL 2 ERASE EOL.
           DISPLAY 'ACCOUNT    DESCRIPTION' LINE 15 COL 47.
           MOVE WS-CO-LOAN TO CO-LOAN-NUMBER.
           MOVE ZEROES TO CO-SEQ.
           MOVE 'N' TO EOF-SW.
           START COLLATERAL-FILE KEY IS NOT LESS THAN CO-KEY
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
                 DISPLAY 'NO COLLATERAL ON FILE FOR THIS LOAN'
                         LINE 22 COL 2 ERASE EOL
           END-START.
           PERFORM 450-LIST-ONE-ITEM-RTN UNTIL EOF-SW = 'Y'.
      *****************************************************************
       450-LIST-ONE-ITEM-RTN.
           READ COLLATERAL-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF CO-LOAN-NUMBER NOT = WS-CO-LOAN
                    MOVE 'Y' TO EOF-SW
                 ELSE
                 IF WS-LIST-LINE < 20
                    ADD 1 TO WS-LIST-LINE
                    MOVE CO-APPRAISED-VALUE TO WS-AMOUNT-DISPLAY
                    DISPLAY CO-SEQ LINE WS-LIST-LINE COL 2
                    DISPLAY CO-TYPE LINE WS-LIST-LINE COL 7
                    DISPLAY WS-AMOUNT-DISPLAY LINE WS-LIST-LINE COL 9
                    DISPLAY CO-APPRAISAL-DATE LINE WS-LIST-LINE COL 24
                    DISPLAY CO-INSURANCE-EXPIRY
                            LINE WS-LIST-LINE COL 34
                    DISPLAY CO-STATUS LINE WS-LIST-LINE COL 44
                    DISPLAY CO-PLEDGED-ACCOUNT
                            LINE WS-LIST-LINE COL 47
                    DISPLAY CO-DESCRIPTION (1:22)
                            LINE WS-LIST-LINE COL 58
                 END-IF
                 END-IF
           END-READ.
      *****************************************************************
       500-RELEASE-ITEM-RTN.
           PERFORM 350-READ-ITEM-RTN.
           IF ITEM-OK-SW = 'Y'
              DISPLAY 'RELEASE COLLATERAL? Y/N: '
                      LINE 22 COL 2 ERASE EOL
              ACCEPT SAVE-SW LINE 22
              INSPECT SAVE-SW CONVERTING ALPHALOWER TO ALPHAUPPER
              IF SAVE-SW = 'Y'
                 IF CO-HOLD-SEQ NOT = ZEROES
                    PERFORM 550-RELEASE-PLEDGE-HOLD-RTN
                 END-IF
                 MOVE 'R'              TO CO-STATUS
                 MOVE LS-USER-ID       TO CO-RELEASED-BY
                 MOVE WS-BUSINESS-DATE TO CO-RELEASED-DATE
                 REWRITE COLLATERAL-REC
                    INVALID KEY
                       DISPLAY 'ERROR IN UPDATING COLLATERAL'
                               LINE 22 COL 2 ERASE EOL
                    NOT INVALID KEY
                       DISPLAY 'COLLATERAL HAS BEEN RELEASED'
                               LINE 22 COL 2 ERASE EOL
                 END-REWRITE
              END-IF
           END-IF.
      *****************************************************************
       550-RELEASE-PLEDGE-HOLD-RTN.
           MOVE CO-PLEDGED-ACCOUNT TO HF-ACCOUNT-NUMBER.
           MOVE CO-HOLD-SEQ TO HF-HOLD-SEQ.
           READ HOLD-FILE
              INVALID KEY
                 DISPLAY 'PLEDGE HOLD NOT FOUND'
                         LINE 23 COL 2 ERASE EOL
              NOT INVALID KEY
                 IF HF-ACTIVE
                    MOVE 'R' TO HF-STATUS
                    REWRITE HOLD-REC
                       INVALID KEY
                          DISPLAY 'ERROR IN RELEASING PLEDGE HOLD'
                                  LINE 23 COL 2 ERASE EOL
                    END-REWRITE
                 END-IF
           END-READ.
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
           DISPLAY ' ' LINE 15 COL 1 ERASE EOS.
           MOVE SPACES TO WS-CO-FUNC.
           MOVE ZEROES TO WS-CO-LOAN.
           MOVE ZEROES TO WS-CO-SEQ.
           MOVE SPACES TO WS-CO-TYPE.
           MOVE SPACES TO WS-CO-DESC.
           MOVE ZEROES TO WS-CO-ACCT.
           MOVE ZEROES TO WS-CO-VALUE.
           MOVE ZEROES TO WS-CO-APPR-DATE.
           MOVE ZEROES TO WS-CO-INS-DATE.
           DISPLAY G-CO-FUNC.
           DISPLAY G-CO-LOAN.
           DISPLAY G-CO-SEQ.
           DISPLAY G-CO-TYPE.
           DISPLAY G-CO-DESC.
           DISPLAY G-CO-ACCT.
           DISPLAY G-CO-VALUE.
           DISPLAY G-CO-APPR-DATE.
           DISPLAY G-CO-INS-DATE.
      *****************************************************************
       A900-CLOSE-RTN.
            CLOSE COLLATERAL-FILE.
            CLOSE LOAN-FILE.
            CLOSE ACCOUNT-FILE.
            CLOSE TERM-DEP-FILE.
            CLOSE HOLD-FILE.
            CLOSE USER-FILE.
            EXIT PROGRAM.
