      ****************************************************************
      * THIS PROGRAM MAINTAINS THE PREFERENTIAL INTEREST RATES A     *
      * RELATIONSHIP OFFICER NEGOTIATES WITH A LARGE DEPOSITOR.      *
      * EACH AGREEMENT ON PREFRATE.DAT CARRIES THE AGREED RATE, ITS  *
      * START AND EXPIRY DATES, THE NEGOTIATING OFFICER AND THE      *
      * REASON.  IT IS ENTERED PENDING AND TAKES EFFECT ONLY WHEN A  *
      * SECOND OFFICER WITH SUPERVISOR AUTHORITY, NOT THE ONE WHO    *
      * ENTERED IT, APPROVES IT.  WHILE AN APPROVED AGREEMENT IS IN  *
      * FORCE INTACCR AND ACRADJ ACCRUE THE ACCOUNT AT THE AGREED    *
      * RATE INSTEAD OF THE RATETBL BAND RATE.  A SUPERVISOR MAY     *
      * CANCEL AN APPROVED AGREEMENT BEFORE IT EXPIRES.  AGREEMENTS  *
      * ON ONE ACCOUNT MAY NOT OVERLAP - A RENEWAL STARTS AFTER THE  *
      * CURRENT ONE EXPIRES, OR THE CURRENT ONE IS CANCELLED FIRST.  *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRFMAINT IS INITIAL.
       AUTHOR. GERAD CARLOS TUPAZ.
       DATE-WRITTEN. 10 15 2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREF-RATE-FILE ASSIGN TO 'PREFRATE.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PR-KEY.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNT.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACCOUNT-NUMBER
                  ALTERNATE KEY IS USER-ID-ACCT WITH DUPLICATES.
           SELECT RATE-TABLE-FILE ASSIGN TO 'RATETBL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RT-KEY.
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
       FD  PREF-RATE-FILE
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS PREF-RATE-REC.
       COPY PREFRATE.
       FD  ACCOUNT-FILE
           RECORD CONTAINS 201 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACCOUNT-REC.
       COPY ACCOUNTFILE.
       FD  RATE-TABLE-FILE
           RECORD CONTAINS 48 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS RATE-TABLE-REC.
       COPY RATETBL.
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
       01  WS-PR-FUNC                PIC X VALUE SPACES.
       01  WS-PR-ACCOUNT             PIC 9(10) VALUE ZEROES.
       01  WS-PR-SEQ                 PIC 9(3) VALUE ZEROES.
       01  WS-IN-RATE                PIC 9(3)V99 VALUE ZEROES.
       01  WS-IN-START               PIC 9(8) VALUE ZEROES.
       01  WS-IN-EXPIRY              PIC 9(8) VALUE ZEROES.
       01  WS-IN-OFFICER             PIC X(15) VALUE SPACES.
       01  WS-IN-REASON              PIC X(30) VALUE SPACES.
       01  WS-NEXT-SEQ               PIC 9(3) VALUE ZEROES.
       01  WS-OVERLAP-SEQ            PIC 9(3) VALUE ZEROES.
       01  WS-INTEREST-RATE          PIC 9(3)V99 VALUE 002.50.
       01  WS-BAND-RATE              PIC 9(3)V99 VALUE ZEROES.
       01  WS-RATE-DISPLAY           PIC ZZ9.99.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZEROES.
       01  WS-SUPV-SW                PIC X VALUE 'N'.
       01  WS-LIST-LINE              PIC 99 VALUE ZEROES.
       01  ACCOUNT-OK-SW             PIC X VALUE 'N'.
       01  AGREEMENT-FOUND-SW        PIC X VALUE 'N'.
       01  EXIT-SW                   PIC X VALUE 'N'.
       01  EOF-SW                    PIC X VALUE 'N'.
       01  RT-EOF-SW                 PIC X VALUE 'N'.
       01  DUMMY                     PIC X VALUE SPACES.
       COPY APLHA.
      *****************************************************************
       LINKAGE SECTION.
       01  LS-USER-ID                PIC X(15).
      *****************************************************************
       SCREEN SECTION.
       COPY "PRFMAINT.ss".
      *****************************************************************
       PROCEDURE DIVISION USING LS-USER-ID.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A300-PROCESS-RTN UNTIL EXIT-SW = 'Y'.
           PERFORM A900-CLOSE-RTN.
      *     STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN I-O PREF-RATE-FILE.
           OPEN INPUT ACCOUNT-FILE.
           OPEN INPUT RATE-TABLE-FILE.
           OPEN INPUT USER-FILE.
           OPEN INPUT SYSCTL-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
           MOVE 'BUSDATE   ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-BUSINESS-DATE
           END-READ.
           MOVE 'INTRATE   ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-NUM-VALUE TO WS-INTEREST-RATE
           END-READ.
           MOVE 'N' TO WS-SUPV-SW.
           MOVE LS-USER-ID TO USER-ID.
           READ USER-FILE
              NOT INVALID KEY
                 IF SUPERVISOR-ROLE OR ADMIN-ROLE
                    MOVE 'Y' TO WS-SUPV-SW
                 END-IF
           END-READ.
           DISPLAY G-PRFMAINT.
      *****************************************************************
       A300-PROCESS-RTN.
           ACCEPT G-PR-FUNC.
           INSPECT WS-PR-FUNC CONVERTING ALPHALOWER TO ALPHAUPPER.
           IF WS-PR-FUNC = 'E'
              PERFORM 100-ENTER-AGREEMENT-RTN
           ELSE
           IF WS-PR-FUNC = 'A'
              PERFORM 400-APPROVE-AGREEMENT-RTN
           ELSE
           IF WS-PR-FUNC = 'R'
              PERFORM 500-REJECT-AGREEMENT-RTN
           ELSE
           IF WS-PR-FUNC = 'C'
              PERFORM 550-CANCEL-AGREEMENT-RTN
           ELSE
           IF WS-PR-FUNC = 'L'
              PERFORM 600-LIST-AGREEMENTS-RTN
           ELSE
              DISPLAY 'FUNCTION MUST BE E, A, R, C OR L'
                      LINE 22 COL 2 ERASE EOL
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           PERFORM A800-ASK-EXIT-RTN.
      *****************************************************************
      * ENTRY: THE ACCOUNT MUST BE AN OPEN SAVINGS ACCOUNT.  THE     *
      * STANDARD BAND RATE IS SHOWN FOR COMPARISON; THE AGREEMENT    *
      * MAY NOT START BEFORE THE BUSINESS DATE (THOSE DAYS HAVE      *
      * ALREADY ACCRUED) AND MUST END AFTER IT STARTS.               *
      *****************************************************************
       100-ENTER-AGREEMENT-RTN.
           ACCEPT G-PR-ACCOUNT.
           PERFORM 120-CHECK-ACCOUNT-RTN.
           IF ACCOUNT-OK-SW = 'Y'
              PERFORM 150-ACCEPT-TERMS-RTN
              IF WS-IN-RATE = ZEROES
                 DISPLAY 'RATE MUST BE GREATER THAN ZERO'
                         LINE 22 COL 2 ERASE EOL
              ELSE
              IF WS-IN-START < WS-BUSINESS-DATE
                 DISPLAY 'START DATE MAY NOT PRECEDE THE BUSINESS DATE'
                         LINE 22 COL 2 ERASE EOL
              ELSE
              IF WS-IN-EXPIRY NOT > WS-IN-START
                 DISPLAY 'EXPIRY DATE MUST BE AFTER THE START DATE'
                         LINE 22 COL 2 ERASE EOL
              ELSE
              IF WS-IN-OFFICER = SPACES OR WS-IN-REASON = SPACES
                 DISPLAY 'OFFICER AND REASON ARE REQUIRED'
                         LINE 22 COL 2 ERASE EOL
              ELSE
                 PERFORM 200-SCAN-ACCOUNT-RTN
                 IF WS-OVERLAP-SEQ NOT = ZEROES
                    DISPLAY 'OVERLAPS AGREEMENT SEQ'
                            LINE 22 COL 2 ERASE EOL
                    DISPLAY WS-OVERLAP-SEQ LINE 22 COL 25
                    DISPLAY '- CANCEL OR REJECT IT FIRST'
                            LINE 22 COL 29
                 ELSE
                    PERFORM 300-FILE-AGREEMENT-RTN
                 END-IF
              END-IF
              END-IF
              END-IF
              END-IF
           END-IF.
      *****************************************************************
       120-CHECK-ACCOUNT-RTN.
           MOVE 'N' TO ACCOUNT-OK-SW.
           MOVE WS-PR-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
              INVALID KEY
                 DISPLAY 'ACCOUNT NOT FOUND'
                         LINE 22 COL 2 ERASE EOL
              NOT INVALID KEY
                 IF SAVINGS-ACCOUNT AND OPEN-ACCOUNT
                    MOVE 'Y' TO ACCOUNT-OK-SW
                    DISPLAY ACCOUNT-NAME LINE 06 COL 32
                 ELSE
                    DISPLAY 'PREFERENTIAL RATES APPLY TO OPEN SAVINGS '
                            'ACCOUNTS ONLY' LINE 22 COL 2 ERASE EOL
                 END-IF
           END-READ.
      *****************************************************************
       150-ACCEPT-TERMS-RTN.
           PERFORM 170-LOOKUP-BAND-RATE-RTN.
           MOVE WS-BAND-RATE TO WS-RATE-DISPLAY.
           DISPLAY 'STANDARD RATE   :' LINE 09 COL 2 ERASE EOL.
           DISPLAY WS-RATE-DISPLAY LINE 09 COL 20.
           MOVE ZEROES TO WS-IN-RATE.
           MOVE ZEROES TO WS-IN-START.
           MOVE ZEROES TO WS-IN-EXPIRY.
           MOVE SPACES TO WS-IN-OFFICER.
           MOVE SPACES TO WS-IN-REASON.
           DISPLAY 'AGREED RATE     :' LINE 10 COL 2 ERASE EOL.
           ACCEPT WS-IN-RATE LINE 10 COL 20.
           DISPLAY 'START (YYYYMMDD):' LINE 11 COL 2 ERASE EOL.
           ACCEPT WS-IN-START LINE 11 COL 20.
           DISPLAY 'EXPIRY(YYYYMMDD):' LINE 12 COL 2 ERASE EOL.
           ACCEPT WS-IN-EXPIRY LINE 12 COL 20.
           DISPLAY 'OFFICER         :' LINE 13 COL 2 ERASE EOL.
           ACCEPT WS-IN-OFFICER LINE 13 COL 20.
           INSPECT WS-IN-OFFICER CONVERTING ALPHALOWER TO ALPHAUPPER.
           DISPLAY 'REASON          :' LINE 14 COL 2 ERASE EOL.
           ACCEPT WS-IN-REASON LINE 14 COL 20.
      *****************************************************************
      * THE STANDARD RATE IS PICKED FROM THE TIERED RATE TABLE THE   *
      * WAY INTACCR PICKS IT, FALLING BACK TO THE FLAT INTRATE.      *
      *****************************************************************
       170-LOOKUP-BAND-RATE-RTN.
           MOVE WS-INTEREST-RATE TO WS-BAND-RATE.
           MOVE ACCOUNT-TYPE TO RT-ACCOUNT-TYPE.
           MOVE ZEROES TO RT-BAND-FLOOR.
           MOVE ZEROES TO RT-EFFECTIVE-DATE.
           MOVE 'N' TO RT-EOF-SW.
           START RATE-TABLE-FILE KEY IS NOT LESS THAN RT-KEY
              INVALID KEY
                 MOVE 'Y' TO RT-EOF-SW
           END-START.
           PERFORM 180-READ-NEXT-RATE-RTN UNTIL RT-EOF-SW = 'Y'.
      *****************************************************************
       180-READ-NEXT-RATE-RTN.
           READ RATE-TABLE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO RT-EOF-SW
              NOT AT END
                 IF RT-ACCOUNT-TYPE NOT = ACCOUNT-TYPE
                    MOVE 'Y' TO RT-EOF-SW
                 ELSE
                    IF RT-BAND-FLOOR NOT > ACCOUNT-BALANCE AND
                       RT-EFFECTIVE-DATE NOT > WS-CURRENT-DATE
                       MOVE RT-RATE TO WS-BAND-RATE
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
      * READS EVERY AGREEMENT ON THE ACCOUNT FOR THE NEXT SEQUENCE   *
      * NUMBER, NOTING ANY PENDING OR APPROVED ONE WHOSE DATES       *
      * OVERLAP THE NEW TERMS.                                       *
      *****************************************************************
       200-SCAN-ACCOUNT-RTN.
           MOVE 1 TO WS-NEXT-SEQ.
           MOVE ZEROES TO WS-OVERLAP-SEQ.
           MOVE WS-PR-ACCOUNT TO PR-ACCOUNT-NUMBER.
           MOVE ZEROES TO PR-SEQ-NUMBER.
           MOVE 'N' TO EOF-SW.
           START PREF-RATE-FILE KEY IS NOT LESS THAN PR-KEY
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
           END-START.
           PERFORM 250-SCAN-ONE-RTN UNTIL EOF-SW = 'Y'.
      *****************************************************************
       250-SCAN-ONE-RTN.
           READ PREF-RATE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF PR-ACCOUNT-NUMBER NOT = WS-PR-ACCOUNT
                    MOVE 'Y' TO EOF-SW
                 ELSE
                    COMPUTE WS-NEXT-SEQ = PR-SEQ-NUMBER + 1
                    IF (PR-PENDING OR PR-APPROVED) AND
                       PR-START-DATE NOT > WS-IN-EXPIRY AND
                       PR-EXPIRY-DATE NOT < WS-IN-START
                       MOVE PR-SEQ-NUMBER TO WS-OVERLAP-SEQ
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
       300-FILE-AGREEMENT-RTN.
           MOVE WS-PR-ACCOUNT    TO PR-ACCOUNT-NUMBER.
           MOVE WS-NEXT-SEQ      TO PR-SEQ-NUMBER.
           MOVE WS-IN-RATE       TO PR-RATE.
           MOVE WS-IN-START      TO PR-START-DATE.
           MOVE WS-IN-EXPIRY     TO PR-EXPIRY-DATE.
           MOVE WS-IN-OFFICER    TO PR-OFFICER.
           MOVE WS-IN-REASON     TO PR-REASON.
           MOVE 'P'              TO PR-STATUS.
           MOVE LS-USER-ID       TO PR-ENTERED-BY.
           MOVE SPACES           TO PR-APPROVED-BY.
           MOVE WS-BUSINESS-DATE TO PR-ENTRY-DATE.
           MOVE SPACES           TO PR-CANCELLED-BY.
           WRITE PREF-RATE-REC
              INVALID KEY
                 DISPLAY 'ERROR IN WRITING AGREEMENT'
                         LINE 22 COL 2 ERASE EOL
              NOT INVALID KEY
                 DISPLAY 'AGREEMENT FILED PENDING APPROVAL - SEQ:'
                         LINE 22 COL 2 ERASE EOL
                 DISPLAY WS-NEXT-SEQ LINE 22 COL 42
           END-WRITE.
      *****************************************************************
      * APPROVAL NEEDS A SECOND OFFICER WITH SUPERVISOR AUTHORITY    *
      * WHO DID NOT ENTER THE AGREEMENT.  ONE THAT HAS ALREADY       *
      * EXPIRED WHILE IT WAITED CANNOT BE APPROVED.                  *
      *****************************************************************
       400-APPROVE-AGREEMENT-RTN.
           IF WS-SUPV-SW = 'N'
              DISPLAY 'SUPERVISOR AUTHORITY IS REQUIRED TO APPROVE'
                      LINE 22 COL 2 ERASE EOL
           ELSE
              PERFORM 420-READ-AGREEMENT-RTN
              IF AGREEMENT-FOUND-SW = 'Y'
                 IF NOT PR-PENDING
                    DISPLAY 'AGREEMENT IS NOT PENDING'
                            LINE 22 COL 2 ERASE EOL
                 ELSE
                 IF PR-ENTERED-BY = LS-USER-ID
                    DISPLAY 'APPROVER MUST NOT BE THE ENTERER'
                            LINE 22 COL 2 ERASE EOL
                 ELSE
                 IF PR-EXPIRY-DATE < WS-BUSINESS-DATE
                    DISPLAY 'AGREEMENT HAS ALREADY EXPIRED'
                            LINE 22 COL 2 ERASE EOL
                 ELSE
                    MOVE 'A' TO PR-STATUS
                    MOVE LS-USER-ID TO PR-APPROVED-BY
                    PERFORM 450-REWRITE-AGREEMENT-RTN
                    DISPLAY 'AGREEMENT APPROVED'
                            LINE 22 COL 2 ERASE EOL
                 END-IF
                 END-IF
                 END-IF
              END-IF
           END-IF.
      *****************************************************************
       420-READ-AGREEMENT-RTN.
           MOVE 'N' TO AGREEMENT-FOUND-SW.
           ACCEPT G-PR-ACCOUNT.
           ACCEPT G-PR-SEQ.
           MOVE WS-PR-ACCOUNT TO PR-ACCOUNT-NUMBER.
           MOVE WS-PR-SEQ TO PR-SEQ-NUMBER.
           READ PREF-RATE-FILE
              INVALID KEY
                 DISPLAY 'AGREEMENT NOT ON FILE'
                         LINE 22 COL 2 ERASE EOL
              NOT INVALID KEY
                 MOVE 'Y' TO AGREEMENT-FOUND-SW
                 PERFORM 430-SHOW-AGREEMENT-RTN
           END-READ.
      *****************************************************************
       430-SHOW-AGREEMENT-RTN.
           MOVE PR-RATE TO WS-RATE-DISPLAY.
           DISPLAY 'AGREED RATE     :' LINE 10 COL 2 ERASE EOL.
           DISPLAY WS-RATE-DISPLAY LINE 10 COL 20.
           DISPLAY 'START / EXPIRY  :' LINE 11 COL 2 ERASE EOL.
           DISPLAY PR-START-DATE LINE 11 COL 20.
           DISPLAY PR-EXPIRY-DATE LINE 11 COL 30.
           DISPLAY 'OFFICER         :' LINE 13 COL 2 ERASE EOL.
           DISPLAY PR-OFFICER LINE 13 COL 20.
           DISPLAY 'REASON          :' LINE 14 COL 2 ERASE EOL.
           DISPLAY PR-REASON LINE 14 COL 20.
           DISPLAY 'ENTERED BY      :' LINE 15 COL 2 ERASE EOL.
           DISPLAY PR-ENTERED-BY LINE 15 COL 20.
      *****************************************************************
       450-REWRITE-AGREEMENT-RTN.
           REWRITE PREF-RATE-REC
              INVALID KEY
                 DISPLAY 'ERROR IN UPDATING AGREEMENT'
                         LINE 22 COL 2 ERASE EOL
           END-REWRITE.
      *****************************************************************
       500-REJECT-AGREEMENT-RTN.
           IF WS-SUPV-SW = 'N'
              DISPLAY 'SUPERVISOR AUTHORITY IS REQUIRED TO REJECT'
                      LINE 22 COL 2 ERASE EOL
           ELSE
              PERFORM 420-READ-AGREEMENT-RTN
              IF AGREEMENT-FOUND-SW = 'Y'
                 IF NOT PR-PENDING
                    DISPLAY 'AGREEMENT IS NOT PENDING'
                            LINE 22 COL 2 ERASE EOL
                 ELSE
                    MOVE 'R' TO PR-STATUS
                    MOVE LS-USER-ID TO PR-APPROVED-BY
                    PERFORM 450-REWRITE-AGREEMENT-RTN
                    DISPLAY 'AGREEMENT REJECTED'
                            LINE 22 COL 2 ERASE EOL
                 END-IF
              END-IF
           END-IF.
      *****************************************************************
      * CANCELLING AN APPROVED AGREEMENT ENDS IT AT ONCE - THE       *
      * ACCOUNT GOES BACK TO THE BAND RATE FROM THE NEXT ACCRUAL.    *
      *****************************************************************
       550-CANCEL-AGREEMENT-RTN.
           IF WS-SUPV-SW = 'N'
              DISPLAY 'SUPERVISOR AUTHORITY IS REQUIRED TO CANCEL'
                      LINE 22 COL 2 ERASE EOL
           ELSE
              PERFORM 420-READ-AGREEMENT-RTN
              IF AGREEMENT-FOUND-SW = 'Y'
                 IF NOT PR-APPROVED
                    DISPLAY 'ONLY AN APPROVED AGREEMENT CAN BE '
                            'CANCELLED' LINE 22 COL 2 ERASE EOL
                 ELSE
                    MOVE 'C' TO PR-STATUS
                    MOVE LS-USER-ID TO PR-CANCELLED-BY
                    PERFORM 450-REWRITE-AGREEMENT-RTN
                    DISPLAY 'AGREEMENT CANCELLED'
                            LINE 22 COL 2 ERASE EOL
                 END-IF
              END-IF
           END-IF.
      *****************************************************************
       600-LIST-AGREEMENTS-RTN.
           ACCEPT G-PR-ACCOUNT.
           DISPLAY 'SEQ   RATE  START     EXPIRY    ST OFFICER'
                   LINE 09 COL 2 ERASE EOL.
           MOVE 9 TO WS-LIST-LINE.
           MOVE WS-PR-ACCOUNT TO PR-ACCOUNT-NUMBER.
           MOVE ZEROES TO PR-SEQ-NUMBER.
           MOVE 'N' TO EOF-SW.
           START PREF-RATE-FILE KEY IS NOT LESS THAN PR-KEY
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
                 DISPLAY 'NO AGREEMENTS ON FILE'
                         LINE 22 COL 2 ERASE EOL
           END-START.
           PERFORM 650-LIST-ONE-RTN UNTIL EOF-SW = 'Y'.
      *****************************************************************
       650-LIST-ONE-RTN.
           READ PREF-RATE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF PR-ACCOUNT-NUMBER NOT = WS-PR-ACCOUNT
                    MOVE 'Y' TO EOF-SW
                 ELSE
                 IF WS-LIST-LINE < 21
                    ADD 1 TO WS-LIST-LINE
                    MOVE PR-RATE TO WS-RATE-DISPLAY
                    DISPLAY PR-SEQ-NUMBER
                            LINE WS-LIST-LINE COL 2
                    DISPLAY WS-RATE-DISPLAY
                            LINE WS-LIST-LINE COL 6
                    DISPLAY PR-START-DATE
                            LINE WS-LIST-LINE COL 14
                    DISPLAY PR-EXPIRY-DATE
                            LINE WS-LIST-LINE COL 24
                    DISPLAY PR-STATUS
                            LINE WS-LIST-LINE COL 34
                    DISPLAY PR-OFFICER
                            LINE WS-LIST-LINE COL 37
                 END-IF
                 END-IF
           END-READ.
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
           MOVE 9 TO WS-LIST-LINE.
           PERFORM 950-CLEAR-ONE-LINE-RTN UNTIL WS-LIST-LINE > 23.
           DISPLAY ' ' LINE 06 COL 32 ERASE EOL.
           DISPLAY G-PR-FUNC.
           DISPLAY G-PR-ACCOUNT.
           DISPLAY G-PR-SEQ.
      *****************************************************************
       950-CLEAR-ONE-LINE-RTN.
           DISPLAY ' ' LINE WS-LIST-LINE COL 1 ERASE EOL.
           ADD 1 TO WS-LIST-LINE.
      *****************************************************************
       A900-CLOSE-RTN.
            CLOSE PREF-RATE-FILE.
            CLOSE ACCOUNT-FILE.
            CLOSE RATE-TABLE-FILE.
            CLOSE USER-FILE.
            CLOSE SYSCTL-FILE.
            EXIT PROGRAM.
