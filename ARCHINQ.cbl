      ****************************************************************
      * THIS PROGRAM SHOWS AN ACCOUNT THAT ACCTPURG HAS MOVED OFF    *
      * THE LIVE FILES.  THE CATALOG ACCTCAT.DAT SAYS WHICH ARCHIVE  *
      * FILES HOLD WHICH RANGE OF ACCOUNT NUMBERS; EACH CANDIDATE    *
      * ARCHIVE IS SEARCHED AND THE ACCOUNT RECORD IS DISPLAYED WITH *
      * THE OWNER, CARD, KYC, STATEMENT, ACCRUAL AND CHANNEL LIMIT   *
      * RECORDS THAT WERE ARCHIVED WITH IT.                          *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHINQ IS INITIAL.
       AUTHOR. GERAD CARLOS TUPAZ.
       DATE-WRITTEN. 10 15 2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNT.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACCOUNT-NUMBER
                  ALTERNATE KEY IS USER-ID-ACCT WITH DUPLICATES.
           SELECT ACCT-CAT-FILE ASSIGN TO 'ACCTCAT.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AC-PURGE-DATE
                  FILE STATUS IS WS-CAT-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-NAME
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-ARCHIVE-STATUS.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE
           RECORD CONTAINS 201 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACCOUNT-REC.
       COPY ACCOUNTFILE.
       FD  ACCT-CAT-FILE
           RECORD CONTAINS 81 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACCT-CAT-REC.
       COPY ACCTCAT.
       FD  ARCHIVE-FILE
           RECORD CONTAINS 227 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACCT-ARC-REC.
       COPY ACCTARC.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-AQ-ACCOUNT             PIC 9(10) VALUE ZEROES.
       01  WS-ARCHIVE-NAME           PIC X(30) VALUE SPACES.
       01  WS-ARCHIVE-STATUS         PIC XX VALUE '00'.
       01  WS-CAT-STATUS             PIC XX VALUE '00'.
       01  WS-LIST-LINE              PIC 99 VALUE ZEROES.
       01  WS-NOT-SHOWN              PIC 9(3) VALUE ZEROES.
       01  WS-BALANCE-DISPLAY        PIC ----,---,--9.99.
       01  WS-AMOUNT-DISPLAY         PIC ZZZ,ZZZ,ZZ9.99.
       01  LIVE-SW                   PIC X VALUE 'N'.
       01  FOUND-SW                  PIC X VALUE 'N'.
       01  CAT-OPEN-SW               PIC X VALUE 'N'.
       01  CAT-EOF-SW                PIC X VALUE 'N'.
       01  ARC-EOF-SW                PIC X VALUE 'N'.
       01  EXIT-SW                   PIC X VALUE 'N'.
      * THE SATELLITE LAYOUTS ARE OVERLAID ON THE ARCHIVED DATA.
       COPY STMTCTL.
       COPY ACCRUAL.
       COPY CHNLLIM.
       COPY ACCTOWN.
       COPY CARDFILE.
       COPY KYCDOC.
       COPY APLHA.
      *****************************************************************
       LINKAGE SECTION.
       01  LS-USER-ID                PIC X(15).
      *****************************************************************
       SCREEN SECTION.
       COPY "ARCHINQ.ss".
      *****************************************************************
       PROCEDURE DIVISION USING LS-USER-ID.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A300-PROCESS-RTN UNTIL EXIT-SW = 'Y'.
           PERFORM A900-CLOSE-RTN.
      *     STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN INPUT ACCOUNT-FILE.
           OPEN INPUT ACCT-CAT-FILE.
           IF WS-CAT-STATUS = '00'
              MOVE 'Y' TO CAT-OPEN-SW
           END-IF.
           DISPLAY G-ARCHINQ.
      *****************************************************************
       A300-PROCESS-RTN.
           ACCEPT G-AQ-ACCOUNT.
           MOVE 'N' TO LIVE-SW.
           MOVE 'N' TO FOUND-SW.
           MOVE WS-AQ-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
              NOT INVALID KEY
                 MOVE 'Y' TO LIVE-SW
           END-READ.
           IF LIVE-SW = 'Y'
              DISPLAY 'ACCOUNT IS STILL ON THE LIVE FILE - NOT PURGED'
                      LINE 22 COL 2 ERASE EOL
           ELSE
           IF CAT-OPEN-SW = 'N'
              DISPLAY 'NO ACCOUNTS HAVE BEEN ARCHIVED'
                      LINE 22 COL 2 ERASE EOL
           ELSE
              PERFORM 100-SEARCH-CATALOG-RTN
              IF FOUND-SW = 'N'
                 DISPLAY 'ACCOUNT NOT FOUND IN ANY ARCHIVE'
                         LINE 22 COL 2 ERASE EOL
              END-IF
           END-IF
           END-IF.
           PERFORM A800-ASK-EXIT-RTN.
      *****************************************************************
      * ONLY ARCHIVES WHOSE ACCOUNT RANGE COVERS THE NUMBER ASKED    *
      * FOR ARE OPENED.  AN ACCOUNT IS PURGED ONLY ONCE, SO THE      *
      * SEARCH STOPS AT THE FIRST ARCHIVE THAT HOLDS IT.             *
      *****************************************************************
       100-SEARCH-CATALOG-RTN.
           MOVE 'N' TO CAT-EOF-SW.
           MOVE ZEROES TO AC-PURGE-DATE.
           START ACCT-CAT-FILE KEY IS NOT LESS THAN AC-PURGE-DATE
              INVALID KEY
                 MOVE 'Y' TO CAT-EOF-SW
           END-START.
           PERFORM 110-READ-CATALOG-RTN
              UNTIL CAT-EOF-SW = 'Y' OR FOUND-SW = 'Y'.
      *****************************************************************
       110-READ-CATALOG-RTN.
           READ ACCT-CAT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO CAT-EOF-SW
              NOT AT END
                 IF WS-AQ-ACCOUNT NOT < AC-LOW-ACCOUNT AND
                    WS-AQ-ACCOUNT NOT > AC-HIGH-ACCOUNT
                    PERFORM 200-SEARCH-ARCHIVE-RTN
                 END-IF
           END-READ.
      *****************************************************************
       200-SEARCH-ARCHIVE-RTN.
           MOVE AC-FILE-NAME TO WS-ARCHIVE-NAME.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS NOT = '00'
              DISPLAY 'ARCHIVE FILE NOT FOUND: '
                      LINE 22 COL 2 ERASE EOL
              DISPLAY WS-ARCHIVE-NAME LINE 22 COL 26
           ELSE
              MOVE 'N' TO ARC-EOF-SW
              MOVE 13 TO WS-LIST-LINE
              MOVE ZEROES TO WS-NOT-SHOWN
              PERFORM 210-READ-ARCHIVE-RTN UNTIL ARC-EOF-SW = 'Y'
              CLOSE ARCHIVE-FILE
              IF WS-NOT-SHOWN > ZEROES
                 DISPLAY 'MORE ARCHIVED RECORDS NOT SHOWN:'
                         LINE 21 COL 2 ERASE EOL
                 DISPLAY WS-NOT-SHOWN LINE 21 COL 35
              END-IF
           END-IF.
      *****************************************************************
      * THE ARCHIVE IS WRITTEN IN ACCOUNT ORDER, SO THE READ STOPS   *
      * ONCE IT PASSES THE ACCOUNT ASKED FOR.                        *
      *****************************************************************
       210-READ-ARCHIVE-RTN.
           READ ARCHIVE-FILE
              AT END
                 MOVE 'Y' TO ARC-EOF-SW
              NOT AT END
                 IF AR-ACCOUNT-NUMBER > WS-AQ-ACCOUNT
                    MOVE 'Y' TO ARC-EOF-SW
                 ELSE
                 IF AR-ACCOUNT-NUMBER = WS-AQ-ACCOUNT
                    IF AR-ACCOUNT
                       MOVE 'Y' TO FOUND-SW
                       PERFORM 300-SHOW-ACCOUNT-RTN
                    ELSE
                       PERFORM 400-SHOW-SATELLITE-RTN
                    END-IF
                 END-IF
                 END-IF
           END-READ.
      *****************************************************************
       300-SHOW-ACCOUNT-RTN.
           MOVE AR-DATA TO ACCOUNT-REC.
           DISPLAY 'PURGED ON          ARCHIVE'
                   LINE 05 COL 2 ERASE EOL.
           DISPLAY AR-PURGE-DATE LINE 05 COL 12.
           DISPLAY WS-ARCHIVE-NAME LINE 05 COL 29.
           DISPLAY 'NAME    : ' LINE 07 COL 2 ERASE EOL.
           DISPLAY ACCOUNT-NAME LINE 07 COL 12.
           DISPLAY 'ADDRESS : ' LINE 08 COL 2 ERASE EOL.
           DISPLAY CONTACT-ADDRESS LINE 08 COL 12.
           DISPLAY 'TYPE      CURRENCY      BRANCH       CUSTOMER'
                   LINE 09 COL 2 ERASE EOL.
           DISPLAY ACCOUNT-TYPE LINE 09 COL 7.
           DISPLAY CURRENCY-CODE LINE 09 COL 21.
           DISPLAY BRANCH-CODE LINE 09 COL 33.
           DISPLAY CUSTOMER-NUMBER LINE 09 COL 49.
           MOVE ACCOUNT-BALANCE TO WS-BALANCE-DISPLAY.
           DISPLAY 'STATUS    CLOSED             BALANCE'
                   LINE 10 COL 2 ERASE EOL.
           DISPLAY ACCOUNT-STATUS LINE 10 COL 9.
           DISPLAY LAST-ACTIVITY-DATE LINE 10 COL 19.
           DISPLAY WS-BALANCE-DISPLAY LINE 10 COL 39.
           DISPLAY 'ARCHIVED WITH THE ACCOUNT:'
                   LINE 12 COL 2 ERASE EOL.
      *****************************************************************
       400-SHOW-SATELLITE-RTN.
           IF WS-LIST-LINE > 20
              ADD 1 TO WS-NOT-SHOWN
           ELSE
              DISPLAY AR-REC-TYPE LINE WS-LIST-LINE COL 2 ERASE EOL
              PERFORM 410-SHOW-DETAIL-RTN
              ADD 1 TO WS-LIST-LINE
           END-IF.
      *****************************************************************
       410-SHOW-DETAIL-RTN.
           IF AR-ACCTOWN
              MOVE AR-DATA TO ACCT-OWNER-REC
              DISPLAY 'OWNER' LINE WS-LIST-LINE COL 11
              DISPLAY AO-USER-ID LINE WS-LIST-LINE COL 17
              DISPLAY 'STATUS' LINE WS-LIST-LINE COL 34
              DISPLAY AO-STATUS LINE WS-LIST-LINE COL 41
              DISPLAY 'ADDED' LINE WS-LIST-LINE COL 44
              DISPLAY AO-ADDED-DATE LINE WS-LIST-LINE COL 50
           END-IF.
           IF AR-CARD
              MOVE AR-DATA TO CARD-REC
              DISPLAY CARD-NUMBER LINE WS-LIST-LINE COL 11
              DISPLAY 'STATUS' LINE WS-LIST-LINE COL 34
              DISPLAY CARD-STATUS LINE WS-LIST-LINE COL 41
              DISPLAY 'EXPIRY' LINE WS-LIST-LINE COL 44
              DISPLAY CARD-EXPIRY-DATE LINE WS-LIST-LINE COL 51
           END-IF.
           IF AR-KYCDOC
              MOVE AR-DATA TO KYC-DOC-REC
              DISPLAY KY-DOC-TYPE LINE WS-LIST-LINE COL 11
              DISPLAY 'STATUS' LINE WS-LIST-LINE COL 34
              DISPLAY KY-STATUS LINE WS-LIST-LINE COL 41
              DISPLAY 'EXPIRY' LINE WS-LIST-LINE COL 44
              DISPLAY KY-EXPIRY-DATE LINE WS-LIST-LINE COL 51
           END-IF.
           IF AR-STMTCTL
              MOVE AR-DATA TO STMT-CTL-REC
              DISPLAY 'LAST STATEMENT' LINE WS-LIST-LINE COL 11
              DISPLAY SC-LAST-STMT-DATE LINE WS-LIST-LINE COL 26
           END-IF.
           IF AR-ACCRUAL
              MOVE AR-DATA TO ACCRUAL-REC
              DISPLAY 'LAST ACCRUAL' LINE WS-LIST-LINE COL 11
              DISPLAY ACR-LAST-ACCRUAL-DATE LINE WS-LIST-LINE COL 26
           END-IF.
           IF AR-CHNLLIM
              MOVE AR-DATA TO CHNL-LIMIT-REC
              MOVE CL-DAILY-ATM-CAP TO WS-AMOUNT-DISPLAY
              DISPLAY 'ATM CAP' LINE WS-LIST-LINE COL 11
              DISPLAY WS-AMOUNT-DISPLAY LINE WS-LIST-LINE COL 19
              DISPLAY 'SET' LINE WS-LIST-LINE COL 34
              DISPLAY CL-SET-DATE LINE WS-LIST-LINE COL 38
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
           MOVE 05 TO WS-LIST-LINE.
           PERFORM 950-CLEAR-ONE-LINE-RTN UNTIL WS-LIST-LINE > 23.
           DISPLAY G-AQ-ACCOUNT.
      *****************************************************************
       950-CLEAR-ONE-LINE-RTN.
           DISPLAY ' ' LINE WS-LIST-LINE COL 1 ERASE EOL.
           ADD 1 TO WS-LIST-LINE.
      *****************************************************************
       A900-CLOSE-RTN.
            CLOSE ACCOUNT-FILE.
            IF CAT-OPEN-SW = 'Y'
               CLOSE ACCT-CAT-FILE
            END-IF.
            EXIT PROGRAM.
