      ****************************************************************
      * THIS PROGRAM IS THE DAILY FOREIGN EXCHANGE NET OPEN POSITION *
      * REPORT FOR TREASURY.  FOR EACH FOREIGN CURRENCY IT SUMS THE  *
      * DEPOSIT LIABILITIES ON ACCOUNT.DAT AND THE FX CASH HELD IN   *
      * THE CURRENCY DRAWERS AND VAULTS ON CCYDRAWR.DAT, AND TAKES   *
      * THE DAY'S FX BOUGHT AND SOLD FROM THE FXCREDIT AND FXCASH    *
      * ENTRIES ON TRANLOG.DAT.  THE NET POSITION (CASH HELD LESS    *
      * DEPOSITS) IS SHOWN LONG OR SHORT WITH ITS PHP EQUIVALENT AT  *
      * THE BUY RATE ON FXRATE.DAT IN FORCE ON THE BUSINESS DATE.    *
      * THE DAY'S TRADES ARE ALREADY IN THE BALANCES AND ARE SHOWN   *
      * FOR INFORMATION.  A POSITION EITHER WAY LARGER THAN THE      *
      * SYSCTL LIMIT KEYED 'FXNOP' + CURRENCY (MAINTAINED IN         *
      * CTLMAINT) IS PRINTED AT THE TOP OF THE REPORT AND WRITTEN    *
      * TO SECLOG.DAT.                                               *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXNOP.
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
           SELECT CCY-DRAWER-FILE ASSIGN TO 'CCYDRAWR.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CD-KEY.
           SELECT TRAN-LOG-FILE ASSIGN TO 'TRANLOG.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT FX-RATE-FILE ASSIGN TO 'FXRATE.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FX-KEY.
           SELECT SYSCTL-FILE ASSIGN TO 'SYSCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTL-KEY.
           SELECT SEC-LOG-FILE ASSIGN TO 'SECLOG.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO 'FXNOP.RPT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE
           RECORD CONTAINS 201 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACCOUNT-REC.
       COPY ACCOUNTFILE.
       FD  CCY-DRAWER-FILE
           RECORD CONTAINS 48 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CCY-DRAWER-REC.
       COPY CCYDRAWR.
       FD  TRAN-LOG-FILE
           RECORD CONTAINS 106 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRAN-LOG-REC.
       COPY TRANLOG.
       FD  FX-RATE-FILE
           RECORD CONTAINS 57 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS FX-RATE-REC.
       COPY FXRATE.
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
       FD  REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE               PIC X(100).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-CURRENT-TIME           PIC 9(8) VALUE ZEROES.
       01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZEROES.
       01  WS-CCY-TABLE.
           05 WS-CCY-ENTRY OCCURS 10 TIMES.
              10 WS-CCY-CODE         PIC X(3).
              10 WS-CCY-DEPOSITS     PIC S9(13)V99.
              10 WS-CCY-CASH         PIC S9(13)V99.
              10 WS-CCY-BOUGHT       PIC S9(13)V99.
              10 WS-CCY-SOLD         PIC S9(13)V99.
              10 WS-CCY-POSITION     PIC S9(13)V99.
              10 WS-CCY-PHP-EQUIV    PIC S9(13)V99.
              10 WS-CCY-RATE         PIC 9(4)V9(6).
              10 WS-CCY-RATE-SW      PIC X.
              10 WS-CCY-LIMIT        PIC 9(9)V99.
              10 WS-CCY-LIMIT-SW     PIC X.
              10 WS-CCY-BREACH-SW    PIC X.
       01  WS-CCY-COUNT              PIC 9(2) VALUE ZEROES.
       01  WS-CCY-IDX                PIC 9(2) VALUE ZEROES.
       01  WS-CCY-FOUND-SW           PIC X VALUE 'N'.
       01  WS-CCY-WANTED             PIC X(3) VALUE SPACES.
       01  WS-ABS-POSITION           PIC 9(13)V99 VALUE ZEROES.
       01  WS-FX-AMOUNT              PIC 9(11)V99 VALUE ZEROES.
       01  WS-XFER-TIME              PIC 9(8) VALUE ZEROES.
       01  WS-XFER-FROM              PIC 9(10) VALUE ZEROES.
       01  WS-XFER-AMOUNT            PIC 9(9)V99 VALUE ZEROES.
       01  WS-BREACH-COUNT           PIC 9(3) VALUE ZEROES.
       01  WS-LONG-SHORT             PIC X(5) VALUE SPACES.
       01  WS-FLAG                   PIC X(7) VALUE SPACES.
       01  WS-AMT1-DISPLAY           PIC ---,---,---,--9.99.
       01  WS-AMT2-DISPLAY           PIC ---,---,---,--9.99.
       01  WS-AMT3-DISPLAY           PIC ---,---,---,--9.99.
       01  WS-AMT4-DISPLAY           PIC ---,---,---,--9.99.
       01  WS-RATE-DISPLAY           PIC Z,ZZ9.999999.
       01  FXL-EOF-SW                PIC X VALUE 'N'.
       01  EOF-SW                    PIC X VALUE 'N'.
           88 END-OF-FILE            VALUE 'Y'.
      *****************************************************************
       PROCEDURE DIVISION.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A300-DEPOSIT-RTN UNTIL END-OF-FILE.
           PERFORM A400-CASH-START-RTN.
           PERFORM A500-CASH-RTN UNTIL END-OF-FILE.
           MOVE 'N' TO EOF-SW.
           PERFORM A600-TRADE-RTN UNTIL END-OF-FILE.
           PERFORM A700-POSITION-RTN.
           PERFORM A800-PRINT-RTN.
           PERFORM A900-CLOSE-RTN.
           STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN INPUT ACCOUNT-FILE.
           OPEN INPUT CCY-DRAWER-FILE.
           OPEN INPUT TRAN-LOG-FILE.
           OPEN INPUT FX-RATE-FILE.
           OPEN INPUT SYSCTL-FILE.
           OPEN EXTEND SEC-LOG-FILE.
           OPEN OUTPUT REPORT-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
           MOVE 'BUSDATE   ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-BUSINESS-DATE
           END-READ.
           DISPLAY 'FXNOP - NET OPEN POSITION FOR ' WS-BUSINESS-DATE.
           MOVE ZEROES TO ACCOUNT-NUMBER.
           START ACCOUNT-FILE KEY IS NOT LESS THAN ACCOUNT-NUMBER
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
                 DISPLAY 'FXNOP - NO ACCOUNTS ON FILE'
           END-START.
      *****************************************************************
       A300-DEPOSIT-RTN.
           READ ACCOUNT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF CURRENCY-CODE NOT = 'PHP' AND
                    NOT CLOSED-ACCOUNT AND
                    ACCOUNT-BALANCE NOT = ZEROES
                    MOVE CURRENCY-CODE TO WS-CCY-WANTED
                    PERFORM 200-FIND-CURRENCY-RTN
                    IF WS-CCY-FOUND-SW = 'Y'
                       ADD ACCOUNT-BALANCE
                         TO WS-CCY-DEPOSITS (WS-CCY-IDX)
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
       A400-CASH-START-RTN.
           MOVE 'N' TO EOF-SW.
           MOVE LOW-VALUES TO CD-KEY.
           START CCY-DRAWER-FILE KEY IS NOT LESS THAN CD-KEY
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
           END-START.
      *****************************************************************
       A500-CASH-RTN.
           READ CCY-DRAWER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF CD-CURRENCY-CODE NOT = 'PHP' AND
                    CD-CASH-ON-HAND NOT = ZEROES
                    MOVE CD-CURRENCY-CODE TO WS-CCY-WANTED
                    PERFORM 200-FIND-CURRENCY-RTN
                    IF WS-CCY-FOUND-SW = 'Y'
                       ADD CD-CASH-ON-HAND TO WS-CCY-CASH (WS-CCY-IDX)
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
      * FXCASH LOGS THE PHP AMOUNT AT THE RATE APPLIED WITH THE      *
      * CURRENCY IN THE REFERENCE; A TRADE AT THE BUY RATE IS FX     *
      * BOUGHT, AT THE SELL RATE FX SOLD.  FUNDPRG LOGS A CROSS-     *
      * CURRENCY TRANSFER AS A TRANSFER IN THE SOURCE CURRENCY       *
      * FOLLOWED BY AN FXCREDIT IN THE TARGET CURRENCY.              *
      *****************************************************************
       A600-TRADE-RTN.
           READ TRAN-LOG-FILE
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF TRAN-DATE = WS-BUSINESS-DATE
                    IF TRAN-TYPE = 'TRANSFER'
                       MOVE TRAN-TIME         TO WS-XFER-TIME
                       MOVE TRAN-FROM-ACCOUNT TO WS-XFER-FROM
                       MOVE TRAN-AMOUNT       TO WS-XFER-AMOUNT
                    ELSE
                    IF TRAN-TYPE = 'FXCREDIT'
                       PERFORM 400-FX-TRANSFER-RTN
                    ELSE
                    IF TRAN-TYPE = 'FXCASH'
                       PERFORM 450-FX-CASH-RTN
                    END-IF
                    END-IF
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
       200-FIND-CURRENCY-RTN.
           MOVE 'N' TO WS-CCY-FOUND-SW.
           MOVE 1 TO WS-CCY-IDX.
           PERFORM 250-MATCH-CURRENCY-RTN
              UNTIL WS-CCY-FOUND-SW = 'Y' OR
                    WS-CCY-IDX > WS-CCY-COUNT.
           IF WS-CCY-FOUND-SW = 'N'
              IF WS-CCY-COUNT < 10
                 ADD 1 TO WS-CCY-COUNT
                 MOVE WS-CCY-COUNT TO WS-CCY-IDX
                 INITIALIZE WS-CCY-ENTRY (WS-CCY-IDX)
                 MOVE WS-CCY-WANTED TO WS-CCY-CODE (WS-CCY-IDX)
                 PERFORM 300-LOOKUP-RATE-RTN
                 PERFORM 350-LOOKUP-LIMIT-RTN
                 MOVE 'Y' TO WS-CCY-FOUND-SW
              ELSE
                 DISPLAY 'FXNOP - CURRENCY TABLE FULL, SKIPPED '
                         WS-CCY-WANTED
              END-IF
           END-IF.
      *****************************************************************
       250-MATCH-CURRENCY-RTN.
           IF WS-CCY-CODE (WS-CCY-IDX) = WS-CCY-WANTED
              MOVE 'Y' TO WS-CCY-FOUND-SW
           ELSE
              ADD 1 TO WS-CCY-IDX
           END-IF.
      *****************************************************************
      * THE RATE IN FORCE IS THE ENTRY FOR THE PAIR WITH THE LATEST  *
      * EFFECTIVE DATE NOT AFTER THE BUSINESS DATE.                  *
      *****************************************************************
       300-LOOKUP-RATE-RTN.
           MOVE 'N' TO WS-CCY-RATE-SW (WS-CCY-IDX).
           MOVE WS-CCY-WANTED TO FX-FROM-CURRENCY.
           MOVE 'PHP'         TO FX-TO-CURRENCY.
           MOVE ZEROES TO FX-EFFECTIVE-DATE.
           MOVE 'N' TO FXL-EOF-SW.
           START FX-RATE-FILE KEY IS NOT LESS THAN FX-KEY
              INVALID KEY
                 MOVE 'Y' TO FXL-EOF-SW
           END-START.
           PERFORM 320-READ-NEXT-FX-RTN UNTIL FXL-EOF-SW = 'Y'.
      *****************************************************************
       320-READ-NEXT-FX-RTN.
           READ FX-RATE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO FXL-EOF-SW
              NOT AT END
                 IF FX-FROM-CURRENCY NOT = WS-CCY-WANTED OR
                    FX-TO-CURRENCY NOT = 'PHP' OR
                    FX-EFFECTIVE-DATE > WS-BUSINESS-DATE
                    MOVE 'Y' TO FXL-EOF-SW
                 ELSE
                    MOVE FX-BUY-RATE TO WS-CCY-RATE (WS-CCY-IDX)
                    MOVE 'Y' TO WS-CCY-RATE-SW (WS-CCY-IDX)
                 END-IF
           END-READ.
      *****************************************************************
       350-LOOKUP-LIMIT-RTN.
           MOVE 'N' TO WS-CCY-LIMIT-SW (WS-CCY-IDX).
           MOVE 'FXNOP     ' TO CTL-KEY.
           MOVE WS-CCY-WANTED TO CTL-KEY (6:3).
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-NUM-VALUE TO WS-CCY-LIMIT (WS-CCY-IDX)
                 MOVE 'Y' TO WS-CCY-LIMIT-SW (WS-CCY-IDX)
           END-READ.
      *****************************************************************
      * THE BANK SELLS THE TARGET CURRENCY AND BUYS THE SOURCE ONE - *
      * WHICHEVER OF THEM IS NOT PESO.                               *
      *****************************************************************
       400-FX-TRANSFER-RTN.
           MOVE TRAN-TO-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
              NOT INVALID KEY
                 IF CURRENCY-CODE NOT = 'PHP'
                    MOVE CURRENCY-CODE TO WS-CCY-WANTED
                    PERFORM 200-FIND-CURRENCY-RTN
                    IF WS-CCY-FOUND-SW = 'Y'
                       ADD TRAN-AMOUNT TO WS-CCY-SOLD (WS-CCY-IDX)
                    END-IF
                 END-IF
           END-READ.
           IF WS-XFER-TIME = TRAN-TIME AND WS-XFER-FROM NOT = ZEROES
              MOVE WS-XFER-FROM TO ACCOUNT-NUMBER
              READ ACCOUNT-FILE
                 NOT INVALID KEY
                    IF CURRENCY-CODE NOT = 'PHP'
                       MOVE CURRENCY-CODE TO WS-CCY-WANTED
                       PERFORM 200-FIND-CURRENCY-RTN
                       IF WS-CCY-FOUND-SW = 'Y'
                          ADD WS-XFER-AMOUNT
                            TO WS-CCY-BOUGHT (WS-CCY-IDX)
                       END-IF
                    END-IF
              END-READ
           END-IF.
      *****************************************************************
       450-FX-CASH-RTN.
           MOVE TRAN-REFERENCE (1:3) TO WS-CCY-WANTED.
           IF WS-CCY-WANTED NOT = 'PHP' AND
              WS-CCY-WANTED NOT = SPACES AND
              TRAN-FX-RATE > ZEROES
              PERFORM 200-FIND-CURRENCY-RTN
              IF WS-CCY-FOUND-SW = 'Y'
                 COMPUTE WS-FX-AMOUNT ROUNDED =
                         TRAN-AMOUNT / TRAN-FX-RATE
                 IF TRAN-FX-RATE = WS-CCY-RATE (WS-CCY-IDX)
                    ADD WS-FX-AMOUNT TO WS-CCY-BOUGHT (WS-CCY-IDX)
                 ELSE
                    ADD WS-FX-AMOUNT TO WS-CCY-SOLD (WS-CCY-IDX)
                 END-IF
              END-IF
           END-IF.
      *****************************************************************
       A700-POSITION-RTN.
           MOVE 1 TO WS-CCY-IDX.
           PERFORM 700-ONE-POSITION-RTN UNTIL WS-CCY-IDX > WS-CCY-COUNT.
      *****************************************************************
       700-ONE-POSITION-RTN.
           COMPUTE WS-CCY-POSITION (WS-CCY-IDX) =
                   WS-CCY-CASH (WS-CCY-IDX)
                   - WS-CCY-DEPOSITS (WS-CCY-IDX).
           COMPUTE WS-CCY-PHP-EQUIV (WS-CCY-IDX) ROUNDED =
                   WS-CCY-POSITION (WS-CCY-IDX)
                   * WS-CCY-RATE (WS-CCY-IDX).
           MOVE 'N' TO WS-CCY-BREACH-SW (WS-CCY-IDX).
           IF WS-CCY-POSITION (WS-CCY-IDX) < ZEROES
              COMPUTE WS-ABS-POSITION =
                      0 - WS-CCY-POSITION (WS-CCY-IDX)
           ELSE
              MOVE WS-CCY-POSITION (WS-CCY-IDX) TO WS-ABS-POSITION
           END-IF.
           IF WS-CCY-LIMIT-SW (WS-CCY-IDX) = 'Y' AND
              WS-ABS-POSITION > WS-CCY-LIMIT (WS-CCY-IDX)
              MOVE 'Y' TO WS-CCY-BREACH-SW (WS-CCY-IDX)
              ADD 1 TO WS-BREACH-COUNT
              PERFORM 750-WRITE-SECLOG-RTN
           END-IF.
           ADD 1 TO WS-CCY-IDX.
      *****************************************************************
       750-WRITE-SECLOG-RTN.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE          TO SEC-DATE.
           MOVE WS-CURRENT-TIME          TO SEC-TIME.
           MOVE 'FXLIMIT'                TO SEC-EVENT-TYPE.
           MOVE WS-CCY-CODE (WS-CCY-IDX) TO SEC-USER-ID.
           MOVE 'FXNOP'                  TO SEC-ACTOR-ID.
           MOVE 'BATCH'                  TO SEC-TERMINAL-ID.
           MOVE 'BREACH'                 TO SEC-OUTCOME.
           WRITE SEC-LOG-REC.
      *****************************************************************
      * BREACHES FIRST SO THEY ARE THE FIRST THING TREASURY SEES.    *
      *****************************************************************
       A800-PRINT-RTN.
           MOVE SPACES TO REPORT-LINE.
           STRING 'FX NET OPEN POSITION REPORT AS OF '
                  WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-BREACH-COUNT = ZEROES
              MOVE 'NO POSITION LIMIT BREACHES' TO REPORT-LINE
              WRITE REPORT-LINE
           ELSE
              MOVE '*** POSITION LIMIT BREACHES ***' TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE 1 TO WS-CCY-IDX
              PERFORM 800-PRINT-BREACH-RTN
                 UNTIL WS-CCY-IDX > WS-CCY-COUNT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'CCY'                TO REPORT-LINE (1:3).
           MOVE 'DEPOSITS'           TO REPORT-LINE (15:8).
           MOVE 'CASH HELD'          TO REPORT-LINE (32:9).
           MOVE 'BOUGHT TODAY'       TO REPORT-LINE (47:12).
           MOVE 'SOLD TODAY'         TO REPORT-LINE (67:10).
           WRITE REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 1 TO WS-CCY-IDX.
           PERFORM 820-PRINT-BALANCES-RTN
              UNTIL WS-CCY-IDX > WS-CCY-COUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'CCY'                TO REPORT-LINE (1:3).
           MOVE 'NET POSITION'       TO REPORT-LINE (11:12).
           MOVE 'RATE'               TO REPORT-LINE (37:4).
           MOVE 'PHP EQUIVALENT'     TO REPORT-LINE (45:14).
           MOVE 'LIMIT'              TO REPORT-LINE (72:5).
           WRITE REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 1 TO WS-CCY-IDX.
           PERFORM 840-PRINT-POSITION-RTN
              UNTIL WS-CCY-IDX > WS-CCY-COUNT.
      *****************************************************************
       800-PRINT-BREACH-RTN.
           IF WS-CCY-BREACH-SW (WS-CCY-IDX) = 'Y'
              PERFORM 860-SET-LONG-SHORT-RTN
              MOVE WS-CCY-POSITION (WS-CCY-IDX) TO WS-AMT1-DISPLAY
              MOVE WS-CCY-LIMIT (WS-CCY-IDX)    TO WS-AMT2-DISPLAY
              MOVE SPACES TO REPORT-LINE
              STRING WS-CCY-CODE (WS-CCY-IDX) ' ' WS-LONG-SHORT
                     ' POSITION' WS-AMT1-DISPLAY
                     ' EXCEEDS LIMIT' WS-AMT2-DISPLAY
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
           END-IF.
           ADD 1 TO WS-CCY-IDX.
      *****************************************************************
       820-PRINT-BALANCES-RTN.
           MOVE WS-CCY-DEPOSITS (WS-CCY-IDX) TO WS-AMT1-DISPLAY.
           MOVE WS-CCY-CASH (WS-CCY-IDX)     TO WS-AMT2-DISPLAY.
           MOVE WS-CCY-BOUGHT (WS-CCY-IDX)   TO WS-AMT3-DISPLAY.
           MOVE WS-CCY-SOLD (WS-CCY-IDX)     TO WS-AMT4-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-CCY-CODE (WS-CCY-IDX)   DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  WS-AMT1-DISPLAY            DELIMITED BY SIZE
                  WS-AMT2-DISPLAY            DELIMITED BY SIZE
                  WS-AMT3-DISPLAY            DELIMITED BY SIZE
                  WS-AMT4-DISPLAY            DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           ADD 1 TO WS-CCY-IDX.
      *****************************************************************
       840-PRINT-POSITION-RTN.
           PERFORM 860-SET-LONG-SHORT-RTN.
           MOVE WS-CCY-POSITION (WS-CCY-IDX)  TO WS-AMT1-DISPLAY.
           MOVE WS-CCY-RATE (WS-CCY-IDX)      TO WS-RATE-DISPLAY.
           MOVE WS-CCY-PHP-EQUIV (WS-CCY-IDX) TO WS-AMT2-DISPLAY.
           MOVE WS-CCY-LIMIT (WS-CCY-IDX)     TO WS-AMT3-DISPLAY.
           MOVE SPACES TO WS-FLAG.
           IF WS-CCY-BREACH-SW (WS-CCY-IDX) = 'Y'
              MOVE 'BREACH' TO WS-FLAG
           ELSE
           IF WS-CCY-RATE-SW (WS-CCY-IDX) = 'N'
              MOVE 'NO RATE' TO WS-FLAG
           END-IF
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-CCY-CODE (WS-CCY-IDX)   DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  WS-AMT1-DISPLAY            DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  WS-LONG-SHORT              DELIMITED BY SIZE
                  WS-RATE-DISPLAY            DELIMITED BY SIZE
                  WS-AMT2-DISPLAY            DELIMITED BY SIZE
                  WS-AMT3-DISPLAY            DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  WS-FLAG                    DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           IF WS-CCY-LIMIT-SW (WS-CCY-IDX) = 'N'
              MOVE SPACES TO REPORT-LINE (59:18)
              MOVE 'NONE' TO REPORT-LINE (73:4)
           END-IF.
           WRITE REPORT-LINE.
           ADD 1 TO WS-CCY-IDX.
      *****************************************************************
       860-SET-LONG-SHORT-RTN.
           IF WS-CCY-POSITION (WS-CCY-IDX) < ZEROES
              MOVE 'SHORT' TO WS-LONG-SHORT
           ELSE
              MOVE 'LONG ' TO WS-LONG-SHORT
           END-IF.
      *****************************************************************
       A900-CLOSE-RTN.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CURRENCIES: ' WS-CCY-COUNT
                  '  LIMIT BREACHES: ' WS-BREACH-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE ACCOUNT-FILE.
           CLOSE CCY-DRAWER-FILE.
           CLOSE TRAN-LOG-FILE.
           CLOSE FX-RATE-FILE.
           CLOSE SYSCTL-FILE.
           CLOSE SEC-LOG-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'FXNOP - CURRENCIES: ' WS-CCY-COUNT.
           DISPLAY 'FXNOP - LIMIT BREACHES: ' WS-BREACH-COUNT.
           STOP RUN.
