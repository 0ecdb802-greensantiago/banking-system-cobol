      ****************************************************************
      * THIS PROGRAM IS THE ACCRUED INTEREST RECONCILIATION REPORT,  *
      * RUN AFTER GLPOST HAS BOOKED THE NIGHT'S ENTRIES.  IT ADDS UP *
      * THE DEPOSIT INTEREST HELD ON ACCRUAL.DAT - SAVINGS AND TERM  *
      * DEPOSITS SHOWN APART - AND THE LOAN INTEREST HELD ON         *
      * LNACCR.DAT, EACH ACCRUAL ROUNDED TO THE CENTAVO AS INTACCR   *
      * BOOKS IT, AND TIES THE TOTALS TO THE BALANCES OF THE ACCRUED *
      * INTEREST PAYABLE (SYSCTL GLACRPAY) AND ACCRUED INTEREST      *
      * RECEIVABLE (SYSCTL GLACRREC) LEDGER ACCOUNTS AS AT THE       *
      * BUSINESS DATE.  ANY DIFFERENCE IS FLAGGED OUT OF BALANCE.    *
      * ACCRUAL STILL HELD ON AN ACCOUNT NO LONGER ACCRUING, OR ON A *
      * LOAN NOT ACTIVE OR ON NON-ACCRUAL, IS LISTED FOR FOLLOW-UP.  *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACRRECON.
       AUTHOR. GERAD CARLOS TUPAZ.
       DATE-WRITTEN. 10 15 2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCRUAL-FILE ASSIGN TO 'ACCRUAL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACR-ACCOUNT-NUMBER.
           SELECT LOAN-ACCRUAL-FILE ASSIGN TO 'LNACCR.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LA-LOAN-NUMBER.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNT.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACCOUNT-NUMBER
                  ALTERNATE KEY IS USER-ID-ACCT WITH DUPLICATES.
           SELECT LOAN-FILE ASSIGN TO 'LOAN.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LN-LOAN-NUMBER.
           SELECT CHART-FILE ASSIGN TO 'CHART.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CA-GL-ACCOUNT.
           SELECT GLRECON-FILE ASSIGN TO 'GLRECON.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GL-KEY.
           SELECT SYSCTL-FILE ASSIGN TO 'SYSCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTL-KEY.
           SELECT REPORT-FILE ASSIGN TO 'ACRRECON.RPT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ACCRUAL-FILE
           RECORD CONTAINS 34 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACCRUAL-REC.
       COPY ACCRUAL.
       FD  LOAN-ACCRUAL-FILE
           RECORD CONTAINS 34 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS LOAN-ACCRUAL-REC.
       COPY LNACCR.
       FD  ACCOUNT-FILE
           RECORD CONTAINS 201 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACCOUNT-REC.
       COPY ACCOUNTFILE.
       FD  LOAN-FILE
           RECORD CONTAINS 123 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS LOAN-REC.
       COPY LOANFILE.
       FD  CHART-FILE
           RECORD CONTAINS 41 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CHART-REC.
       COPY CHART.
       FD  GLRECON-FILE
           RECORD CONTAINS 67 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS GL-REC.
       COPY GLRECON.
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
       01  WS-GL-ACR-PAYABLE         PIC 9(10) VALUE 2000000006.
       01  WS-GL-ACR-RECEIVABLE      PIC 9(10) VALUE 1000000006.
       01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZEROES.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-CARRIED                PIC 9(9)V99 VALUE ZEROES.
       01  WS-SAV-COUNT              PIC 9(7) VALUE ZEROES.
       01  WS-SAV-ACCRUED            PIC 9(11)V9(4) VALUE ZEROES.
       01  WS-SAV-CARRIED            PIC 9(11)V99 VALUE ZEROES.
       01  WS-TD-COUNT               PIC 9(7) VALUE ZEROES.
       01  WS-TD-ACCRUED             PIC 9(11)V9(4) VALUE ZEROES.
       01  WS-TD-CARRIED             PIC 9(11)V99 VALUE ZEROES.
       01  WS-OTH-COUNT              PIC 9(7) VALUE ZEROES.
       01  WS-OTH-ACCRUED            PIC 9(11)V9(4) VALUE ZEROES.
       01  WS-OTH-CARRIED            PIC 9(11)V99 VALUE ZEROES.
       01  WS-LN-COUNT               PIC 9(7) VALUE ZEROES.
       01  WS-LN-ACCRUED             PIC 9(11)V9(4) VALUE ZEROES.
       01  WS-LN-CARRIED             PIC 9(11)V99 VALUE ZEROES.
       01  WS-LNX-COUNT              PIC 9(7) VALUE ZEROES.
       01  WS-LNX-ACCRUED            PIC 9(11)V9(4) VALUE ZEROES.
       01  WS-LNX-CARRIED            PIC 9(11)V99 VALUE ZEROES.
       01  WS-SUB-COUNT              PIC 9(7) VALUE ZEROES.
       01  WS-SUB-ACCRUED            PIC 9(11)V9(4) VALUE ZEROES.
       01  WS-SUB-CARRIED            PIC 9(11)V99 VALUE ZEROES.
       01  WS-FILE-CARRIED           PIC S9(11)V99 VALUE ZEROES.
       01  WS-GL-BALANCE             PIC S9(11)V99 VALUE ZEROES.
       01  WS-DIFFERENCE             PIC S9(11)V99 VALUE ZEROES.
       01  WS-RECON-ACCOUNT          PIC 9(10) VALUE ZEROES.
       01  WS-RECON-SIGN             PIC X VALUE 'C'.
       01  WS-GL-NAME                PIC X(30) VALUE SPACES.
       01  WS-EXC-COUNT              PIC 9(7) VALUE ZEROES.
       01  WS-OOB-COUNT              PIC 9(1) VALUE ZEROES.
       01  WS-EXC-REASON             PIC X(24) VALUE SPACES.
       01  WS-COUNT-DISPLAY          PIC Z,ZZZ,ZZ9.
       01  WS-ACCRUED-DISPLAY        PIC ZZ,ZZZ,ZZZ,ZZ9.9999.
       01  WS-CARRIED-DISPLAY        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-SIGNED-DISPLAY         PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-LABEL                  PIC X(30) VALUE SPACES.
       01  EOF-SW                    PIC X VALUE 'N'.
           88 END-OF-ACCRUAL-FILE    VALUE 'Y'.
       01  LOAN-EOF-SW               PIC X VALUE 'N'.
           88 END-OF-LOAN-ACCRUALS   VALUE 'Y'.
       01  GL-SCAN-EOF-SW            PIC X VALUE 'N'.
      *****************************************************************
       PROCEDURE DIVISION.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A300-PROCESS-RTN UNTIL END-OF-ACCRUAL-FILE.
           PERFORM A400-LOAN-ACCRUALS-RTN.
           PERFORM A500-DEPOSIT-SECTION-RTN.
           PERFORM A600-LOAN-SECTION-RTN.
           PERFORM A900-CLOSE-RTN.
           STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN INPUT ACCRUAL-FILE.
           OPEN INPUT LOAN-ACCRUAL-FILE.
           OPEN INPUT ACCOUNT-FILE.
           OPEN INPUT LOAN-FILE.
           OPEN INPUT CHART-FILE.
           OPEN INPUT GLRECON-FILE.
           OPEN OUTPUT REPORT-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
           OPEN INPUT SYSCTL-FILE.
           MOVE 'BUSDATE   ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-BUSINESS-DATE
           END-READ.
           MOVE 'GLACRPAY  ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-GL-ACR-PAYABLE
           END-READ.
           MOVE 'GLACRREC  ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-GL-ACR-RECEIVABLE
           END-READ.
           CLOSE SYSCTL-FILE.
           DISPLAY 'ACRRECON - ACCRUED INTEREST RECONCILIATION STARTED'.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ACCRUED INTEREST RECONCILIATION - AS AT '
                  WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'ACCRUALS HELD BUT NO LONGER EARNING:' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZEROES TO ACR-ACCOUNT-NUMBER.
           START ACCRUAL-FILE KEY IS NOT LESS THAN ACR-ACCOUNT-NUMBER
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
           END-START.
      *****************************************************************
      * EACH DEPOSIT ACCRUAL IS COUNTED UNDER ITS ACCOUNT TYPE.  A   *
      * RECORD WITH NOTHING HELD IS PASSED OVER.                     *
      *****************************************************************
       A300-PROCESS-RTN.
           READ ACCRUAL-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF ACR-ACCRUED-INTEREST > ZEROES
                    PERFORM 100-TALLY-DEPOSIT-RTN
                 END-IF
           END-READ.
      *****************************************************************
       100-TALLY-DEPOSIT-RTN.
           COMPUTE WS-CARRIED ROUNDED = ACR-ACCRUED-INTEREST.
           MOVE ACR-ACCOUNT-NUMBER TO ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
              INVALID KEY
                 MOVE 'ACCOUNT NOT ON FILE' TO WS-EXC-REASON
                 PERFORM 150-TALLY-OTHER-RTN
              NOT INVALID KEY
                 IF SAVINGS-ACCOUNT
                    ADD 1 TO WS-SAV-COUNT
                    ADD ACR-ACCRUED-INTEREST TO WS-SAV-ACCRUED
                    ADD WS-CARRIED TO WS-SAV-CARRIED
                    IF NOT OPEN-ACCOUNT
                       MOVE 'SAVINGS ACCOUNT NOT OPEN' TO WS-EXC-REASON
                       PERFORM 800-WRITE-EXCEPTION-RTN
                    END-IF
                 ELSE
                 IF TERM-ACCOUNT
                    ADD 1 TO WS-TD-COUNT
                    ADD ACR-ACCRUED-INTEREST TO WS-TD-ACCRUED
                    ADD WS-CARRIED TO WS-TD-CARRIED
                    IF NOT OPEN-ACCOUNT
                       MOVE 'TERM ACCOUNT NOT OPEN' TO WS-EXC-REASON
                       PERFORM 800-WRITE-EXCEPTION-RTN
                    END-IF
                 ELSE
                    MOVE 'NOT AN ACCRUING ACCOUNT' TO WS-EXC-REASON
                    PERFORM 150-TALLY-OTHER-RTN
                 END-IF
                 END-IF
           END-READ.
      *****************************************************************
       150-TALLY-OTHER-RTN.
           ADD 1 TO WS-OTH-COUNT.
           ADD ACR-ACCRUED-INTEREST TO WS-OTH-ACCRUED.
           ADD WS-CARRIED TO WS-OTH-CARRIED.
           MOVE ACR-ACCOUNT-NUMBER TO ACCOUNT-NUMBER.
           PERFORM 800-WRITE-EXCEPTION-RTN.
      *****************************************************************
       A400-LOAN-ACCRUALS-RTN.
           MOVE ZEROES TO LA-LOAN-NUMBER.
           START LOAN-ACCRUAL-FILE KEY IS NOT LESS THAN LA-LOAN-NUMBER
              INVALID KEY
                 MOVE 'Y' TO LOAN-EOF-SW
           END-START.
           PERFORM 400-READ-NEXT-LOAN-ACR-RTN
              UNTIL END-OF-LOAN-ACCRUALS.
      *****************************************************************
       400-READ-NEXT-LOAN-ACR-RTN.
           READ LOAN-ACCRUAL-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO LOAN-EOF-SW
              NOT AT END
                 IF LA-ACCRUED-INTEREST > ZEROES
                    PERFORM 450-TALLY-LOAN-RTN
                 END-IF
           END-READ.
      *****************************************************************
       450-TALLY-LOAN-RTN.
           COMPUTE WS-CARRIED ROUNDED = LA-ACCRUED-INTEREST.
           MOVE LA-LOAN-NUMBER TO LN-LOAN-NUMBER.
           READ LOAN-FILE
              INVALID KEY
                 MOVE 'LOAN NOT ON FILE' TO WS-EXC-REASON
                 PERFORM 470-TALLY-LOAN-OTHER-RTN
              NOT INVALID KEY
                 IF LN-ACTIVE AND LN-ACCRUING
                    ADD 1 TO WS-LN-COUNT
                    ADD LA-ACCRUED-INTEREST TO WS-LN-ACCRUED
                    ADD WS-CARRIED TO WS-LN-CARRIED
                 ELSE
                    IF LN-NON-ACCRUAL
                       MOVE 'LOAN ON NON-ACCRUAL' TO WS-EXC-REASON
                    ELSE
                       MOVE 'LOAN NOT ACTIVE' TO WS-EXC-REASON
                    END-IF
                    PERFORM 470-TALLY-LOAN-OTHER-RTN
                 END-IF
           END-READ.
      *****************************************************************
       470-TALLY-LOAN-OTHER-RTN.
           ADD 1 TO WS-LNX-COUNT.
           ADD LA-ACCRUED-INTEREST TO WS-LNX-ACCRUED.
           ADD WS-CARRIED TO WS-LNX-CARRIED.
           MOVE LA-LOAN-NUMBER TO ACCOUNT-NUMBER.
           PERFORM 800-WRITE-EXCEPTION-RTN.
      *****************************************************************
      * THE PAYABLE IS A LIABILITY, CARRIED CREDIT-POSITIVE ON       *
      * GLRECON AS IT STANDS; THE RECEIVABLE IS AN ASSET, SO ITS     *
      * GLRECON BALANCE IS TURNED OVER BEFORE IT IS COMPARED.        *
      *****************************************************************
       A500-DEPOSIT-SECTION-RTN.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'DEPOSIT INTEREST ACCRUED (ACCRUAL.DAT) COUNT'
             TO REPORT-LINE.
           MOVE '              ACCRUED            CARRIED'
             TO REPORT-LINE (45:).
           WRITE REPORT-LINE.
           MOVE 'SAVINGS ACCOUNTS' TO WS-LABEL.
           MOVE WS-SAV-COUNT   TO WS-SUB-COUNT.
           MOVE WS-SAV-ACCRUED TO WS-SUB-ACCRUED.
           MOVE WS-SAV-CARRIED TO WS-SUB-CARRIED.
           PERFORM 700-WRITE-SUBTOTAL-RTN.
           MOVE 'TERM DEPOSITS' TO WS-LABEL.
           MOVE WS-TD-COUNT    TO WS-SUB-COUNT.
           MOVE WS-TD-ACCRUED  TO WS-SUB-ACCRUED.
           MOVE WS-TD-CARRIED  TO WS-SUB-CARRIED.
           PERFORM 700-WRITE-SUBTOTAL-RTN.
           MOVE 'OTHER / NOT ON FILE' TO WS-LABEL.
           MOVE WS-OTH-COUNT   TO WS-SUB-COUNT.
           MOVE WS-OTH-ACCRUED TO WS-SUB-ACCRUED.
           MOVE WS-OTH-CARRIED TO WS-SUB-CARRIED.
           PERFORM 700-WRITE-SUBTOTAL-RTN.
           MOVE 'TOTAL DEPOSIT ACCRUALS' TO WS-LABEL.
           COMPUTE WS-SUB-COUNT = WS-SAV-COUNT + WS-TD-COUNT
                   + WS-OTH-COUNT.
           COMPUTE WS-SUB-ACCRUED = WS-SAV-ACCRUED + WS-TD-ACCRUED
                   + WS-OTH-ACCRUED.
           COMPUTE WS-SUB-CARRIED = WS-SAV-CARRIED + WS-TD-CARRIED
                   + WS-OTH-CARRIED.
           PERFORM 700-WRITE-SUBTOTAL-RTN.
           MOVE WS-SUB-CARRIED TO WS-FILE-CARRIED.
           MOVE WS-GL-ACR-PAYABLE TO WS-RECON-ACCOUNT.
           MOVE 'C' TO WS-RECON-SIGN.
           PERFORM 600-TIE-TO-LEDGER-RTN.
      *****************************************************************
       A600-LOAN-SECTION-RTN.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'LOAN INTEREST ACCRUED (LNACCR.DAT)     COUNT'
             TO REPORT-LINE.
           MOVE '              ACCRUED            CARRIED'
             TO REPORT-LINE (45:).
           WRITE REPORT-LINE.
           MOVE 'ACCRUING LOANS' TO WS-LABEL.
           MOVE WS-LN-COUNT    TO WS-SUB-COUNT.
           MOVE WS-LN-ACCRUED  TO WS-SUB-ACCRUED.
           MOVE WS-LN-CARRIED  TO WS-SUB-CARRIED.
           PERFORM 700-WRITE-SUBTOTAL-RTN.
           MOVE 'NON-ACCRUAL / INACTIVE' TO WS-LABEL.
           MOVE WS-LNX-COUNT   TO WS-SUB-COUNT.
           MOVE WS-LNX-ACCRUED TO WS-SUB-ACCRUED.
           MOVE WS-LNX-CARRIED TO WS-SUB-CARRIED.
           PERFORM 700-WRITE-SUBTOTAL-RTN.
           MOVE 'TOTAL LOAN ACCRUALS' TO WS-LABEL.
           COMPUTE WS-SUB-COUNT = WS-LN-COUNT + WS-LNX-COUNT.
           COMPUTE WS-SUB-ACCRUED = WS-LN-ACCRUED + WS-LNX-ACCRUED.
           COMPUTE WS-SUB-CARRIED = WS-LN-CARRIED + WS-LNX-CARRIED.
           PERFORM 700-WRITE-SUBTOTAL-RTN.
           MOVE WS-SUB-CARRIED TO WS-FILE-CARRIED.
           MOVE WS-GL-ACR-RECEIVABLE TO WS-RECON-ACCOUNT.
           MOVE 'D' TO WS-RECON-SIGN.
           PERFORM 600-TIE-TO-LEDGER-RTN.
      *****************************************************************
      * THE LEDGER BALANCE IS THE LATEST GLRECON CLOSING BALANCE ON  *
      * OR BEFORE THE BUSINESS DATE, AS GLPOST CARRIES IT FORWARD.   *
      *****************************************************************
       600-TIE-TO-LEDGER-RTN.
           MOVE 'NOT ON CHART' TO WS-GL-NAME.
           MOVE WS-RECON-ACCOUNT TO CA-GL-ACCOUNT.
           READ CHART-FILE
              NOT INVALID KEY
                 MOVE CA-GL-NAME TO WS-GL-NAME
           END-READ.
           MOVE ZEROES TO WS-GL-BALANCE.
           MOVE WS-RECON-ACCOUNT TO GL-ACCOUNT-NUMBER.
           MOVE ZEROES TO GL-DATE.
           MOVE 'N' TO GL-SCAN-EOF-SW.
           START GLRECON-FILE KEY IS NOT LESS THAN GL-KEY
              INVALID KEY
                 MOVE 'Y' TO GL-SCAN-EOF-SW
           END-START.
           PERFORM 650-SCAN-GL-RTN UNTIL GL-SCAN-EOF-SW = 'Y'.
           IF WS-RECON-SIGN = 'D'
              COMPUTE WS-GL-BALANCE = ZEROES - WS-GL-BALANCE
           END-IF.
           COMPUTE WS-DIFFERENCE = WS-FILE-CARRIED - WS-GL-BALANCE.
           MOVE WS-GL-BALANCE TO WS-SIGNED-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'GL ' WS-RECON-ACCOUNT ' ' WS-GL-NAME
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           MOVE WS-SIGNED-DISPLAY TO REPORT-LINE (68:).
           WRITE REPORT-LINE.
           MOVE WS-DIFFERENCE TO WS-SIGNED-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'DIFFERENCE (FILE LESS LEDGER)' TO REPORT-LINE.
           MOVE WS-SIGNED-DISPLAY TO REPORT-LINE (68:).
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-DIFFERENCE = ZEROES
              MOVE '    IN BALANCE' TO REPORT-LINE
           ELSE
              ADD 1 TO WS-OOB-COUNT
              MOVE '    *** OUT OF BALANCE ***' TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
      *****************************************************************
       650-SCAN-GL-RTN.
           READ GLRECON-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO GL-SCAN-EOF-SW
              NOT AT END
                 IF GL-ACCOUNT-NUMBER NOT = WS-RECON-ACCOUNT
                    OR GL-DATE > WS-BUSINESS-DATE
                    MOVE 'Y' TO GL-SCAN-EOF-SW
                 ELSE
                    MOVE GL-CLOSING-BALANCE TO WS-GL-BALANCE
                 END-IF
           END-READ.
      *****************************************************************
       700-WRITE-SUBTOTAL-RTN.
           MOVE WS-SUB-COUNT   TO WS-COUNT-DISPLAY.
           MOVE WS-SUB-ACCRUED TO WS-ACCRUED-DISPLAY.
           MOVE WS-SUB-CARRIED TO WS-CARRIED-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING '  '               DELIMITED BY SIZE
                  WS-LABEL           DELIMITED BY SIZE
                  '   '              DELIMITED BY SIZE
                  WS-COUNT-DISPLAY   DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  WS-ACCRUED-DISPLAY DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  WS-CARRIED-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
      *****************************************************************
       800-WRITE-EXCEPTION-RTN.
           ADD 1 TO WS-EXC-COUNT.
           MOVE WS-CARRIED TO WS-CARRIED-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING '  '               DELIMITED BY SIZE
                  ACCOUNT-NUMBER     DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  WS-EXC-REASON      DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  WS-CARRIED-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
      *****************************************************************
       A900-CLOSE-RTN.
           IF WS-EXC-COUNT = ZEROES
              MOVE SPACES TO REPORT-LINE
              MOVE '  NONE' TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ACCOUNTS OUT OF BALANCE: ' WS-OOB-COUNT
                  '  ACCRUALS FOR FOLLOW-UP: ' WS-EXC-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE ACCRUAL-FILE.
           CLOSE LOAN-ACCRUAL-FILE.
           CLOSE ACCOUNT-FILE.
           CLOSE LOAN-FILE.
           CLOSE CHART-FILE.
           CLOSE GLRECON-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'ACRRECON - LEDGER ACCOUNTS OUT OF BALANCE: '
                   WS-OOB-COUNT.
           DISPLAY 'ACRRECON - ACCRUALS FOR FOLLOW-UP: ' WS-EXC-COUNT.
