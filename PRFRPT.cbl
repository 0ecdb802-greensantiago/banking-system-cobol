      ****************************************************************
      * THIS PROGRAM PRINTS THE PREFERENTIAL RATE REPORT FROM        *
      * PREFRATE.DAT.  THE FIRST PART LISTS EVERY APPROVED AGREEMENT *
      * IN FORCE ON THE BUSINESS DATE WITH THE ACCOUNT'S BALANCE,    *
      * THE STANDARD RATETBL BAND RATE IT WOULD OTHERWISE EARN, THE  *
      * AGREED RATE, AND THE INTEREST COST ABOVE STANDARD - PER DAY  *
      * ON TODAY'S BALANCE (365-DAY BASIS, AS INTACCR ACCRUES) AND   *
      * FOR THE DAYS LEFT TO EXPIRY.  THE SECOND PART LISTS THE      *
      * APPROVED AGREEMENTS EXPIRING WITHIN THE NEXT 30 DAYS SO THE  *
      * OFFICER CAN RENEW THEM IN PRFMAINT OR LET THEM LAPSE.  DAYS  *
      * ARE COUNTED 30/360 AS ACRADJ COUNTS THEM.                    *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRFRPT.
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
           SELECT SYSCTL-FILE ASSIGN TO 'SYSCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTL-KEY.
           SELECT REPORT-FILE ASSIGN TO 'PRFRPT.RPT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
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
       01  WS-INTEREST-RATE          PIC 9(3)V99 VALUE 002.50.
       01  WS-BAND-RATE              PIC 9(3)V99 VALUE ZEROES.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZEROES.
       01  WS-DATE-SPLIT.
           05 WS-DS-YYYY             PIC 9(4).
           05 WS-DS-MM               PIC 9(2).
           05 WS-DS-DD               PIC 9(2).
       01  WS-BUS-DAY-NUM            PIC 9(7) VALUE ZEROES.
       01  WS-EXP-DAY-NUM            PIC 9(7) VALUE ZEROES.
       01  WS-DAYS-LEFT              PIC S9(5) VALUE ZEROES.
       01  WS-DAILY-COST             PIC S9(9)V99 VALUE ZEROES.
       01  WS-COST-TO-EXPIRY         PIC S9(11)V99 VALUE ZEROES.
       01  WS-TOTAL-BALANCE          PIC S9(13)V99 VALUE ZEROES.
       01  WS-TOTAL-DAILY            PIC S9(11)V99 VALUE ZEROES.
       01  WS-TOTAL-TO-EXPIRY        PIC S9(13)V99 VALUE ZEROES.
       01  WS-ACTIVE-COUNT           PIC 9(7) VALUE ZEROES.
       01  WS-EXPIRING-COUNT         PIC 9(7) VALUE ZEROES.
       01  WS-AMOUNT-DISPLAY         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-DISPLAY          PIC ZZZ,ZZ9.
       01  EOF-SW                    PIC X VALUE 'N'.
       01  RT-EOF-SW                 PIC X VALUE 'N'.
       01  ACTIVE-LINE.
           05 AL-ACCOUNT             PIC 9(10).
           05 FILLER                 PIC X VALUE SPACE.
           05 AL-NAME                PIC X(20).
           05 FILLER                 PIC X VALUE SPACE.
           05 AL-BALANCE             PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X VALUE SPACE.
           05 AL-STD-RATE            PIC ZZ9.99.
           05 FILLER                 PIC X VALUE SPACE.
           05 AL-PREF-RATE           PIC ZZ9.99.
           05 FILLER                 PIC X VALUE SPACE.
           05 AL-DAILY-COST          PIC -ZZ,ZZ9.99.
           05 FILLER                 PIC X VALUE SPACE.
           05 AL-TO-EXPIRY           PIC -ZZZ,ZZ9.99.
           05 FILLER                 PIC X VALUE SPACE.
           05 AL-EXPIRY              PIC 9(8).
       01  EXPIRING-LINE.
           05 EL-ACCOUNT             PIC 9(10).
           05 FILLER                 PIC X VALUE SPACE.
           05 EL-NAME                PIC X(20).
           05 FILLER                 PIC X VALUE SPACE.
           05 EL-RATE                PIC ZZ9.99.
           05 FILLER                 PIC X VALUE SPACE.
           05 EL-START               PIC 9(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 EL-EXPIRY              PIC 9(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 EL-DAYS-LEFT           PIC ZZ9.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 EL-OFFICER             PIC X(15).
           05 FILLER                 PIC X VALUE SPACE.
           05 EL-SEQ                 PIC 9(3).
      *****************************************************************
       PROCEDURE DIVISION.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A300-PROCESS-RTN UNTIL EOF-SW = 'Y'.
           PERFORM A400-ACTIVE-TOTALS-RTN.
           PERFORM A500-EXPIRING-RTN.
           PERFORM A900-CLOSE-RTN.
           STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN INPUT PREF-RATE-FILE.
           OPEN INPUT ACCOUNT-FILE.
           OPEN INPUT RATE-TABLE-FILE.
           OPEN OUTPUT REPORT-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
           OPEN INPUT SYSCTL-FILE.
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
           CLOSE SYSCTL-FILE.
           MOVE WS-BUSINESS-DATE TO WS-DATE-SPLIT.
           COMPUTE WS-BUS-DAY-NUM =
                   (WS-DS-YYYY * 360) +
                   (WS-DS-MM * 30) + WS-DS-DD.
           DISPLAY 'PRFRPT - PREFERENTIAL RATE REPORT STARTED'.
           MOVE SPACES TO REPORT-LINE.
           STRING 'PREFERENTIAL INTEREST RATES IN FORCE AS OF '
                  WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'ACCOUNT'     TO REPORT-LINE (1:7).
           MOVE 'NAME'        TO REPORT-LINE (12:4).
           MOVE 'BALANCE'     TO REPORT-LINE (41:7).
           MOVE 'STD'         TO REPORT-LINE (52:3).
           MOVE 'PREF'        TO REPORT-LINE (58:4).
           MOVE 'COST/DAY'    TO REPORT-LINE (64:8).
           MOVE 'TO EXPIRY'   TO REPORT-LINE (75:9).
           MOVE 'EXPIRES'     TO REPORT-LINE (86:7).
           WRITE REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 050-START-FILE-RTN.
      *****************************************************************
       050-START-FILE-RTN.
           MOVE ZEROES TO PR-ACCOUNT-NUMBER.
           MOVE ZEROES TO PR-SEQ-NUMBER.
           MOVE 'N' TO EOF-SW.
           START PREF-RATE-FILE KEY IS NOT LESS THAN PR-KEY
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
           END-START.
      *****************************************************************
       A300-PROCESS-RTN.
           READ PREF-RATE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF PR-APPROVED AND
                    PR-START-DATE NOT > WS-BUSINESS-DATE AND
                    PR-EXPIRY-DATE NOT < WS-BUSINESS-DATE
                    PERFORM 100-PRINT-ACTIVE-RTN
                 END-IF
           END-READ.
      *****************************************************************
      * THE COST ABOVE STANDARD IS WHAT THE AGREED RATE PAYS OVER    *
      * THE BAND RATE ON TODAY'S BALANCE - NEGATIVE WHERE THE BAND   *
      * HAS SINCE RISEN ABOVE THE AGREED RATE.                       *
      *****************************************************************
       100-PRINT-ACTIVE-RTN.
           MOVE PR-ACCOUNT-NUMBER TO ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
              INVALID KEY
                 MOVE 'ACCOUNT NOT ON FILE' TO ACCOUNT-NAME
                 MOVE 'S' TO ACCOUNT-TYPE
                 MOVE ZEROES TO ACCOUNT-BALANCE
           END-READ.
           PERFORM 150-LOOKUP-BAND-RATE-RTN.
           PERFORM 200-DAYS-LEFT-RTN.
           COMPUTE WS-DAILY-COST ROUNDED =
                   ACCOUNT-BALANCE * (PR-RATE - WS-BAND-RATE)
                   / 100 / 365.
           COMPUTE WS-COST-TO-EXPIRY ROUNDED =
                   ACCOUNT-BALANCE * (PR-RATE - WS-BAND-RATE)
                   / 100 / 365 * WS-DAYS-LEFT.
           ADD 1 TO WS-ACTIVE-COUNT.
           ADD ACCOUNT-BALANCE TO WS-TOTAL-BALANCE.
           ADD WS-DAILY-COST TO WS-TOTAL-DAILY.
           ADD WS-COST-TO-EXPIRY TO WS-TOTAL-TO-EXPIRY.
           MOVE PR-ACCOUNT-NUMBER TO AL-ACCOUNT.
           MOVE ACCOUNT-NAME      TO AL-NAME.
           MOVE ACCOUNT-BALANCE   TO AL-BALANCE.
           MOVE WS-BAND-RATE      TO AL-STD-RATE.
           MOVE PR-RATE           TO AL-PREF-RATE.
           MOVE WS-DAILY-COST     TO AL-DAILY-COST.
           MOVE WS-COST-TO-EXPIRY TO AL-TO-EXPIRY.
           MOVE PR-EXPIRY-DATE    TO AL-EXPIRY.
           MOVE SPACES TO REPORT-LINE.
           MOVE ACTIVE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
      *****************************************************************
      * THE STANDARD RATE IS PICKED FROM THE TIERED RATE TABLE THE   *
      * WAY INTACCR PICKS IT, FALLING BACK TO THE FLAT INTRATE.      *
      *****************************************************************
       150-LOOKUP-BAND-RATE-RTN.
           MOVE WS-INTEREST-RATE TO WS-BAND-RATE.
           MOVE ACCOUNT-TYPE TO RT-ACCOUNT-TYPE.
           MOVE ZEROES TO RT-BAND-FLOOR.
           MOVE ZEROES TO RT-EFFECTIVE-DATE.
           MOVE 'N' TO RT-EOF-SW.
           START RATE-TABLE-FILE KEY IS NOT LESS THAN RT-KEY
              INVALID KEY
                 MOVE 'Y' TO RT-EOF-SW
           END-START.
           PERFORM 160-READ-NEXT-RATE-RTN UNTIL RT-EOF-SW = 'Y'.
      *****************************************************************
       160-READ-NEXT-RATE-RTN.
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
      * DAYS FROM THE BUSINESS DATE THROUGH EXPIRY, COUNTING THE     *
      * EXPIRY DATE ITSELF (THE AGREEMENT STILL ACCRUES THAT DAY).   *
      *****************************************************************
       200-DAYS-LEFT-RTN.
           MOVE PR-EXPIRY-DATE TO WS-DATE-SPLIT.
           COMPUTE WS-EXP-DAY-NUM =
                   (WS-DS-YYYY * 360) +
                   (WS-DS-MM * 30) + WS-DS-DD.
           COMPUTE WS-DAYS-LEFT = WS-EXP-DAY-NUM
                   - WS-BUS-DAY-NUM + 1.
           IF WS-DAYS-LEFT < ZEROES
              MOVE ZEROES TO WS-DAYS-LEFT
           END-IF.
      *****************************************************************
       A400-ACTIVE-TOTALS-RTN.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ACTIVE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'AGREEMENTS IN FORCE: ' WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-BALANCE TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'BALANCES AT PREFERENTIAL RATE:  ' WS-AMOUNT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-DAILY TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'COST ABOVE STANDARD PER DAY:    ' WS-AMOUNT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-TO-EXPIRY TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'COST ABOVE STANDARD TO EXPIRY:  ' WS-AMOUNT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
      *****************************************************************
      * SECOND PASS: APPROVED AGREEMENTS WHOSE EXPIRY FALLS WITHIN   *
      * THE NEXT 30 DAYS OF THE BUSINESS DATE.                       *
      *****************************************************************
       A500-EXPIRING-RTN.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'AGREEMENTS EXPIRING WITHIN 30 DAYS OF '
                  WS-BUSINESS-DATE
                  ' - RENEW OR LET LAPSE'
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'ACCOUNT'     TO REPORT-LINE (1:7).
           MOVE 'NAME'        TO REPORT-LINE (12:4).
           MOVE 'RATE'        TO REPORT-LINE (35:4).
           MOVE 'START'       TO REPORT-LINE (40:5).
           MOVE 'EXPIRES'     TO REPORT-LINE (49:7).
           MOVE 'DAYS'        TO REPORT-LINE (58:4).
           MOVE 'OFFICER'     TO REPORT-LINE (64:7).
           MOVE 'SEQ'         TO REPORT-LINE (80:3).
           WRITE REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 050-START-FILE-RTN.
           PERFORM 550-CHECK-EXPIRING-RTN UNTIL EOF-SW = 'Y'.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-EXPIRING-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'AGREEMENTS EXPIRING: ' WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
      *****************************************************************
       550-CHECK-EXPIRING-RTN.
           READ PREF-RATE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF PR-APPROVED AND
                    PR-EXPIRY-DATE NOT < WS-BUSINESS-DATE
                    PERFORM 200-DAYS-LEFT-RTN
                    IF WS-DAYS-LEFT NOT > 30
                       PERFORM 600-PRINT-EXPIRING-RTN
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
       600-PRINT-EXPIRING-RTN.
           MOVE PR-ACCOUNT-NUMBER TO ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
              INVALID KEY
                 MOVE 'ACCOUNT NOT ON FILE' TO ACCOUNT-NAME
           END-READ.
           ADD 1 TO WS-EXPIRING-COUNT.
           MOVE PR-ACCOUNT-NUMBER TO EL-ACCOUNT.
           MOVE ACCOUNT-NAME      TO EL-NAME.
           MOVE PR-RATE           TO EL-RATE.
           MOVE PR-START-DATE     TO EL-START.
           MOVE PR-EXPIRY-DATE    TO EL-EXPIRY.
           MOVE WS-DAYS-LEFT      TO EL-DAYS-LEFT.
           MOVE PR-OFFICER        TO EL-OFFICER.
           MOVE PR-SEQ-NUMBER     TO EL-SEQ.
           MOVE SPACES TO REPORT-LINE.
           MOVE EXPIRING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
      *****************************************************************
       A900-CLOSE-RTN.
           CLOSE PREF-RATE-FILE.
           CLOSE ACCOUNT-FILE.
           CLOSE RATE-TABLE-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'PRFRPT - AGREEMENTS IN FORCE: ' WS-ACTIVE-COUNT.
           DISPLAY 'PRFRPT - AGREEMENTS EXPIRING: ' WS-EXPIRING-COUNT.
