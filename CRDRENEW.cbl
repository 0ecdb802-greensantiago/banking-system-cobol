      ****************************************************************
      * THIS PROGRAM IS THE MONTHLY ATM CARD RENEWAL RUN.  EVERY     *
      * ACTIVE CARD ON CARD.DAT EXPIRING FROM THE START OF THE       *
      * BUSINESS MONTH TO THE END OF THE CRDRNWMON MONTHS AHEAD      *
      * (SYSCTL, DEFAULT 2) IS CONSIDERED ONCE.  A CARD WHOSE        *
      * ACCOUNT IS OPEN AND HAS HAD ACTIVITY WITHIN CRDRNWACT DAYS   *
      * (DEFAULT 365, 30/360 BASIS) GETS A REPLACEMENT NUMBER FROM   *
      * THE CARDSEQ SERIES, EXPIRING CRDVALYRS YEARS (DEFAULT 3)     *
      * AFTER THE OLD CARD.  THE NEW CARD IS WRITTEN PENDING         *
      * ACTIVATION, SO THE OLD CARD STAYS IN USE UNTIL CRDMAINT      *
      * ACTIVATES THE NEW ONE, AND IS SENT TO THE CARD BUREAU ON     *
      * CARDPROD.DAT FOR EMBOSSING; THE CUSTOMER IS ASKED THROUGH    *
      * NOTIFQ TO COLLECT IT.  CARDS ON CLOSED, DORMANT, MISSING OR  *
      * INACTIVE ACCOUNTS GO ON THE DO-NOT-RENEW LIST INSTEAD.  THE  *
      * OUTCOME FOR EACH CARD IS KEPT ON CARDRNW.DAT.                *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRDRENEW.
       AUTHOR. GERAD CARLOS TUPAZ.
       DATE-WRITTEN. 10 15 2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO 'CARD.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CARD-NUMBER
                  ALTERNATE KEY IS CARD-ACCOUNT-NUMBER
                  WITH DUPLICATES.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNT.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACCOUNT-NUMBER
                  ALTERNATE KEY IS USER-ID-ACCT WITH DUPLICATES.
           SELECT CARD-RENEWAL-FILE ASSIGN TO 'CARDRNW.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CR-OLD-CARD-NUMBER
                  ALTERNATE KEY IS CR-NEW-CARD-NUMBER
                  WITH DUPLICATES.
           SELECT CARD-PROD-FILE ASSIGN TO 'CARDPROD.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT NOTIF-FILE ASSIGN TO 'NOTIFQ.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT SYSCTL-FILE ASSIGN TO 'SYSCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTL-KEY.
           SELECT REPORT-FILE ASSIGN TO 'CRDRENEW.RPT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT DNR-FILE ASSIGN TO 'CARDDNR.RPT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE
           RECORD CONTAINS 58 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CARD-REC.
       COPY CARDFILE.
       FD  ACCOUNT-FILE
           RECORD CONTAINS 201 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACCOUNT-REC.
       COPY ACCOUNTFILE.
       FD  CARD-RENEWAL-FILE
           RECORD CONTAINS 94 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CARD-RENEWAL-REC.
       COPY CARDRNW.
       FD  CARD-PROD-FILE
           RECORD CONTAINS 86 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CARD-PROD-REC.
       COPY CARDPROD.
       FD  NOTIF-FILE
           RECORD CONTAINS 134 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS NOTIF-REC.
       COPY NOTIFQ.
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
       FD  DNR-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS DNR-LINE.
       01  DNR-LINE                  PIC X(100).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-WINDOW-MONTHS          PIC 9(2) VALUE 2.
       01  WS-VALID-YEARS            PIC 9(2) VALUE 3.
       01  WS-ACTIVITY-DAYS          PIC 9(5) VALUE 365.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-CURRENT-TIME           PIC 9(8) VALUE ZEROES.
       01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZEROES.
       01  WS-DATE-SPLIT.
           05 WS-DS-YYYY             PIC 9(4).
           05 WS-DS-MM               PIC 9(2).
           05 WS-DS-DD               PIC 9(2).
       01  WS-WINDOW-FROM            PIC 9(8) VALUE ZEROES.
       01  WS-WINDOW-TO              PIC 9(8) VALUE ZEROES.
       01  WS-CENTURY                PIC 9(2) VALUE ZEROES.
       01  WS-YEAR-OF-CENTURY        PIC 9(2) VALUE ZEROES.
       01  WS-MONTH-COUNT            PIC 9(6) VALUE ZEROES.
       01  WS-BUS-DAYNO              PIC 9(7) VALUE ZEROES.
       01  WS-ACT-DAYNO              PIC 9(7) VALUE ZEROES.
       01  WS-DAYS-IDLE              PIC S9(7) VALUE ZEROES.
       01  WS-OLD-CARD               PIC 9(16) VALUE ZEROES.
       01  WS-NEW-CARD               PIC 9(16) VALUE ZEROES.
       01  WS-OLD-EXPIRY             PIC 9(8) VALUE ZEROES.
       01  WS-NEW-EXPIRY             PIC 9(8) VALUE ZEROES.
       01  WS-REASON                 PIC X(12) VALUE SPACES.
       01  WS-CARDS-RENEWED          PIC 9(7) VALUE ZEROES.
       01  WS-CARDS-NOT-RENEWED      PIC 9(7) VALUE ZEROES.
       01  WS-CARDS-DUE              PIC 9(7) VALUE ZEROES.
       01  ACCT-FOUND-SW             PIC X VALUE 'N'.
       01  EOF-SW                    PIC X VALUE 'N'.
           88 END-OF-CARDS           VALUE 'Y'.
      *****************************************************************
       PROCEDURE DIVISION.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A300-PROCESS-RTN UNTIL END-OF-CARDS.
           PERFORM A900-CLOSE-RTN.
           STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN I-O CARD-FILE.
           OPEN INPUT ACCOUNT-FILE.
           OPEN I-O CARD-RENEWAL-FILE.
           OPEN OUTPUT CARD-PROD-FILE.
           OPEN EXTEND NOTIF-FILE.
           OPEN I-O SYSCTL-FILE.
           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT DNR-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
           MOVE 'BUSDATE   ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-BUSINESS-DATE
           END-READ.
           MOVE 'CRDRNWMON ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-NUM-VALUE TO WS-WINDOW-MONTHS
           END-READ.
           MOVE 'CRDVALYRS ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-NUM-VALUE TO WS-VALID-YEARS
           END-READ.
           MOVE 'CRDRNWACT ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-NUM-VALUE TO WS-ACTIVITY-DAYS
           END-READ.
           MOVE WS-BUSINESS-DATE TO WS-DATE-SPLIT.
           COMPUTE WS-BUS-DAYNO = WS-DS-YYYY * 360 + WS-DS-MM * 30
                   + WS-DS-DD.
           MOVE 01 TO WS-DS-DD.
           MOVE WS-DATE-SPLIT TO WS-WINDOW-FROM.
           COMPUTE WS-MONTH-COUNT = WS-DS-YYYY * 12 + WS-DS-MM - 1
                   + WS-WINDOW-MONTHS.
           DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-DS-YYYY
                  REMAINDER WS-DS-MM.
           ADD 1 TO WS-DS-MM.
           MOVE 31 TO WS-DS-DD.
           MOVE WS-DATE-SPLIT TO WS-WINDOW-TO.
           DISPLAY 'CRDRENEW - CARDS EXPIRING ' WS-WINDOW-FROM
                   ' TO ' WS-WINDOW-TO.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ATM CARDS RENEWED - RUN OF ' WS-BUSINESS-DATE
                  ' - EXPIRING ' WS-WINDOW-FROM ' TO ' WS-WINDOW-TO
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'OLD CARD'          TO REPORT-LINE (1:8).
           MOVE 'NEW CARD'          TO REPORT-LINE (19:8).
           MOVE 'ACCOUNT'           TO REPORT-LINE (37:7).
           MOVE 'BR'                TO REPORT-LINE (49:2).
           MOVE 'OLD EXP'           TO REPORT-LINE (54:7).
           MOVE 'NEW EXP'           TO REPORT-LINE (64:7).
           MOVE 'NAME'              TO REPORT-LINE (74:4).
           WRITE REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO DNR-LINE.
           STRING 'ATM CARDS NOT TO BE RENEWED - RUN OF '
                  WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO DNR-LINE
           END-STRING.
           WRITE DNR-LINE.
           MOVE SPACES TO DNR-LINE.
           MOVE 'CARD'              TO DNR-LINE (1:4).
           MOVE 'ACCOUNT'           TO DNR-LINE (19:7).
           MOVE 'BR'                TO DNR-LINE (31:2).
           MOVE 'EXPIRES'           TO DNR-LINE (36:7).
           MOVE 'REASON'            TO DNR-LINE (46:6).
           MOVE 'NAME'              TO DNR-LINE (60:4).
           WRITE DNR-LINE.
           MOVE ALL '-' TO DNR-LINE.
           WRITE DNR-LINE.
           MOVE ZEROES TO CARD-NUMBER.
           START CARD-FILE KEY IS NOT LESS THAN CARD-NUMBER
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
                 DISPLAY 'CRDRENEW - NO CARDS ON FILE'
           END-START.
      *****************************************************************
       A300-PROCESS-RTN.
           READ CARD-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF CARD-ACTIVE AND
                    CARD-EXPIRY-DATE NOT < WS-WINDOW-FROM AND
                    CARD-EXPIRY-DATE NOT > WS-WINDOW-TO
                    PERFORM 100-CHECK-CARD-RTN
                 END-IF
           END-READ.
      *****************************************************************
      * A CARD ALREADY ON CARDRNW.DAT WAS DEALT WITH BY AN EARLIER   *
      * RUN - RENEWED OR LISTED - AND IS NOT TAKEN AGAIN.            *
      *****************************************************************
       100-CHECK-CARD-RTN.
           MOVE CARD-NUMBER TO CR-OLD-CARD-NUMBER.
           READ CARD-RENEWAL-FILE
              INVALID KEY
                 ADD 1 TO WS-CARDS-DUE
                 PERFORM 150-CHECK-ACCOUNT-RTN
                 IF WS-REASON = SPACES
                    PERFORM 200-RENEW-CARD-RTN
                 ELSE
                    PERFORM 400-NOT-RENEWED-RTN
                 END-IF
           END-READ.
      *****************************************************************
       150-CHECK-ACCOUNT-RTN.
           MOVE SPACES TO WS-REASON.
           MOVE 'Y' TO ACCT-FOUND-SW.
           MOVE CARD-ACCOUNT-NUMBER TO ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
              INVALID KEY
                 MOVE 'N' TO ACCT-FOUND-SW
                 MOVE SPACES TO ACCOUNT-NAME
                 MOVE SPACES TO BRANCH-CODE
                 MOVE 'NO ACCOUNT' TO WS-REASON
           END-READ.
           IF ACCT-FOUND-SW = 'Y'
              IF CLOSED-ACCOUNT
                 MOVE 'CLOSED' TO WS-REASON
              ELSE
              IF DORMANT-ACCOUNT
                 MOVE 'DORMANT' TO WS-REASON
              ELSE
              IF LAST-ACTIVITY-DATE = ZEROES
                 MOVE 'NO ACTIVITY' TO WS-REASON
              ELSE
                 MOVE LAST-ACTIVITY-DATE TO WS-DATE-SPLIT
                 COMPUTE WS-ACT-DAYNO = WS-DS-YYYY * 360
                         + WS-DS-MM * 30 + WS-DS-DD
                 COMPUTE WS-DAYS-IDLE = WS-BUS-DAYNO - WS-ACT-DAYNO
                 IF WS-DAYS-IDLE > WS-ACTIVITY-DAYS
                    MOVE 'NO ACTIVITY' TO WS-REASON
                 END-IF
              END-IF
              END-IF
              END-IF
           END-IF.
      *****************************************************************
      * THE REPLACEMENT IS WRITTEN PENDING ACTIVATION; THE OLD CARD  *
      * IS LEFT ACTIVE.  THE CARD FILE IS REPOSITIONED AFTER THE     *
      * OLD CARD SO THE SEQUENTIAL PASS CARRIES ON FROM THERE.       *
      *****************************************************************
       200-RENEW-CARD-RTN.
           MOVE CARD-NUMBER TO WS-OLD-CARD.
           MOVE CARD-EXPIRY-DATE TO WS-OLD-EXPIRY.
           MOVE CARD-EXPIRY-DATE TO WS-DATE-SPLIT.
           ADD WS-VALID-YEARS TO WS-DS-YYYY.
           IF WS-DS-MM = 02 AND WS-DS-DD = 29
              MOVE 28 TO WS-DS-DD
           END-IF.
           MOVE WS-DATE-SPLIT TO WS-NEW-EXPIRY.
           PERFORM 250-ASSIGN-CARD-NUMBER-RTN.
           MOVE WS-NEW-CARD         TO CARD-NUMBER.
           MOVE ACCOUNT-NUMBER      TO CARD-ACCOUNT-NUMBER.
           MOVE 'P'                 TO CARD-STATUS.
           MOVE WS-NEW-EXPIRY       TO CARD-EXPIRY-DATE.
           MOVE WS-BUSINESS-DATE    TO CARD-ISSUE-DATE.
           MOVE 'CRDRENEW'          TO CARD-ISSUED-BY.
           WRITE CARD-REC
              INVALID KEY
                 DISPLAY 'CRDRENEW - ERROR WRITING CARD ' WS-NEW-CARD
              NOT INVALID KEY
                 ADD 1 TO WS-CARDS-RENEWED
                 MOVE 'P'          TO CR-STATUS
                 MOVE SPACES       TO CR-REASON
                 PERFORM 300-WRITE-RENEWAL-RTN
                 PERFORM 320-WRITE-PRODUCTION-RTN
                 PERFORM 340-QUEUE-NOTICE-RTN
                 PERFORM 360-REPORT-LINE-RTN
           END-WRITE.
           MOVE WS-OLD-CARD TO CARD-NUMBER.
           START CARD-FILE KEY IS GREATER THAN CARD-NUMBER
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
           END-START.
      *****************************************************************
       250-ASSIGN-CARD-NUMBER-RTN.
           MOVE 'CARDSEQ   ' TO CTL-KEY.
           READ SYSCTL-FILE
              INVALID KEY
                 MOVE 'CARDSEQ   ' TO CTL-KEY
                 MOVE ZEROES TO CTL-NUM-VALUE
                 MOVE 4000000000 TO CTL-ACCT-VALUE
                 WRITE CTL-REC
                    INVALID KEY
                       DISPLAY 'CRDRENEW - ERROR STARTING CARDSEQ'
                 END-WRITE
           END-READ.
           ADD 1 TO CTL-ACCT-VALUE.
           REWRITE CTL-REC
              INVALID KEY
                 DISPLAY 'CRDRENEW - ERROR ADVANCING CARDSEQ'
           END-REWRITE.
           COMPUTE WS-NEW-CARD = 4000000000000000 + CTL-ACCT-VALUE.
      *****************************************************************
       300-WRITE-RENEWAL-RTN.
           MOVE WS-OLD-CARD         TO CR-OLD-CARD-NUMBER.
           MOVE ACCOUNT-NUMBER      TO CR-ACCOUNT-NUMBER.
           MOVE WS-BUSINESS-DATE    TO CR-RUN-DATE.
           MOVE ZEROES              TO CR-ACTIVATE-DATE.
           MOVE SPACES              TO CR-ACTIVATED-BY.
           IF CR-PENDING
              MOVE WS-NEW-CARD      TO CR-NEW-CARD-NUMBER
              MOVE WS-NEW-EXPIRY    TO CR-NEW-EXPIRY-DATE
           ELSE
              MOVE ZEROES           TO CR-NEW-CARD-NUMBER
              MOVE ZEROES           TO CR-NEW-EXPIRY-DATE
           END-IF.
           WRITE CARD-RENEWAL-REC
              INVALID KEY
                 DISPLAY 'CRDRENEW - ERROR WRITING RENEWAL '
                         CR-OLD-CARD-NUMBER
           END-WRITE.
      *****************************************************************
       320-WRITE-PRODUCTION-RTN.
           MOVE 'RN'                TO CP-RECORD-TYPE.
           MOVE WS-NEW-CARD         TO CP-CARD-NUMBER.
           MOVE WS-NEW-EXPIRY       TO WS-DATE-SPLIT.
           DIVIDE WS-DS-YYYY BY 100 GIVING WS-CENTURY
                  REMAINDER WS-YEAR-OF-CENTURY.
           COMPUTE CP-EXPIRY-MMYY = WS-DS-MM * 100
                   + WS-YEAR-OF-CENTURY.
           MOVE ACCOUNT-NAME (1:26) TO CP-EMBOSS-NAME.
           MOVE ACCOUNT-NUMBER      TO CP-ACCOUNT-NUMBER.
           MOVE BRANCH-CODE         TO CP-DELIVERY-BRANCH.
           MOVE WS-OLD-CARD         TO CP-OLD-CARD-NUMBER.
           MOVE WS-BUSINESS-DATE    TO CP-ISSUE-DATE.
           WRITE CARD-PROD-REC.
      *****************************************************************
       340-QUEUE-NOTICE-RTN.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE     TO NQ-DATE.
           MOVE WS-CURRENT-TIME     TO NQ-TIME.
           MOVE ACCOUNT-NUMBER      TO NQ-ACCOUNT-NUMBER.
           MOVE CONTACT-NUMBER      TO NQ-CONTACT-NUMBER.
           MOVE CONTACT-EMAIL-ADDRESS TO NQ-CONTACT-EMAIL.
           INITIALIZE NQ-MESSAGE.
           STRING 'YOUR NEW ATM CARD IS READY - '
                  'PLEASE COLLECT AT YOUR BRANCH'
                  DELIMITED BY SIZE INTO NQ-MESSAGE
           END-STRING.
           MOVE 'P'                 TO NQ-STATUS.
           MOVE ZEROES              TO NQ-RETRY-COUNT.
           WRITE NOTIF-REC.
      *****************************************************************
       360-REPORT-LINE-RTN.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-OLD-CARD           DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-NEW-CARD           DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  ACCOUNT-NUMBER        DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  BRANCH-CODE           DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-OLD-EXPIRY         DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-NEW-EXPIRY         DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  ACCOUNT-NAME (1:26)   DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
      *****************************************************************
       400-NOT-RENEWED-RTN.
           ADD 1 TO WS-CARDS-NOT-RENEWED.
           MOVE CARD-NUMBER TO WS-OLD-CARD.
           MOVE 'D'         TO CR-STATUS.
           MOVE WS-REASON   TO CR-REASON.
           MOVE CARD-ACCOUNT-NUMBER TO ACCOUNT-NUMBER.
           PERFORM 300-WRITE-RENEWAL-RTN.
           MOVE SPACES TO DNR-LINE.
           STRING CARD-NUMBER           DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  CARD-ACCOUNT-NUMBER   DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  BRANCH-CODE           DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  CARD-EXPIRY-DATE      DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-REASON             DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  ACCOUNT-NAME (1:26)   DELIMITED BY SIZE
             INTO DNR-LINE
           END-STRING.
           WRITE DNR-LINE.
      *****************************************************************
       A900-CLOSE-RTN.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CARDS DUE: ' WS-CARDS-DUE
                  '  RENEWED: ' WS-CARDS-RENEWED
                  '  NOT RENEWED: ' WS-CARDS-NOT-RENEWED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE ALL '-' TO DNR-LINE.
           WRITE DNR-LINE.
           MOVE SPACES TO DNR-LINE.
           STRING 'CARDS NOT TO BE RENEWED: ' WS-CARDS-NOT-RENEWED
                  DELIMITED BY SIZE INTO DNR-LINE
           END-STRING.
           WRITE DNR-LINE.
           CLOSE CARD-FILE.
           CLOSE ACCOUNT-FILE.
           CLOSE CARD-RENEWAL-FILE.
           CLOSE CARD-PROD-FILE.
           CLOSE NOTIF-FILE.
           CLOSE SYSCTL-FILE.
           CLOSE REPORT-FILE.
           CLOSE DNR-FILE.
           DISPLAY 'CRDRENEW - CARDS RENEWED: ' WS-CARDS-RENEWED.
           DISPLAY 'CRDRENEW - CARDS NOT RENEWED: '
                   WS-CARDS-NOT-RENEWED.
           STOP RUN.
