      ****************************************************************
      * THIS PROGRAM GIVES DEPOSITORS ADVANCE NOTICE OF A RATE       *
      * CHANGE.  EVERY RATETBL.DAT ENTRY WHOSE EFFECTIVE DATE IS     *
      * STILL AHEAD OF THE BUSINESS DATE IS APPLIED TO EACH OPEN     *
      * ACCOUNT OF ITS PRODUCT THE WAY INTACCR WILL APPLY IT - THE   *
      * ACCOUNT IS AFFECTED WHEN, ON THE EFFECTIVE DATE, ITS BALANCE *
      * PICKS THAT ENTRY'S BAND.  EACH AFFECTED ACCOUNT GETS A       *
      * NOTIFQ.DAT NOTICE SHOWING THE OLD RATE, THE NEW RATE AND THE *
      * EFFECTIVE DATE, OR A PRINTED LETTER ON RATELTR.PRT WHEN      *
      * THERE IS NO USABLE CONTACT, AND IS ENTERED ON THE NOTICE     *
      * REGISTER RTNOTICE.DAT, WHICH ALSO STOPS A SECOND NOTICE FOR  *
      * THE SAME CHANGE.  TERM ACCOUNTS KEEP THEIR CONTRACT RATE AND *
      * ACCOUNTS ON A PREFERENTIAL RATE ON THE EFFECTIVE DATE ARE    *
      * NOT AFFECTED.  A NOTICE SENT INSIDE THE SYSCTL RATENOTICE    *
      * PERIOD IS FLAGGED SHORT ON THE REGISTER AND THE REPORT.      *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATENOTC.
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
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CU-CUSTOMER-NUMBER.
           SELECT RATE-TABLE-FILE ASSIGN TO 'RATETBL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RT-KEY.
           SELECT PREF-RATE-FILE ASSIGN TO 'PREFRATE.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PR-KEY.
           SELECT RATE-NOTICE-FILE ASSIGN TO 'RTNOTICE.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RN-KEY
                  FILE STATUS IS WS-RN-STATUS.
           SELECT SYSCTL-FILE ASSIGN TO 'SYSCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTL-KEY.
           SELECT NOTIF-FILE ASSIGN TO 'NOTIFQ.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT LETTER-FILE ASSIGN TO 'RATELTR.PRT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO 'RATENOTC.RPT'
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
       FD  CUSTOMER-FILE
           RECORD CONTAINS 174 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CUSTOMER-REC.
       COPY CUSTFILE.
       FD  RATE-TABLE-FILE
           RECORD CONTAINS 48 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS RATE-TABLE-REC.
       COPY RATETBL.
       FD  PREF-RATE-FILE
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS PREF-RATE-REC.
       COPY PREFRATE.
       FD  RATE-NOTICE-FILE
           RECORD CONTAINS 127 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS RATE-NOTICE-REC.
       COPY RTNOTICE.
       FD  SYSCTL-FILE
           RECORD CONTAINS 31 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CTL-REC.
       COPY SYSCTL.
       FD  NOTIF-FILE
           RECORD CONTAINS 134 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS NOTIF-REC.
       COPY NOTIFQ.
       FD  LETTER-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS LETTER-LINE.
       01  LETTER-LINE               PIC X(80).
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
       01  WS-INTEREST-RATE          PIC 9(3)V99 VALUE 002.50.
       01  WS-NOTICE-DAYS            PIC 9(5) VALUE 30.
       01  WS-RN-STATUS              PIC XX VALUE '00'.
      * THE WHOLE RATE TABLE IS HELD IN RT-KEY ORDER SO THE BAND IN
      * FORCE ON ANY DATE CAN BE PICKED THE WAY INTACCR PICKS IT.
       01  WS-RATE-TABLE.
           05 WS-RT-ENTRY OCCURS 500 TIMES.
              10 WS-RT-TYPE          PIC X.
              10 WS-RT-FLOOR         PIC 9(9)V99.
              10 WS-RT-EFFDATE       PIC 9(8).
              10 WS-RT-RATE          PIC 9(3)V99.
       01  WS-RT-USED                PIC 9(4) COMP VALUE ZEROES.
       01  WS-RT-IDX                 PIC 9(4) COMP VALUE ZEROES.
       01  WS-RT-DROPPED             PIC 9(7) VALUE ZEROES.
       01  WS-FUTURE-COUNT           PIC 9(4) COMP VALUE ZEROES.
       01  WS-PICK-IDX               PIC 9(4) COMP VALUE ZEROES.
       01  WS-SCAN-IDX               PIC 9(4) COMP VALUE ZEROES.
       01  WS-ASOF-DATE              PIC 9(8) VALUE ZEROES.
       01  WS-OLD-RATE               PIC 9(3)V99 VALUE ZEROES.
       01  WS-NEW-RATE               PIC 9(3)V99 VALUE ZEROES.
       01  WS-CONTACT-NUMBER         PIC X(15) VALUE SPACES.
       01  WS-CONTACT-EMAIL          PIC X(30) VALUE SPACES.
       01  WS-MAIL-NAME              PIC X(30) VALUE SPACES.
       01  WS-MAIL-ADDRESS           PIC X(50) VALUE SPACES.
       01  WS-DATE-WORK              PIC 9(8) VALUE ZEROES.
       01  WS-DATE-R REDEFINES WS-DATE-WORK.
           05 WS-DATE-YYYY           PIC 9(4).
           05 WS-DATE-MM             PIC 9(2).
           05 WS-DATE-DD             PIC 9(2).
       01  WS-BUS-DAY-NUM            PIC 9(7) VALUE ZEROES.
       01  WS-EFF-DAY-NUM            PIC 9(7) VALUE ZEROES.
       01  WS-DAYS-NOTICE            PIC 9(5) VALUE ZEROES.
       01  WS-NOTICES-QUEUED         PIC 9(7) VALUE ZEROES.
       01  WS-LETTERS-PRINTED        PIC 9(7) VALUE ZEROES.
       01  WS-SHORT-COUNT            PIC 9(7) VALUE ZEROES.
       01  WS-ALREADY-TOLD           PIC 9(7) VALUE ZEROES.
       01  WS-PREF-SKIPPED           PIC 9(7) VALUE ZEROES.
       01  WS-UNCHANGED-SKIPPED      PIC 9(7) VALUE ZEROES.
       01  WS-OLD-RATE-DISPLAY       PIC ZZ9.99.
       01  WS-NEW-RATE-DISPLAY       PIC ZZ9.99.
       01  WS-BALANCE-DISPLAY        PIC ----,---,--9.99.
       01  ACCT-EOF-SW               PIC X VALUE 'N'.
           88 END-OF-ACCOUNT-FILE    VALUE 'Y'.
       01  RT-EOF-SW                 PIC X VALUE 'N'.
       01  PR-EOF-SW                 PIC X VALUE 'N'.
       01  PREF-SW                   PIC X VALUE 'N'.
       01  DECEASED-SW               PIC X VALUE 'N'.
      *****************************************************************
       PROCEDURE DIVISION.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           IF WS-FUTURE-COUNT > ZEROES
              PERFORM A300-PROCESS-RTN UNTIL END-OF-ACCOUNT-FILE
           END-IF.
           PERFORM A900-CLOSE-RTN.
           STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN INPUT ACCOUNT-FILE.
           OPEN INPUT CUSTOMER-FILE.
           OPEN INPUT RATE-TABLE-FILE.
           OPEN INPUT PREF-RATE-FILE.
           OPEN I-O RATE-NOTICE-FILE.
           IF WS-RN-STATUS NOT = '00'
              OPEN OUTPUT RATE-NOTICE-FILE
              CLOSE RATE-NOTICE-FILE
              OPEN I-O RATE-NOTICE-FILE
           END-IF.
           OPEN EXTEND NOTIF-FILE.
           OPEN OUTPUT LETTER-FILE.
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
           MOVE 'RATENOTICE' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-NUM-VALUE TO WS-NOTICE-DAYS
           END-READ.
           CLOSE SYSCTL-FILE.
           MOVE WS-BUSINESS-DATE TO WS-DATE-WORK.
           COMPUTE WS-BUS-DAY-NUM = (WS-DATE-YYYY * 360) +
                   (WS-DATE-MM * 30) + WS-DATE-DD.
           INITIALIZE WS-RATE-TABLE.
           MOVE LOW-VALUES TO RT-KEY.
           START RATE-TABLE-FILE KEY IS NOT LESS THAN RT-KEY
              INVALID KEY
                 MOVE 'Y' TO RT-EOF-SW
           END-START.
           PERFORM 050-LOAD-RATE-RTN UNTIL RT-EOF-SW = 'Y'.
           DISPLAY 'RATENOTC - RATE CHANGE NOTICE RUN STARTED'.
           MOVE SPACES TO REPORT-LINE.
           STRING 'RATE CHANGE NOTICE REGISTER - BUSINESS DATE '
                  WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'ACCOUNT'   TO REPORT-LINE (1:7).
           MOVE 'TYPE'      TO REPORT-LINE (12:4).
           MOVE 'BALANCE'   TO REPORT-LINE (24:7).
           MOVE 'OLD'       TO REPORT-LINE (36:3).
           MOVE 'NEW'       TO REPORT-LINE (44:3).
           MOVE 'EFFECTIVE' TO REPORT-LINE (49:9).
           MOVE 'DAYS'      TO REPORT-LINE (59:4).
           MOVE 'SENT BY'   TO REPORT-LINE (65:7).
           WRITE REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-FUTURE-COUNT = ZEROES
              MOVE 'NO RATE CHANGES PENDING' TO REPORT-LINE
              WRITE REPORT-LINE
           ELSE
              MOVE ZEROES TO ACCOUNT-NUMBER
              START ACCOUNT-FILE KEY IS NOT LESS THAN ACCOUNT-NUMBER
                 INVALID KEY
                    MOVE 'Y' TO ACCT-EOF-SW
              END-START
           END-IF.
      *****************************************************************
       050-LOAD-RATE-RTN.
           READ RATE-TABLE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO RT-EOF-SW
              NOT AT END
                 IF WS-RT-USED < 500
                    ADD 1 TO WS-RT-USED
                    MOVE RT-ACCOUNT-TYPE TO WS-RT-TYPE (WS-RT-USED)
                    MOVE RT-BAND-FLOOR TO WS-RT-FLOOR (WS-RT-USED)
                    MOVE RT-EFFECTIVE-DATE
                      TO WS-RT-EFFDATE (WS-RT-USED)
                    MOVE RT-RATE TO WS-RT-RATE (WS-RT-USED)
                    IF RT-EFFECTIVE-DATE > WS-BUSINESS-DATE
                       ADD 1 TO WS-FUTURE-COUNT
                    END-IF
                 ELSE
                    ADD 1 TO WS-RT-DROPPED
                    DISPLAY 'RATENOTC - RATE TABLE FULL - ENTRY NOT'
                            ' LOADED - RESULTS INCOMPLETE'
                 END-IF
           END-READ.
      *****************************************************************
       A300-PROCESS-RTN.
           READ ACCOUNT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO ACCT-EOF-SW
              NOT AT END
                 IF OPEN-ACCOUNT AND NOT TERM-ACCOUNT
                    MOVE 1 TO WS-RT-IDX
                    PERFORM 100-CHECK-ONE-CHANGE-RTN
                       UNTIL WS-RT-IDX > WS-RT-USED
                 END-IF
           END-READ.
      *****************************************************************
      * A FUTURE ENTRY FOR THE ACCOUNT'S PRODUCT AFFECTS THE ACCOUNT *
      * ONLY IF IT IS THE ENTRY PICKED ON ITS EFFECTIVE DATE FOR THE *
      * ACCOUNT'S BALANCE.  THE OLD RATE IS THE ONE IN FORCE TODAY.  *
      *****************************************************************
       100-CHECK-ONE-CHANGE-RTN.
           IF WS-RT-TYPE (WS-RT-IDX) = ACCOUNT-TYPE AND
              WS-RT-EFFDATE (WS-RT-IDX) > WS-BUSINESS-DATE
              MOVE WS-RT-EFFDATE (WS-RT-IDX) TO WS-ASOF-DATE
              PERFORM 200-PICK-BAND-RTN
              IF WS-PICK-IDX = WS-RT-IDX
                 PERFORM 150-CHECK-AFFECTED-RTN
              END-IF
           END-IF.
           ADD 1 TO WS-RT-IDX.
      *****************************************************************
       150-CHECK-AFFECTED-RTN.
           MOVE WS-RT-RATE (WS-RT-IDX) TO WS-NEW-RATE.
           MOVE WS-BUSINESS-DATE TO WS-ASOF-DATE.
           PERFORM 200-PICK-BAND-RTN.
           IF WS-PICK-IDX = ZEROES
              MOVE WS-INTEREST-RATE TO WS-OLD-RATE
           ELSE
              MOVE WS-RT-RATE (WS-PICK-IDX) TO WS-OLD-RATE
           END-IF.
           MOVE WS-RT-EFFDATE (WS-RT-IDX) TO WS-ASOF-DATE.
           PERFORM 250-CHECK-PREF-RATE-RTN.
           IF PREF-SW = 'Y'
              ADD 1 TO WS-PREF-SKIPPED
           ELSE
           IF WS-OLD-RATE = WS-NEW-RATE
              ADD 1 TO WS-UNCHANGED-SKIPPED
           ELSE
              MOVE WS-RT-TYPE (WS-RT-IDX) TO RN-ACCOUNT-TYPE
              MOVE WS-RT-FLOOR (WS-RT-IDX) TO RN-BAND-FLOOR
              MOVE WS-RT-EFFDATE (WS-RT-IDX) TO RN-EFFECTIVE-DATE
              MOVE ACCOUNT-NUMBER TO RN-ACCOUNT-NUMBER
              READ RATE-NOTICE-FILE
                 INVALID KEY
                    PERFORM 300-GIVE-NOTICE-RTN
                 NOT INVALID KEY
                    ADD 1 TO WS-ALREADY-TOLD
              END-READ
           END-IF
           END-IF.
      *****************************************************************
      * SAME RULE AS INTACCR 050-LOOKUP-BAND-RATE-RTN: THE LAST ROW  *
      * IN KEY ORDER WITH THE FLOOR NOT ABOVE THE BALANCE AND THE    *
      * EFFECTIVE DATE NOT AFTER THE AS-OF DATE.                     *
      *****************************************************************
       200-PICK-BAND-RTN.
           MOVE ZEROES TO WS-PICK-IDX.
           MOVE 1 TO WS-SCAN-IDX.
           PERFORM 210-PICK-ONE-RTN UNTIL WS-SCAN-IDX > WS-RT-USED.
      *****************************************************************
       210-PICK-ONE-RTN.
           IF WS-RT-TYPE (WS-SCAN-IDX) = ACCOUNT-TYPE AND
              WS-RT-FLOOR (WS-SCAN-IDX) NOT > ACCOUNT-BALANCE AND
              WS-RT-EFFDATE (WS-SCAN-IDX) NOT > WS-ASOF-DATE
              MOVE WS-SCAN-IDX TO WS-PICK-IDX
           END-IF.
           ADD 1 TO WS-SCAN-IDX.
      *****************************************************************
       250-CHECK-PREF-RATE-RTN.
           MOVE 'N' TO PREF-SW.
           MOVE ACCOUNT-NUMBER TO PR-ACCOUNT-NUMBER.
           MOVE ZEROES TO PR-SEQ-NUMBER.
           MOVE 'N' TO PR-EOF-SW.
           START PREF-RATE-FILE KEY IS NOT LESS THAN PR-KEY
              INVALID KEY
                 MOVE 'Y' TO PR-EOF-SW
           END-START.
           PERFORM 260-READ-NEXT-PREF-RTN UNTIL PR-EOF-SW = 'Y'.
      *****************************************************************
       260-READ-NEXT-PREF-RTN.
           READ PREF-RATE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO PR-EOF-SW
              NOT AT END
                 IF PR-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
                    MOVE 'Y' TO PR-EOF-SW
                 ELSE
                    IF PR-APPROVED AND
                       PR-START-DATE NOT > WS-ASOF-DATE AND
                       PR-EXPIRY-DATE NOT < WS-ASOF-DATE
                       MOVE 'Y' TO PREF-SW
                       MOVE 'Y' TO PR-EOF-SW
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
      * THE CONTACT IS THE CUSTOMER'S ON THE CIF, OR THE ACCOUNT'S   *
      * OWN WHEN THERE IS NO CIF RECORD.  A DECEASED CUSTOMER'S      *
      * NOTICE WOULD ONLY BE SUPPRESSED BY NOTIFEXT, SO THE ESTATE   *
      * GETS A LETTER INSTEAD.                                       *
      *****************************************************************
       300-GIVE-NOTICE-RTN.
           MOVE CONTACT-NUMBER OF ACCOUNT-REC TO WS-CONTACT-NUMBER.
           MOVE CONTACT-EMAIL-ADDRESS TO WS-CONTACT-EMAIL.
           MOVE ACCOUNT-NAME TO WS-MAIL-NAME.
           MOVE CONTACT-ADDRESS TO WS-MAIL-ADDRESS.
           MOVE 'N' TO DECEASED-SW.
           MOVE ZEROES TO RN-CUSTOMER-NUMBER.
           IF CUSTOMER-NUMBER NOT = ZEROES
              MOVE CUSTOMER-NUMBER TO CU-CUSTOMER-NUMBER
              READ CUSTOMER-FILE
                 NOT INVALID KEY
                    MOVE CU-CUSTOMER-NUMBER TO RN-CUSTOMER-NUMBER
                    MOVE CU-CONTACT-NUMBER TO WS-CONTACT-NUMBER
                    MOVE CU-CONTACT-EMAIL TO WS-CONTACT-EMAIL
                    MOVE CU-CUSTOMER-NAME TO WS-MAIL-NAME
                    MOVE CU-CONTACT-ADDRESS TO WS-MAIL-ADDRESS
                    IF CU-DECEASED
                       MOVE 'Y' TO DECEASED-SW
                    END-IF
              END-READ
           END-IF.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-RT-EFFDATE (WS-RT-IDX) TO WS-DATE-WORK.
           COMPUTE WS-EFF-DAY-NUM = (WS-DATE-YYYY * 360) +
                   (WS-DATE-MM * 30) + WS-DATE-DD.
           COMPUTE WS-DAYS-NOTICE = WS-EFF-DAY-NUM - WS-BUS-DAY-NUM.
           MOVE WS-OLD-RATE TO WS-OLD-RATE-DISPLAY.
           MOVE WS-NEW-RATE TO WS-NEW-RATE-DISPLAY.
           IF DECEASED-SW = 'N' AND
              (WS-CONTACT-NUMBER NOT = SPACES OR
               WS-CONTACT-EMAIL NOT = SPACES)
              PERFORM 350-QUEUE-NOTICE-RTN
           ELSE
              PERFORM 400-PRINT-LETTER-RTN
           END-IF.
           PERFORM 500-REGISTER-NOTICE-RTN.
      *****************************************************************
       350-QUEUE-NOTICE-RTN.
           MOVE WS-CURRENT-DATE TO NQ-DATE.
           MOVE WS-CURRENT-TIME TO NQ-TIME.
           MOVE ACCOUNT-NUMBER TO NQ-ACCOUNT-NUMBER.
           MOVE WS-CONTACT-NUMBER TO NQ-CONTACT-NUMBER.
           MOVE WS-CONTACT-EMAIL TO NQ-CONTACT-EMAIL.
           INITIALIZE NQ-MESSAGE.
           STRING 'INTEREST RATE CHANGES FROM ' WS-OLD-RATE-DISPLAY
                  '% TO ' WS-NEW-RATE-DISPLAY '% FROM '
                  WS-RT-EFFDATE (WS-RT-IDX)
                  DELIMITED BY SIZE INTO NQ-MESSAGE
           END-STRING.
           MOVE 'P' TO NQ-STATUS.
           MOVE ZEROES TO NQ-RETRY-COUNT.
           WRITE NOTIF-REC.
           MOVE 'N' TO RN-METHOD.
           ADD 1 TO WS-NOTICES-QUEUED.
      *****************************************************************
       400-PRINT-LETTER-RTN.
           MOVE ALL '=' TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING 'DATE: ' WS-CURRENT-DATE
                  DELIMITED BY SIZE INTO LETTER-LINE
           END-STRING.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE WS-MAIL-NAME TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE WS-MAIL-ADDRESS TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE 'NOTICE OF INTEREST RATE CHANGE' TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING 'ACCOUNT NUMBER: ' ACCOUNT-NUMBER
                  DELIMITED BY SIZE INTO LETTER-LINE
           END-STRING.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING 'THE INTEREST RATE ON YOUR ACCOUNT WILL CHANGE FROM '
                  WS-OLD-RATE-DISPLAY '%'
                  DELIMITED BY SIZE INTO LETTER-LINE
           END-STRING.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING 'TO ' WS-NEW-RATE-DISPLAY '% PER ANNUM EFFECTIVE '
                  WS-RT-EFFDATE (WS-RT-IDX) '.'
                  DELIMITED BY SIZE INTO LETTER-LINE
           END-STRING.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE 'PLEASE CONTACT YOUR BRANCH IF YOU HAVE ANY QUESTIONS.'
             TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE 'L' TO RN-METHOD.
           ADD 1 TO WS-LETTERS-PRINTED.
      *****************************************************************
       500-REGISTER-NOTICE-RTN.
           MOVE WS-RT-TYPE (WS-RT-IDX) TO RN-ACCOUNT-TYPE.
           MOVE WS-RT-FLOOR (WS-RT-IDX) TO RN-BAND-FLOOR.
           MOVE WS-RT-EFFDATE (WS-RT-IDX) TO RN-EFFECTIVE-DATE.
           MOVE ACCOUNT-NUMBER TO RN-ACCOUNT-NUMBER.
           MOVE ACCOUNT-BALANCE TO RN-BALANCE.
           MOVE WS-OLD-RATE TO RN-OLD-RATE.
           MOVE WS-NEW-RATE TO RN-NEW-RATE.
           MOVE WS-CONTACT-NUMBER TO RN-CONTACT-NUMBER.
           MOVE WS-CONTACT-EMAIL TO RN-CONTACT-EMAIL.
           MOVE WS-CURRENT-DATE TO RN-NOTICE-DATE.
           MOVE WS-CURRENT-TIME TO RN-NOTICE-TIME.
           MOVE WS-DAYS-NOTICE TO RN-DAYS-NOTICE.
           IF WS-DAYS-NOTICE < WS-NOTICE-DAYS
              MOVE 'Y' TO RN-SHORT-FLAG
              ADD 1 TO WS-SHORT-COUNT
           ELSE
              MOVE 'N' TO RN-SHORT-FLAG
           END-IF.
           WRITE RATE-NOTICE-REC
              INVALID KEY
                 DISPLAY 'RATENOTC - ERROR WRITING REGISTER FOR '
                         RN-ACCOUNT-NUMBER
           END-WRITE.
           MOVE ACCOUNT-BALANCE TO WS-BALANCE-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING ACCOUNT-NUMBER '  ' ACCOUNT-TYPE '  '
                  WS-BALANCE-DISPLAY '  '
                  WS-OLD-RATE-DISPLAY '  ' WS-NEW-RATE-DISPLAY '  '
                  RN-EFFECTIVE-DATE ' ' RN-DAYS-NOTICE '  '
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           IF RN-BY-NOTIFQ
              MOVE 'NOTICE' TO REPORT-LINE (65:6)
           ELSE
              MOVE 'LETTER' TO REPORT-LINE (65:6)
           END-IF.
           IF RN-SHORT-NOTICE
              MOVE 'SHORT NOTICE' TO REPORT-LINE (73:12)
           END-IF.
           WRITE REPORT-LINE.
      *****************************************************************
       A900-CLOSE-RTN.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'NOTICES QUEUED: ' WS-NOTICES-QUEUED
                  '  LETTERS PRINTED: ' WS-LETTERS-PRINTED
                  '  SHORT NOTICE: ' WS-SHORT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ALREADY NOTIFIED: ' WS-ALREADY-TOLD
                  '  ON PREFERENTIAL RATE: ' WS-PREF-SKIPPED
                  '  RATE UNCHANGED: ' WS-UNCHANGED-SKIPPED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF WS-RT-DROPPED > ZEROES
              MOVE SPACES TO REPORT-LINE
              STRING 'RATE ROWS NOT LOADED (TABLE FULL): '
                     WS-RT-DROPPED
                     ' - NOTICES ABOVE ARE INCOMPLETE'
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
           END-IF.
           CLOSE ACCOUNT-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE RATE-TABLE-FILE.
           CLOSE PREF-RATE-FILE.
           CLOSE RATE-NOTICE-FILE.
           CLOSE NOTIF-FILE.
           CLOSE LETTER-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'RATENOTC - NOTICES QUEUED: ' WS-NOTICES-QUEUED.
           DISPLAY 'RATENOTC - LETTERS PRINTED: ' WS-LETTERS-PRINTED.
           DISPLAY 'RATENOTC - SHORT NOTICE: ' WS-SHORT-COUNT.
