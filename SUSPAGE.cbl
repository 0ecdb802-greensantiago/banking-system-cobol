      ****************************************************************
      * THIS PROGRAM IS THE DAILY SUSPENSE AGING REPORT.  EVERY      *
      * ITEM ON SUSPREG.DAT STILL OPEN OR AWAITING APPROVAL IS AGED  *
      * FROM ITS PARKED DATE TO THE BUSINESS DATE ON THE 30/360      *
      * BASIS, AND ANY ITEM OLDER THAN THE SUSPENSE LIMIT (SYSCTL    *
      * KEY SUSPDAYS) IS LISTED FOR OPERATIONS AND AUDIT.  TOTALS    *
      * SHOW EVERYTHING STILL IN SUSPENSE AGAINST WHAT IS OVER THE   *
      * LIMIT.                                                       *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPAGE.
       AUTHOR. GERAD CARLOS TUPAZ.
       DATE-WRITTEN. 10 15 2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPREG-FILE ASSIGN TO 'SUSPREG.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SU-ITEM-NUMBER.
           SELECT SYSCTL-FILE ASSIGN TO 'SYSCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTL-KEY.
           SELECT REPORT-FILE ASSIGN TO 'SUSPAGE.RPT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  SUSPREG-FILE
           RECORD CONTAINS 146 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS SUSP-REG-REC.
       COPY SUSPREG.
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
       01  WS-LIMIT-DAYS             PIC 9(3) VALUE 30.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZEROES.
       01  WS-DATE-SPLIT.
           05 WS-DATE-YYYY           PIC 9(4).
           05 WS-DATE-MM             PIC 9(2).
           05 WS-DATE-DD             PIC 9(2).
       01  WS-TODAY-DAY-NUM          PIC 9(7) VALUE ZEROES.
       01  WS-ITEM-DAY-NUM           PIC 9(7) VALUE ZEROES.
       01  WS-DAYS-OLD               PIC S9(7) VALUE ZEROES.
       01  WS-OPEN-COUNT             PIC 9(7) VALUE ZEROES.
       01  WS-OPEN-AMOUNT            PIC 9(11)V99 VALUE ZEROES.
       01  WS-OVER-COUNT             PIC 9(7) VALUE ZEROES.
       01  WS-OVER-AMOUNT            PIC 9(11)V99 VALUE ZEROES.
       01  WS-AMOUNT-DISPLAY         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-DISPLAY          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-DAYS-DISPLAY           PIC ZZZ9.
       01  EOF-SW                    PIC X VALUE 'N'.
           88 END-OF-SUSPREG-FILE    VALUE 'Y'.
      *****************************************************************
       PROCEDURE DIVISION.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A300-PROCESS-RTN UNTIL END-OF-SUSPREG-FILE.
           PERFORM A900-CLOSE-RTN.
           STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN INPUT SUSPREG-FILE.
           OPEN OUTPUT REPORT-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
           OPEN INPUT SYSCTL-FILE.
           MOVE 'BUSDATE   ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-BUSINESS-DATE
           END-READ.
           MOVE 'SUSPDAYS  ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-NUM-VALUE TO WS-LIMIT-DAYS
           END-READ.
           CLOSE SYSCTL-FILE.
           MOVE WS-BUSINESS-DATE TO WS-DATE-SPLIT.
           COMPUTE WS-TODAY-DAY-NUM =
                   (WS-DATE-YYYY * 360) +
                   (WS-DATE-MM * 30) + WS-DATE-DD.
           DISPLAY 'SUSPAGE - SUSPENSE AGING STARTED'.
           MOVE SPACES TO REPORT-LINE.
           STRING 'SUSPENSE AGING REPORT - ITEMS OVER '
                  WS-LIMIT-DAYS ' DAYS AS AT ' WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE 'ITEM      SOURCE    ACCOUNT    D        AMOUNT'
             TO REPORT-LINE.
           MOVE '  PARKED     AGE  ST  REASON' TO REPORT-LINE (47:28).
           WRITE REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZEROES TO SU-ITEM-NUMBER.
           START SUSPREG-FILE KEY IS NOT LESS THAN SU-ITEM-NUMBER
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
                 DISPLAY 'SUSPAGE - NO SUSPENSE ITEMS ON FILE'
           END-START.
      *****************************************************************
       A300-PROCESS-RTN.
           READ SUSPREG-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF SU-OPEN OR SU-PENDING
                    ADD 1 TO WS-OPEN-COUNT
                    ADD SU-AMOUNT TO WS-OPEN-AMOUNT
                    PERFORM 100-AGE-ONE-RTN
                 END-IF
           END-READ.
      *****************************************************************
       100-AGE-ONE-RTN.
           MOVE SU-PARKED-DATE TO WS-DATE-SPLIT.
           COMPUTE WS-ITEM-DAY-NUM =
                   (WS-DATE-YYYY * 360) +
                   (WS-DATE-MM * 30) + WS-DATE-DD.
           COMPUTE WS-DAYS-OLD = WS-TODAY-DAY-NUM - WS-ITEM-DAY-NUM.
           IF WS-DAYS-OLD < ZEROES
              MOVE ZEROES TO WS-DAYS-OLD
           END-IF.
           IF WS-DAYS-OLD > WS-LIMIT-DAYS
              ADD 1 TO WS-OVER-COUNT
              ADD SU-AMOUNT TO WS-OVER-AMOUNT
              MOVE SU-AMOUNT TO WS-AMOUNT-DISPLAY
              MOVE WS-DAYS-OLD TO WS-DAYS-DISPLAY
              MOVE SPACES TO REPORT-LINE
              STRING SU-ITEM-NUMBER    DELIMITED BY SIZE
                     '  '              DELIMITED BY SIZE
                     SU-SOURCE         DELIMITED BY SIZE
                     '  '              DELIMITED BY SIZE
                     SU-ACCOUNT-NUMBER DELIMITED BY SIZE
                     ' '               DELIMITED BY SIZE
                     SU-DIRECTION      DELIMITED BY SIZE
                     ' '               DELIMITED BY SIZE
                     WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                     '  '              DELIMITED BY SIZE
                     SU-PARKED-DATE    DELIMITED BY SIZE
                     ' '               DELIMITED BY SIZE
                     WS-DAYS-DISPLAY   DELIMITED BY SIZE
                     '   '             DELIMITED BY SIZE
                     SU-STATUS         DELIMITED BY SIZE
                     '  '              DELIMITED BY SIZE
                     SU-REASON         DELIMITED BY SIZE
                INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
           END-IF.
      *****************************************************************
       A900-CLOSE-RTN.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-OPEN-AMOUNT TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ITEMS IN SUSPENSE: ' WS-OPEN-COUNT
                  '  AMOUNT: ' WS-TOTAL-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-OVER-AMOUNT TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'OVER THE LIMIT:    ' WS-OVER-COUNT
                  '  AMOUNT: ' WS-TOTAL-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE SUSPREG-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'SUSPAGE - ITEMS IN SUSPENSE: ' WS-OPEN-COUNT.
           DISPLAY 'SUSPAGE - OVER THE LIMIT: ' WS-OVER-COUNT.
           STOP RUN.
