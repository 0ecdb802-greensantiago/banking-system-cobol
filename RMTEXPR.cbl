      ****************************************************************
      * THIS PROGRAM IS THE NIGHTLY WALK-IN REMITTANCE EXPIRY AND    *
      * SCREENING RUN.  EVERY REMITTANCE ON RMTREG.DAT STILL         *
      * OUTSTANDING MORE THAN THE RMTEXPDAY DAYS ON SYSCTL.DAT AFTER *
      * IT WAS SENT (30/360 BASIS, DEFAULT 30) IS MARKED EXPIRED SO  *
      * RMTMAINT WILL REFUND IT TO THE SENDER AND NO LONGER PAY IT,  *
      * AND THE SENDER IS NOTIFIED.  THE REST ARE RESCREENED AGAINST *
      * THE ACTIVE NAME ENTRIES ON THE WATCH LIST, WITH HITS LISTED  *
      * AND WRITTEN TO SECLOG.DAT.  THE CLOSING TOTALS - OUTSTANDING *
      * PLUS EXPIRED AWAITING REFUND - PROVE THE REMITTANCE-PAYABLE  *
      * GL ACCOUNT.                                                  *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RMTEXPR.
       AUTHOR. GERAD CARLOS TUPAZ.
       DATE-WRITTEN. 10 15 2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMIT-FILE ASSIGN TO 'RMTREG.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RM-REFERENCE.
           SELECT WATCH-LIST-FILE ASSIGN TO 'WATCHLST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS WL-ENTRY-NUMBER.
           SELECT SEC-LOG-FILE ASSIGN TO 'SECLOG.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT NOTIF-FILE ASSIGN TO 'NOTIFQ.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT SYSCTL-FILE ASSIGN TO 'SYSCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTL-KEY.
           SELECT REPORT-FILE ASSIGN TO 'RMTEXPR.RPT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  REMIT-FILE
           RECORD CONTAINS 238 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REMIT-REC.
       COPY RMTREG.
       FD  WATCH-LIST-FILE
           RECORD CONTAINS 81 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS WATCH-LIST-REC.
       COPY WATCHLST.
       FD  SEC-LOG-FILE
           RECORD CONTAINS 76 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS SEC-LOG-REC.
       COPY SECLOG.
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
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-EXPIRY-DAYS            PIC 9(5) VALUE 30.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-CURRENT-TIME           PIC 9(8) VALUE ZEROES.
       01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZEROES.
       01  WS-DATE-SPLIT.
           05 WS-DS-YYYY             PIC 9(4).
           05 WS-DS-MM               PIC 9(2).
           05 WS-DS-DD               PIC 9(2).
       01  WS-BUS-DAYNO              PIC 9(7) VALUE ZEROES.
       01  WS-SENT-DAYNO             PIC 9(7) VALUE ZEROES.
       01  WS-DAYS-OUT               PIC S9(7) VALUE ZEROES.
       01  WS-NAME-TABLE.
           05 WS-NAME-ENTRY OCCURS 200 TIMES.
              10 WS-NT-NAME          PIC X(30).
       01  WS-NAME-USED              PIC 9(3) VALUE ZEROES.
       01  WS-NAME-IDX               PIC 9(3) VALUE ZEROES.
       01  WS-UPPER-NAME             PIC X(30) VALUE SPACES.
       01  WS-HIT-SW                 PIC X VALUE 'N'.
       01  WS-RESULT                 PIC X(10) VALUE SPACES.
       01  WS-NOTICE                 PIC X(60) VALUE SPACES.
       01  WS-EXPIRED-COUNT          PIC 9(7) VALUE ZEROES.
       01  WS-HIT-COUNT              PIC 9(7) VALUE ZEROES.
       01  WS-OPEN-COUNT             PIC 9(7) VALUE ZEROES.
       01  WS-OPEN-TOTAL             PIC 9(11)V99 VALUE ZEROES.
       01  WS-REFUND-COUNT           PIC 9(7) VALUE ZEROES.
       01  WS-REFUND-TOTAL           PIC 9(11)V99 VALUE ZEROES.
       01  WS-PAYABLE-TOTAL          PIC 9(11)V99 VALUE ZEROES.
       01  WS-AMOUNT-DISPLAY         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-DISPLAY          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WL-EOF-SW                 PIC X VALUE 'N'.
           88 END-OF-WATCH-LIST      VALUE 'Y'.
       01  EOF-SW                    PIC X VALUE 'N'.
           88 END-OF-REGISTER        VALUE 'Y'.
       COPY APLHA.
      *****************************************************************
       PROCEDURE DIVISION.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A250-LOAD-NAMES-RTN UNTIL END-OF-WATCH-LIST.
           PERFORM A300-PROCESS-RTN UNTIL END-OF-REGISTER.
           PERFORM A900-CLOSE-RTN.
           STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN I-O REMIT-FILE.
           OPEN INPUT WATCH-LIST-FILE.
           OPEN EXTEND SEC-LOG-FILE.
           OPEN EXTEND NOTIF-FILE.
           OPEN OUTPUT REPORT-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
           OPEN INPUT SYSCTL-FILE.
           MOVE 'BUSDATE   ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-BUSINESS-DATE
           END-READ.
           MOVE 'RMTEXPDAY ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-NUM-VALUE TO WS-EXPIRY-DAYS
           END-READ.
           CLOSE SYSCTL-FILE.
           MOVE WS-BUSINESS-DATE TO WS-DATE-SPLIT.
           COMPUTE WS-BUS-DAYNO = WS-DS-YYYY * 360 + WS-DS-MM * 30
                   + WS-DS-DD.
           DISPLAY 'RMTEXPR - REMITTANCE EXPIRY AND SCREENING FOR '
                   WS-BUSINESS-DATE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'WALK-IN REMITTANCES EXPIRED AND WATCH LIST HITS - '
                  WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'REFERENCE'         TO REPORT-LINE (1:9).
           MOVE 'SENT'              TO REPORT-LINE (11:4).
           MOVE 'BR'                TO REPORT-LINE (21:2).
           MOVE 'AMOUNT'            TO REPORT-LINE (34:6).
           MOVE 'SENDER'            TO REPORT-LINE (42:6).
           MOVE 'BENEFICIARY'       TO REPORT-LINE (64:11).
           MOVE 'RESULT'            TO REPORT-LINE (86:6).
           WRITE REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZEROES TO WL-ENTRY-NUMBER.
           START WATCH-LIST-FILE KEY IS NOT LESS THAN
                 WL-ENTRY-NUMBER
              INVALID KEY
                 MOVE 'Y' TO WL-EOF-SW
           END-START.
           MOVE ZEROES TO RM-REFERENCE.
           START REMIT-FILE KEY IS NOT LESS THAN RM-REFERENCE
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
           END-START.
      *****************************************************************
       A250-LOAD-NAMES-RTN.
           READ WATCH-LIST-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WL-EOF-SW
              NOT AT END
                 IF WL-ACTIVE AND WL-NAME-ENTRY
                    IF WS-NAME-USED < 200
                       ADD 1 TO WS-NAME-USED
                       MOVE WL-NAME TO WS-NT-NAME (WS-NAME-USED)
                    ELSE
                       DISPLAY 'RMTEXPR - NAME TABLE FULL - '
                               WL-NAME ' NOT SCREENED'
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
       A300-PROCESS-RTN.
           READ REMIT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF RM-OUTSTANDING
                    PERFORM 100-CHECK-OUTSTANDING-RTN
                 ELSE
                 IF RM-EXPIRED
                    ADD 1 TO WS-REFUND-COUNT
                    ADD RM-AMOUNT TO WS-REFUND-TOTAL
                 END-IF
                 END-IF
           END-READ.
      *****************************************************************
       100-CHECK-OUTSTANDING-RTN.
           MOVE RM-SEND-DATE TO WS-DATE-SPLIT.
           COMPUTE WS-SENT-DAYNO = WS-DS-YYYY * 360 + WS-DS-MM * 30
                   + WS-DS-DD.
           COMPUTE WS-DAYS-OUT = WS-BUS-DAYNO - WS-SENT-DAYNO.
           IF WS-DAYS-OUT >= WS-EXPIRY-DAYS
              PERFORM 200-EXPIRE-REMIT-RTN
           ELSE
              ADD 1 TO WS-OPEN-COUNT
              ADD RM-AMOUNT TO WS-OPEN-TOTAL
              PERFORM 300-SCREEN-REMIT-RTN
           END-IF.
      *****************************************************************
       200-EXPIRE-REMIT-RTN.
           MOVE 'E' TO RM-STATUS.
           REWRITE REMIT-REC
              INVALID KEY
                 DISPLAY 'RMTEXPR - ERROR UPDATING REMITTANCE '
                         RM-REFERENCE
           END-REWRITE.
           ADD 1 TO WS-EXPIRED-COUNT.
           ADD 1 TO WS-REFUND-COUNT.
           ADD RM-AMOUNT TO WS-REFUND-TOTAL.
           MOVE 'EXPIRED' TO WS-RESULT.
           PERFORM 500-WRITE-DETAIL-RTN.
           IF RM-SENDER-CONTACT NOT = SPACES
              MOVE SPACES TO WS-NOTICE
              STRING 'REMITTANCE ' RM-REFERENCE
                     ' NOT COLLECTED - REFUND AT ANY BRANCH'
                     DELIMITED BY SIZE INTO WS-NOTICE
              END-STRING
              PERFORM 600-QUEUE-NOTICE-RTN
           END-IF.
      *****************************************************************
       300-SCREEN-REMIT-RTN.
           MOVE 'N' TO WS-HIT-SW.
           MOVE RM-SENDER-NAME TO WS-UPPER-NAME.
           PERFORM 350-MATCH-NAME-RTN.
           IF WS-HIT-SW = 'N'
              MOVE RM-BENEF-NAME TO WS-UPPER-NAME
              PERFORM 350-MATCH-NAME-RTN
           END-IF.
           IF WS-HIT-SW = 'Y'
              ADD 1 TO WS-HIT-COUNT
              MOVE 'WATCH LIST' TO WS-RESULT
              PERFORM 500-WRITE-DETAIL-RTN
              ACCEPT WS-CURRENT-TIME FROM TIME
              MOVE WS-CURRENT-DATE TO SEC-DATE
              MOVE WS-CURRENT-TIME TO SEC-TIME
              MOVE 'WATCHLIST'     TO SEC-EVENT-TYPE
              MOVE RM-REFERENCE    TO SEC-USER-ID
              MOVE 'RMTEXPR'       TO SEC-ACTOR-ID
              MOVE 'BATCH'         TO SEC-TERMINAL-ID
              MOVE 'WLHIT'         TO SEC-OUTCOME
              WRITE SEC-LOG-REC
           END-IF.
      *****************************************************************
       350-MATCH-NAME-RTN.
           INSPECT WS-UPPER-NAME CONVERTING ALPHALOWER TO ALPHAUPPER.
           MOVE 1 TO WS-NAME-IDX.
           PERFORM 360-MATCH-ONE-NAME-RTN
              UNTIL WS-HIT-SW = 'Y' OR
                    WS-NAME-IDX > WS-NAME-USED.
      *****************************************************************
       360-MATCH-ONE-NAME-RTN.
           IF WS-NT-NAME (WS-NAME-IDX) = WS-UPPER-NAME
              MOVE 'Y' TO WS-HIT-SW
           ELSE
              ADD 1 TO WS-NAME-IDX
           END-IF.
      *****************************************************************
       500-WRITE-DETAIL-RTN.
           MOVE RM-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING RM-REFERENCE          DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  RM-SEND-DATE          DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  RM-SEND-BRANCH        DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY     DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  RM-SENDER-NAME (1:20) DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  RM-BENEF-NAME (1:20)  DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-RESULT             DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
      *****************************************************************
       600-QUEUE-NOTICE-RTN.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE   TO NQ-DATE.
           MOVE WS-CURRENT-TIME   TO NQ-TIME.
           MOVE ZEROES            TO NQ-ACCOUNT-NUMBER.
           MOVE RM-SENDER-CONTACT TO NQ-CONTACT-NUMBER.
           MOVE SPACES            TO NQ-CONTACT-EMAIL.
           MOVE WS-NOTICE         TO NQ-MESSAGE.
           MOVE 'P'               TO NQ-STATUS.
           MOVE ZEROES            TO NQ-RETRY-COUNT.
           WRITE NOTIF-REC.
      *****************************************************************
       A900-CLOSE-RTN.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'NEWLY EXPIRED: ' WS-EXPIRED-COUNT
                  '  WATCH LIST HITS: ' WS-HIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-OPEN-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'OUTSTANDING:             ' WS-OPEN-COUNT
                  '  ' WS-TOTAL-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-REFUND-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'EXPIRED AWAITING REFUND: ' WS-REFUND-COUNT
                  '  ' WS-TOTAL-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           COMPUTE WS-PAYABLE-TOTAL = WS-OPEN-TOTAL + WS-REFUND-TOTAL.
           MOVE WS-PAYABLE-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'REMITTANCE PAYABLE:               '
                  WS-TOTAL-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE REMIT-FILE.
           CLOSE WATCH-LIST-FILE.
           CLOSE SEC-LOG-FILE.
           CLOSE NOTIF-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'RMTEXPR - REMITTANCES EXPIRED: ' WS-EXPIRED-COUNT.
           DISPLAY 'RMTEXPR - WATCH LIST HITS: ' WS-HIT-COUNT.
           STOP RUN.
