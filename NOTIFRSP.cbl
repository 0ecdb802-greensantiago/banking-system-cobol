      * RETRY COUNT ON SYSCTL KEY NOTIFRETRY, AND A BOUNCE (OR A     *
      * TRANSIENT FAILURE OUT OF RETRIES) IS MARKED UNDELIVERABLE.   *
      * THE EXCEPTION REPORT LISTS THE CUSTOMERS WHOSE STORED        *
      * CONTACTS KEEP BOUNCING SO THE BRANCH CAN CORRECT THEM.  WHEN *
      * THE ITEM WAS AN E-STATEMENT, THE RESULT IS ALSO POSTED TO    *
      * THE ACCOUNT'S ESTMT.DAT ENROLLMENT - AN UNDELIVERABLE ONE    *
      * MARKS IT BOUNCED SO THE NEXT STATEMENT CYCLE PRINTS INSTEAD. *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFRSP.
           SELECT REPORT-FILE ASSIGN TO 'NOTIFRSP.RPT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT ESTMT-FILE ASSIGN TO 'ESTMT.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ES-ACCOUNT-NUMBER
                  FILE STATUS IS WS-ESTMT-STATUS.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORD IS STANDARD
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE               PIC X(100).
       FD  ESTMT-FILE
           RECORD CONTAINS 70 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ESTMT-REC.
       COPY ESTMT.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-MAX-RETRIES            PIC 9(2) VALUE 3.
       01  WS-DELIVERED-COUNT        PIC 9(7) VALUE ZEROES.
       01  WS-REQUEUED-COUNT         PIC 9(7) VALUE ZEROES.
       01  WS-DEAD-COUNT             PIC 9(7) VALUE ZEROES.
       01  WS-STMT-BOUNCED           PIC 9(7) VALUE ZEROES.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-ESTMT-STATUS           PIC XX VALUE '00'.
       01  ESTMT-OPEN-SW             PIC X VALUE 'N'.
       01  STS-EOF-SW                PIC X VALUE 'N'.
           88 END-OF-STS-FILE        VALUE 'Y'.
       01  NQ-EOF-SW                 PIC X VALUE 'N'.
       A200-INITIAL-RTN.
           OPEN INPUT NOTIF-STS-FILE.
           OPEN OUTPUT REPORT-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN I-O ESTMT-FILE.
           IF WS-ESTMT-STATUS = '00'
              MOVE 'Y' TO ESTMT-OPEN-SW
           END-IF.
           OPEN INPUT SYSCTL-FILE.
           MOVE 'NOTIFRETRY' TO CTL-KEY.
           READ SYSCTL-FILE
           END-IF
           END-IF.
           REWRITE NOTIF-REC.
           IF ESTMT-OPEN-SW = 'Y' AND
              (NQ-DELIVERED OR NQ-UNDELIVERABLE)
              PERFORM 500-POST-ESTMT-RESULT-RTN
           END-IF.
      *****************************************************************
       400-REPORT-EXCEPTION-RTN.
           MOVE SPACES TO REPORT-LINE.
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
      *****************************************************************
      * ONLY THE QUEUE ITEM THE STATEMENT CYCLE RECORDED AS THE LAST *
      * E-STATEMENT SENT CAN CHANGE THE ENROLLMENT, SO AN ORDINARY   *
      * ALERT FOR THE SAME ACCOUNT NEVER DOES.                       *
      *****************************************************************
       500-POST-ESTMT-RESULT-RTN.
           MOVE NQ-ACCOUNT-NUMBER TO ES-ACCOUNT-NUMBER.
           READ ESTMT-FILE
              NOT INVALID KEY
                 IF ES-LAST-SENT-DATE = NQ-DATE AND
                    ES-LAST-SENT-TIME = NQ-TIME
                    PERFORM 550-UPDATE-ESTMT-RTN
                 END-IF
           END-READ.
      *****************************************************************
       550-UPDATE-ESTMT-RTN.
           IF NQ-DELIVERED
              MOVE 'D' TO ES-LAST-RESULT
           ELSE
              MOVE 'U' TO ES-LAST-RESULT
              IF ES-ENROLLED
                 MOVE 'B' TO ES-STATUS
              END-IF
              MOVE WS-CURRENT-DATE TO ES-BOUNCE-DATE
              ADD 1 TO ES-BOUNCE-COUNT
              ADD 1 TO WS-STMT-BOUNCED
              MOVE SPACES TO REPORT-LINE
              STRING NQ-ACCOUNT-NUMBER DELIMITED BY SIZE
                     '  E-STATEMENT BOUNCED - PAPER NEXT CYCLE'
                     DELIMITED BY SIZE
                INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
           END-IF.
           REWRITE ESTMT-REC
              INVALID KEY
                 DISPLAY 'NOTIFRSP - ERROR UPDATING E-STATEMENT '
                         ES-ACCOUNT-NUMBER
           END-REWRITE.
      *****************************************************************
       A900-CLOSE-RTN.
           MOVE SPACES TO REPORT-LINE.
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'E-STATEMENTS BOUNCED TO PAPER: ' WS-STMT-BOUNCED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE NOTIF-STS-FILE.
           CLOSE REPORT-FILE.
           IF ESTMT-OPEN-SW = 'Y'
              CLOSE ESTMT-FILE
           END-IF.
           DISPLAY 'NOTIFRSP - STATUSES READ: ' WS-STS-READ.
           DISPLAY 'NOTIFRSP - DELIVERED: ' WS-DELIVERED-COUNT.
           DISPLAY 'NOTIFRSP - REQUEUED: ' WS-REQUEUED-COUNT.
           DISPLAY 'NOTIFRSP - UNDELIVERABLE: ' WS-DEAD-COUNT.
           DISPLAY 'NOTIFRSP - E-STATEMENTS BOUNCED: '
                   WS-STMT-BOUNCED.
           STOP RUN.
