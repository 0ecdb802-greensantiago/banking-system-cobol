      ****************************************************************
      * THIS PROGRAM IS A NIGHTLY BATCH JOB THAT DISABLES IDLE USER   *
      * IDS.  AN ACTIVE USER WHOSE LAST SUCCESSFUL SIGN-ON, OR THE    *
      * DATE THE ID WAS ADDED OR LAST REACTIVATED IF THAT IS LATER,   *
      * IS MORE THAN SYSCTL.DAT KEY IDLEDAYS DAYS AGO (DEFAULT 90) IS *
      * SET INACTIVE.  EACH ID DISABLED IS JOURNALED, LOGGED TO       *
      * SECLOG.DAT AND LISTED ON IDLEUSR.RPT.  AN ID WITH NEITHER     *
      * DATE HAS ITS IDLE CLOCK STARTED FROM TODAY.                   *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDLEUSR.
       AUTHOR. GERAD CARLOS TUPAZ.
       DATE-WRITTEN. 10 15 2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-FILE ASSIGN TO 'USER.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS USER-ID.
           SELECT SYSCTL-FILE ASSIGN TO 'SYSCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTL-KEY.
           SELECT SEC-LOG-FILE ASSIGN TO 'SECLOG.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO 'JOURNAL.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO 'IDLEUSR.RPT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
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
       FD  SEC-LOG-FILE
           RECORD CONTAINS 76 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS SEC-LOG-REC.
       COPY SECLOG.
       FD  JOURNAL-FILE
           RECORD CONTAINS 370 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS JOURNAL-REC.
       COPY JRNL.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE                PIC X(80).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-CURRENT-DATE             PIC 9(8) VALUE ZEROES.
       01  WS-CURRENT-TIME             PIC 9(8) VALUE ZEROES.
       01  WS-REPORT-DATE.
           05 WS-REPORT-YYYY           PIC 9(4).
           05 WS-REPORT-MM             PIC 9(2).
           05 WS-REPORT-DD             PIC 9(2).
       01  WS-IDLE-DAYS                PIC 9(3) VALUE 90.
       01  WS-ACTIVE-COUNT             PIC 9(9) VALUE ZEROES.
       01  WS-DISABLED-COUNT           PIC 9(9) VALUE ZEROES.
       01  WS-STARTED-COUNT            PIC 9(9) VALUE ZEROES.
       01  EOF-SW                      PIC X VALUE 'N'.
           88 END-OF-USER-FILE         VALUE 'Y'.
       01  DL-FULL-NAME                PIC X(46).
       01  DL-LAST-DATE.
           05 DL-LAST-YYYY             PIC 9(4).
           05 DL-LAST-MM               PIC 9(2).
           05 DL-LAST-DD               PIC 9(2).
       01  DL-LAST-TEXT                PIC X(10).
       01  WS-TODAY-DAY-NUM            PIC 9(7).
       01  WS-LAST-DAY-NUM             PIC 9(7).
       01  WS-DAYS-IDLE                PIC S9(7).
       01  DL-DAYS-IDLE                PIC ZZZZZZ9.
      *****************************************************************
       PROCEDURE DIVISION.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A300-PROCESS-RTN UNTIL END-OF-USER-FILE.
           PERFORM A900-CLOSE-RTN.
           STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN I-O USER-FILE.
           OPEN EXTEND SEC-LOG-FILE.
           OPEN EXTEND JOURNAL-FILE.
           OPEN OUTPUT REPORT-FILE.
           OPEN INPUT SYSCTL-FILE.
           MOVE 'IDLEDAYS  ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 IF CTL-NUM-VALUE > ZEROES
                    MOVE CTL-NUM-VALUE TO WS-IDLE-DAYS
                 END-IF
           END-READ.
           CLOSE SYSCTL-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-REPORT-DATE.
           COMPUTE WS-TODAY-DAY-NUM =
                   (WS-REPORT-YYYY * 360) +
                   (WS-REPORT-MM * 30) + WS-REPORT-DD.
           PERFORM 100-WRITE-HEADINGS-RTN.
           MOVE SPACES TO USER-ID.
           START USER-FILE KEY IS NOT LESS THAN USER-ID
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
           END-START.
      *****************************************************************
       100-WRITE-HEADINGS-RTN.
           MOVE SPACES TO REPORT-LINE.
           STRING 'IDLE USER IDS DISABLED - '
                  WS-REPORT-MM '/' WS-REPORT-DD '/' WS-REPORT-YYYY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'IDLE LIMIT (DAYS): ' WS-IDLE-DAYS
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'USER ID        NAME                     LAST SIGN-ON
      -    '  DAYS IDLE'
             TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
      *****************************************************************
       A300-PROCESS-RTN.
           READ USER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF ACTIVE-USER
                    ADD 1 TO WS-ACTIVE-COUNT
                    PERFORM 200-CHECK-IDLE-RTN
                 END-IF
           END-READ.
      *****************************************************************
      * THE IDLE CLOCK RUNS FROM THE LAST SIGN-ON OR FROM THE DATE   *
      * THE ID WAS ADDED OR LAST REACTIVATED, WHICHEVER IS LATER.    *
      *****************************************************************
       200-CHECK-IDLE-RTN.
           MOVE ZEROES TO DL-LAST-DATE.
           IF USER-LAST-SIGNON-DATE NUMERIC
              MOVE USER-LAST-SIGNON-DATE TO DL-LAST-DATE
           END-IF.
           IF USER-ACTIVE-DATE NUMERIC AND
              USER-ACTIVE-DATE > DL-LAST-DATE
              MOVE USER-ACTIVE-DATE TO DL-LAST-DATE
           END-IF.
           IF DL-LAST-DATE = ZEROES
              PERFORM 250-START-IDLE-CLOCK-RTN
           ELSE
              COMPUTE WS-LAST-DAY-NUM =
                      (DL-LAST-YYYY * 360) +
                      (DL-LAST-MM * 30) + DL-LAST-DD
              COMPUTE WS-DAYS-IDLE =
                      WS-TODAY-DAY-NUM - WS-LAST-DAY-NUM
              IF WS-DAYS-IDLE > WS-IDLE-DAYS
                 PERFORM 300-DISABLE-USER-RTN
              END-IF
           END-IF.
      *****************************************************************
       250-START-IDLE-CLOCK-RTN.
           MOVE WS-CURRENT-DATE TO USER-ACTIVE-DATE.
           IF USER-LAST-SIGNON-DATE NOT NUMERIC
              MOVE ZEROES TO USER-LAST-SIGNON-DATE
              MOVE ZEROES TO USER-LAST-SIGNON-TIME
              MOVE SPACES TO USER-LAST-TERMINAL
           END-IF.
           REWRITE USER-REC
              INVALID KEY
                 DISPLAY 'IDLEUSR - ERROR UPDATING USER ' USER-ID
              NOT INVALID KEY
                 ADD 1 TO WS-STARTED-COUNT
                 PERFORM 890-WRITE-USER-JOURNAL-RTN
           END-REWRITE.
      *****************************************************************
       300-DISABLE-USER-RTN.
           MOVE 'I' TO USER-STATUS.
           REWRITE USER-REC
              INVALID KEY
                 DISPLAY 'IDLEUSR - ERROR DISABLING USER ' USER-ID
              NOT INVALID KEY
                 ADD 1 TO WS-DISABLED-COUNT
                 PERFORM 890-WRITE-USER-JOURNAL-RTN
                 PERFORM 850-WRITE-SECLOG-RTN
                 PERFORM 400-WRITE-DETAIL-RTN
           END-REWRITE.
      *****************************************************************
       400-WRITE-DETAIL-RTN.
           MOVE SPACES TO DL-FULL-NAME.
           STRING USER-FNAME  DELIMITED BY SPACE
                  ' '         DELIMITED BY SIZE
                  USER-LNAME  DELIMITED BY SPACE
             INTO DL-FULL-NAME
           END-STRING.
           IF USER-LAST-SIGNON-DATE NUMERIC AND
              USER-LAST-SIGNON-DATE > ZEROES
              MOVE USER-LAST-SIGNON-DATE TO DL-LAST-DATE
              MOVE SPACES TO DL-LAST-TEXT
              STRING DL-LAST-MM '/' DL-LAST-DD '/' DL-LAST-YYYY
                     DELIMITED BY SIZE INTO DL-LAST-TEXT
              END-STRING
           ELSE
              MOVE 'NEVER' TO DL-LAST-TEXT
           END-IF.
           MOVE WS-DAYS-IDLE TO DL-DAYS-IDLE.
           MOVE SPACES TO REPORT-LINE.
           STRING USER-ID              DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  DL-FULL-NAME (1:25)  DELIMITED BY SIZE
                  DL-LAST-TEXT         DELIMITED BY SIZE
                  '   '                DELIMITED BY SIZE
                  DL-DAYS-IDLE         DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
      *****************************************************************
       850-WRITE-SECLOG-RTN.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO SEC-DATE.
           MOVE WS-CURRENT-TIME TO SEC-TIME.
           MOVE 'IDLEDSBL'      TO SEC-EVENT-TYPE.
           MOVE USER-ID         TO SEC-USER-ID.
           MOVE 'IDLEUSR'       TO SEC-ACTOR-ID.
           MOVE 'IDLEUSR'       TO SEC-TERMINAL-ID.
           MOVE 'DISABLED'      TO SEC-OUTCOME.
           WRITE SEC-LOG-REC.
      *****************************************************************
      * EVERY MASTER-FILE UPDATE ALSO WRITES ITS AFTER-IMAGE TO THE  *
      * DAILY JOURNAL SO JRNLAPLY CAN ROLL A RESTORED FILE FORWARD.  *
      *****************************************************************
       890-WRITE-USER-JOURNAL-RTN.
           ACCEPT JR-DATE FROM DATE YYYYMMDD.
           ACCEPT JR-TIME FROM TIME.
           MOVE 'IDLEUSR' TO JR-PROGRAM.
           MOVE 'IDLEUSR' TO JR-OPERATOR.
           MOVE 'USER' TO JR-FILE-ID.
           MOVE SPACES TO JR-IMAGE.
           MOVE USER-REC TO JR-IMAGE.
           WRITE JOURNAL-REC.
      *****************************************************************
       A900-CLOSE-RTN.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ACTIVE USERS CHECKED: ' WS-ACTIVE-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'IDLE USERS DISABLED : ' WS-DISABLED-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE USER-FILE.
           CLOSE SEC-LOG-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'IDLEUSR - IDLE USERS DISABLED: ' WS-DISABLED-COUNT.
           DISPLAY 'IDLEUSR - IDLE CLOCKS STARTED: ' WS-STARTED-COUNT.
           STOP RUN.
