      * OVERWRITTEN, SO A RATE CHANGE TAKES EFFECT FROM ITS ENTERED  *
      * DATE AND THE RATE IN FORCE ON ANY PAST DATE CAN STILL BE     *
      * READ BACK.  ONLY A SUPERVISOR OR ADMINISTRATOR MAY SET       *
      * RATES.  DEPOSITORS MUST HAVE ADVANCE NOTICE OF A CHANGE, SO  *
      * AN EFFECTIVE DATE CLOSER THAN THE SYSCTL RATENOTICE PERIOD   *
      * (DEFAULT 30 DAYS) IS WARNED BEFORE SAVING.  RATENOTC SENDS   *
      * THE NOTICES FOR EVERY FUTURE-DATED ENTRY.                    *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTMAINT IS INITIAL.
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS USER-ID.
           SELECT SYSCTL-FILE ASSIGN TO 'SYSCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTL-KEY.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
           DATA RECORD IS RATE-TABLE-REC.
       COPY RATETBL.
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
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-RT-TYPE                PIC X VALUE SPACES.
       01  WS-RT-EFFDATE             PIC 9(8) VALUE ZEROES.
       01  WS-RT-RATE                PIC 9(3)V99 VALUE ZEROES.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-NOTICE-DAYS            PIC 9(5) VALUE 30.
       01  WS-DAYS-AHEAD             PIC 9(5) VALUE ZEROES.
       01  WS-TODAY-DAY-NUM          PIC 9(7) VALUE ZEROES.
       01  WS-EFF-DAY-NUM            PIC 9(7) VALUE ZEROES.
       01  WS-DATE-WORK              PIC 9(8) VALUE ZEROES.
       01  WS-DATE-R REDEFINES WS-DATE-WORK.
           05 WS-DATE-YYYY           PIC 9(4).
           05 WS-DATE-MM             PIC 9(2).
           05 WS-DATE-DD             PIC 9(2).
       01  EXIT-SW                   PIC X VALUE 'N'.
       01  SAVE-SW                   PIC X VALUE 'Y'.
       01  DUMMY                     PIC X VALUE SPACES.
           OPEN I-O RATE-TABLE-FILE.
           OPEN INPUT USER-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN INPUT SYSCTL-FILE.
           MOVE 'RATENOTICE' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-NUM-VALUE TO WS-NOTICE-DAYS
           END-READ.
           CLOSE SYSCTL-FILE.
           MOVE WS-CURRENT-DATE TO WS-DATE-WORK.
           COMPUTE WS-TODAY-DAY-NUM = (WS-DATE-YYYY * 360) +
                   (WS-DATE-MM * 30) + WS-DATE-DD.
           PERFORM 050-CHECK-AUTHORITY-RTN.
           IF EXIT-SW = 'N'
              DISPLAY G-RTMAINT
                      ' RATES ARE NEVER RETROACTIVE'
                      LINE 22 COL 2 ERASE EOL
           ELSE
              PERFORM 080-CHECK-NOTICE-PERIOD-RTN
              DISPLAY 'SAVE RATE? Y/N: ' LINE 22 COL 2 ERASE EOL
              ACCEPT SAVE-SW LINE 22
              INSPECT SAVE-SW CONVERTING ALPHALOWER TO ALPHAUPPER
           END-IF
           END-IF.
           PERFORM A800-ASK-EXIT-RTN.
      *****************************************************************
      * DAYS AHEAD ARE COUNTED 30/360 LIKE THE REST OF THE SYSTEM.   *
      * THE WARNING DOES NOT STOP THE SAVE - A SHORT-NOTICE CHANGE   *
      * MAY BE SANCTIONED, AND RATENOTC FLAGS ITS NOTICES SHORT.     *
      *****************************************************************
       080-CHECK-NOTICE-PERIOD-RTN.
           MOVE WS-RT-EFFDATE TO WS-DATE-WORK.
           COMPUTE WS-EFF-DAY-NUM = (WS-DATE-YYYY * 360) +
                   (WS-DATE-MM * 30) + WS-DATE-DD.
           COMPUTE WS-DAYS-AHEAD = WS-EFF-DAY-NUM - WS-TODAY-DAY-NUM.
           IF WS-DAYS-AHEAD < WS-NOTICE-DAYS
              DISPLAY 'WARNING - ONLY ' LINE 21 COL 2 ERASE EOL
              DISPLAY WS-DAYS-AHEAD LINE 21 COL 17
              DISPLAY ' DAYS NOTICE TO DEPOSITORS, ' LINE 21 COL 22
              DISPLAY WS-NOTICE-DAYS LINE 21 COL 50
              DISPLAY ' REQUIRED' LINE 21 COL 55
           END-IF.
      *****************************************************************
       100-SAVE-RATE-RTN.
           MOVE WS-RT-TYPE      TO RT-ACCOUNT-TYPE.
           END-IF.
      *****************************************************************
       900-CLEAR-FIELDS-RTN.
           DISPLAY ' ' LINE 21 COL 1 ERASE EOL.
           DISPLAY ' ' LINE 22 COL 1 ERASE EOL.
           DISPLAY ' ' LINE 23 COL 1 ERASE EOL.
           DISPLAY ' ' LINE 24 COL 1 ERASE EOL.
