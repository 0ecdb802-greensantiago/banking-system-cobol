      * SKIPPING WEEKENDS AND THE HOLIDAYS ON HOLIDAY.DAT, SO A      *
      * TRANSACTION KEYED AFTER CUTOFF POSTS TO THE CORRECT BUSINESS *
      * DAY REGARDLESS OF THE WALL CLOCK.  HOLIDAYS ARE ALSO         *
      * MAINTAINED HERE.  THE DAY IS NOT CLOSED UNTIL EVERY ACTIVE   *
      * BRANCH HAS PASSED ITS BRCLOSE CHECKLIST, OR A HEAD-OFFICE    *
      * ADMINISTRATOR OVERRIDES WITH A REASON.                       *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODEOD.
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HOL-DATE.
           SELECT BRANCH-FILE ASSIGN TO 'BRANCH.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BR-CODE.
           SELECT BR-CLOSE-FILE ASSIGN TO 'BRCLOSE.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BC-KEY.
           SELECT USER-FILE ASSIGN TO 'USER.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS USER-ID.
           SELECT SEC-LOG-FILE ASSIGN TO 'SECLOG.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORD IS STANDARD
           DATA RECORD IS HOLIDAY-REC.
       COPY HOLIDAY.
       FD  BRANCH-FILE
           RECORD CONTAINS 84 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS BRANCH-REC.
       COPY BRANCH.
       FD  BR-CLOSE-FILE
           RECORD CONTAINS 77 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS BR-CLOSE-REC.
       COPY BRCLOSE.
       FD  USER-FILE
           RECORD CONTAINS 321 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS USER-REC.
       COPY USERFILE.
       FD  SEC-LOG-FILE
           RECORD CONTAINS 76 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS SEC-LOG-REC.
       COPY SECLOG.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-FUNCTION               PIC X VALUE SPACES.
       01  EXIT-SW                   PIC X VALUE 'N'.
       01  CONFIRM-SW                PIC X VALUE 'N'.
       01  DUMMY                     PIC X VALUE SPACES.
       01  WS-CURRENT-TIME           PIC 9(8) VALUE ZEROES.
       01  WS-OPEN-TABLE.
           05 WS-OPEN-BRANCH         PIC X(4) OCCURS 50 TIMES.
       01  WS-OPEN-COUNT             PIC 9(3) VALUE ZEROES.
       01  WS-OPEN-IDX               PIC 9(3) VALUE ZEROES.
       01  WS-ADMIN-ID               PIC X(15) VALUE SPACES.
       01  WS-ADMIN-PASSWORD         PIC X(15) VALUE SPACES.
       01  WS-OVR-REASON             PIC X(30) VALUE SPACES.
       01  WS-SEC-OUTCOME            PIC X(10) VALUE SPACES.
       01  OVERRIDE-OK-SW            PIC X VALUE 'N'.
       01  ACTIVE-BRANCH-SW          PIC X VALUE 'N'.
       01  BR-EOF-SW                 PIC X VALUE 'N'.
       01  USER-EOF-SW               PIC X VALUE 'N'.
       COPY APLHA.
       COPY ALPHA2.
      *****************************************************************
       PROCEDURE DIVISION.
       A100-MAIN-MODULE.
       A200-INITIAL-RTN.
           OPEN I-O SYSCTL-FILE.
           OPEN I-O HOLIDAY-FILE.
           OPEN INPUT BRANCH-FILE.
           OPEN INPUT USER-FILE.
           OPEN I-O BR-CLOSE-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE 'BUSDATE   ' TO CTL-KEY.
           READ SYSCTL-FILE
           END-IF.
      *****************************************************************
      * END OF DAY ADVANCES THE BUSINESS DATE TO THE NEXT DAY THAT   *
      * IS NEITHER A SATURDAY, A SUNDAY NOR A HOLIDAY.  IT IS        *
      * REFUSED WHILE ANY ACTIVE BRANCH HAS NOT BEEN CLOSED IN       *
      * BRCLOSE, UNLESS A HEAD-OFFICE ADMINISTRATOR OVERRIDES WITH A *
      * REASON - THE BRANCHES LEFT OPEN ARE THEN RECORDED ON         *
      * BRCLOSE.DAT AS CLOSED BY OVERRIDE.                           *
      *****************************************************************
       100-END-OF-DAY-RTN.
           PERFORM 600-CHECK-BRANCHES-RTN.
           MOVE 'N' TO OVERRIDE-OK-SW.
           IF WS-OPEN-COUNT > ZEROES
              PERFORM 700-HO-OVERRIDE-RTN
           END-IF.
           IF WS-OPEN-COUNT > ZEROES AND OVERRIDE-OK-SW = 'N'
              DISPLAY 'SODEOD - END OF DAY REFUSED - BRANCHES NOT '
                      'CLOSED'
           ELSE
              DISPLAY 'SODEOD - CLOSE BUSINESS DATE ' WS-BUSINESS-DATE
                      '? Y/N: '
              ACCEPT CONFIRM-SW
              INSPECT CONFIRM-SW CONVERTING ALPHALOWER TO ALPHAUPPER
              IF CONFIRM-SW = 'Y'
                 IF OVERRIDE-OK-SW = 'Y'
                    PERFORM 800-RECORD-OVERRIDES-RTN
                 END-IF
                 MOVE WS-BUSINESS-DATE TO WS-WORK-DATE
                 MOVE 'N' TO BUSINESS-DAY-SW
                 PERFORM 300-NEXT-BUSINESS-DAY-RTN
                    UNTIL BUSINESS-DAY-SW = 'Y'
                 MOVE WS-WORK-DATE TO WS-BUSINESS-DATE
                 MOVE 'BUSDATE   ' TO CTL-KEY
                 READ SYSCTL-FILE
                    INVALID KEY
                       DISPLAY 'SODEOD - BUSINESS DATE RECORD LOST'
                    NOT INVALID KEY
                       MOVE WS-BUSINESS-DATE TO CTL-ACCT-VALUE
                       REWRITE CTL-REC
                          INVALID KEY
                             DISPLAY 'SODEOD - ERROR ADVANCING DATE'
                       END-REWRITE
                 END-READ
                 DISPLAY 'SODEOD - NEXT BUSINESS DATE IS '
                         WS-BUSINESS-DATE
              END-IF
           END-IF.
      *****************************************************************
       200-ADD-HOLIDAY-RTN.
                   + WS-ZELLER-J4 + (5 * WS-ZELLER-J).
           DIVIDE WS-ZELLER-WORK BY 7 GIVING WS-ZELLER-WORK
                  REMAINDER WS-ZELLER-H.
      *****************************************************************
      * A BRANCH IS ACTIVE WHILE IT HAS AT LEAST ONE ACTIVE USER.    *
      * EACH ACTIVE BRANCH WITH NO BRCLOSE RECORD FOR THE BUSINESS   *
      * DATE IS LISTED AND HELD FOR THE OVERRIDE.                    *
      *****************************************************************
       600-CHECK-BRANCHES-RTN.
           MOVE ZEROES TO WS-OPEN-COUNT.
           MOVE SPACES TO BR-CODE.
           MOVE 'N' TO BR-EOF-SW.
           START BRANCH-FILE KEY IS NOT LESS THAN BR-CODE
              INVALID KEY
                 MOVE 'Y' TO BR-EOF-SW
           END-START.
           PERFORM 610-CHECK-ONE-BRANCH-RTN UNTIL BR-EOF-SW = 'Y'.
      *****************************************************************
       610-CHECK-ONE-BRANCH-RTN.
           READ BRANCH-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO BR-EOF-SW
              NOT AT END
                 MOVE BR-CODE TO BC-BRANCH-CODE
                 MOVE WS-BUSINESS-DATE TO BC-BUSINESS-DATE
                 READ BR-CLOSE-FILE
                    INVALID KEY
                       PERFORM 620-CHECK-ACTIVE-RTN
                       IF ACTIVE-BRANCH-SW = 'Y'
                          DISPLAY 'SODEOD - BRANCH NOT CLOSED: '
                                  BR-CODE ' ' BR-NAME
                          IF WS-OPEN-COUNT < 50
                             ADD 1 TO WS-OPEN-COUNT
                             MOVE BR-CODE
                               TO WS-OPEN-BRANCH (WS-OPEN-COUNT)
                          END-IF
                       END-IF
                 END-READ
           END-READ.
      *****************************************************************
       620-CHECK-ACTIVE-RTN.
           MOVE 'N' TO ACTIVE-BRANCH-SW.
           MOVE LOW-VALUES TO USER-ID.
           MOVE 'N' TO USER-EOF-SW.
           START USER-FILE KEY IS NOT LESS THAN USER-ID
              INVALID KEY
                 MOVE 'Y' TO USER-EOF-SW
           END-START.
           PERFORM 630-CHECK-ONE-USER-RTN UNTIL USER-EOF-SW = 'Y'.
      *****************************************************************
       630-CHECK-ONE-USER-RTN.
           READ USER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO USER-EOF-SW
              NOT AT END
                 IF USER-BRANCH-CODE = BR-CODE AND ACTIVE-USER
                    MOVE 'Y' TO ACTIVE-BRANCH-SW
                    MOVE 'Y' TO USER-EOF-SW
                 END-IF
           END-READ.
      *****************************************************************
      * THE OVERRIDE NEEDS AN ACTIVE ADMINISTRATOR OF HEAD OFFICE    *
      * (NO BRANCH, OR BRANCH HO) WITH THEIR PASSWORD, AND A REASON. *
      * GRANTED OR DENIED, IT IS LOGGED TO SECLOG.DAT.               *
      *****************************************************************
       700-HO-OVERRIDE-RTN.
           DISPLAY 'SODEOD - HEAD-OFFICE ADMINISTRATOR OVERRIDE? Y/N: '.
           ACCEPT CONFIRM-SW.
           INSPECT CONFIRM-SW CONVERTING ALPHALOWER TO ALPHAUPPER.
           IF CONFIRM-SW = 'Y'
              DISPLAY 'SODEOD - ADMINISTRATOR ID: '
              ACCEPT WS-ADMIN-ID
              INSPECT WS-ADMIN-ID CONVERTING ALPHALOWER TO ALPHAUPPER
              DISPLAY 'SODEOD - PASSWORD: '
              ACCEPT WS-ADMIN-PASSWORD
              INSPECT WS-ADMIN-PASSWORD
                      CONVERTING ALPHALOWER TO ALPHAUPPER
              INSPECT WS-ADMIN-PASSWORD
                      CONVERTING UPPERCASE TO ENCRYPT-ALPHA
              INSPECT WS-ADMIN-PASSWORD
                      CONVERTING DNUMBERS TO ENCRYPT-NUM
              DISPLAY 'SODEOD - REASON: '
              ACCEPT WS-OVR-REASON
              MOVE WS-ADMIN-ID TO USER-ID
              READ USER-FILE
                 INVALID KEY
                    DISPLAY 'SODEOD - ADMINISTRATOR ID NOT FOUND'
                 NOT INVALID KEY
                    IF WS-ADMIN-PASSWORD NOT = USER-PASSWORD
                       DISPLAY 'SODEOD - INVALID PASSWORD'
                    ELSE
                    IF NOT ADMIN-ROLE OR NOT ACTIVE-USER OR
                       (USER-BRANCH-CODE NOT = SPACES AND
                        USER-BRANCH-CODE NOT = 'HO')
                       DISPLAY 'SODEOD - NOT A HEAD-OFFICE '
                               'ADMINISTRATOR'
                    ELSE
                    IF WS-OVR-REASON = SPACES
                       DISPLAY 'SODEOD - A REASON IS REQUIRED'
                    ELSE
                       MOVE 'Y' TO OVERRIDE-OK-SW
                    END-IF
                    END-IF
                    END-IF
              END-READ
              IF OVERRIDE-OK-SW = 'Y'
                 MOVE 'APPROVED' TO WS-SEC-OUTCOME
              ELSE
                 MOVE 'DENIED' TO WS-SEC-OUTCOME
              END-IF
              PERFORM 750-WRITE-SECLOG-RTN
           END-IF.
      *****************************************************************
       750-WRITE-SECLOG-RTN.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           OPEN EXTEND SEC-LOG-FILE.
           MOVE WS-CURRENT-DATE  TO SEC-DATE.
           MOVE WS-CURRENT-TIME  TO SEC-TIME.
           MOVE 'EODOVRD'        TO SEC-EVENT-TYPE.
           MOVE WS-ADMIN-ID      TO SEC-USER-ID.
           MOVE WS-ADMIN-ID      TO SEC-ACTOR-ID.
           MOVE 'SODEOD'         TO SEC-TERMINAL-ID.
           MOVE WS-SEC-OUTCOME   TO SEC-OUTCOME.
           WRITE SEC-LOG-REC.
           CLOSE SEC-LOG-FILE.
      *****************************************************************
       800-RECORD-OVERRIDES-RTN.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE ZEROES TO WS-OPEN-IDX.
           PERFORM 810-RECORD-ONE-OVERRIDE-RTN
              UNTIL WS-OPEN-IDX NOT < WS-OPEN-COUNT.
      *****************************************************************
       810-RECORD-ONE-OVERRIDE-RTN.
           ADD 1 TO WS-OPEN-IDX.
           MOVE WS-OPEN-BRANCH (WS-OPEN-IDX) TO BC-BRANCH-CODE.
           MOVE WS-BUSINESS-DATE TO BC-BUSINESS-DATE.
           MOVE 'O'              TO BC-STATUS.
           MOVE WS-ADMIN-ID      TO BC-CLOSED-BY.
           MOVE WS-CURRENT-DATE  TO BC-CLOSE-DATE.
           MOVE WS-CURRENT-TIME  TO BC-CLOSE-TIME.
           MOVE ZEROES           TO BC-OVERRIDES-SEEN.
           MOVE WS-OVR-REASON    TO BC-REASON.
           WRITE BR-CLOSE-REC
              INVALID KEY
                 DISPLAY 'SODEOD - ERROR RECORDING OVERRIDE FOR '
                         BC-BRANCH-CODE
           END-WRITE.
      *****************************************************************
       A900-CLOSE-RTN.
           CLOSE SYSCTL-FILE.
           CLOSE HOLIDAY-FILE.
           CLOSE BRANCH-FILE.
           CLOSE USER-FILE.
           CLOSE BR-CLOSE-FILE.
           STOP RUN.
