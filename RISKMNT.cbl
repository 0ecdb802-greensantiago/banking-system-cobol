      ****************************************************************
      * THIS PROGRAM IS THE SUPERVISOR VIEW OF A CUSTOMER'S AML RISK *
      * RATING ON CUSTRISK.DAT, AS SCORED MONTHLY BY RISKSCOR.  THE  *
      * SUPERVISOR MAY:                                              *
      *   I - INQUIRE: SCORE, FACTORS, RATING IN FORCE, REVIEW DATES *
      *       AND THE LATEST RATING HISTORY;                         *
      *   O - OVERRIDE THE SCORED RATING WITH L, M OR H AND A REASON *
      *       (THE OVERRIDE STANDS THROUGH LATER RESCORING);         *
      *   C - CLEAR THE OVERRIDE SO THE SCORED RATING APPLIES AGAIN; *
      *   V - RECORD THAT THE KYC REVIEW HAS BEEN DONE TODAY.        *
      * EVERY CHANGE RESETS THE NEXT REVIEW DATE FROM THE RATING IN  *
      * FORCE AND IS WRITTEN TO THE HISTORY ON RISKHIST.DAT.  ONLY A *
      * SUPERVISOR OR ADMINISTRATOR MAY USE THIS PROGRAM.            *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISKMNT IS INITIAL.
       AUTHOR. GERAD CARLOS TUPAZ.
       DATE-WRITTEN. 10 15 2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CU-CUSTOMER-NUMBER.
           SELECT USER-FILE ASSIGN TO 'USER.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS USER-ID.
           SELECT CUST-RISK-FILE ASSIGN TO 'CUSTRISK.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RK-CUSTOMER-NUMBER.
           SELECT RISK-HIST-FILE ASSIGN TO 'RISKHIST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RH-KEY.
           SELECT SYSCTL-FILE ASSIGN TO 'SYSCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTL-KEY.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE
           RECORD CONTAINS 174 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CUSTOMER-REC.
       COPY CUSTFILE.
       FD  USER-FILE
           RECORD CONTAINS 321 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS USER-REC.
       COPY USERFILE.
       FD  CUST-RISK-FILE
           RECORD CONTAINS 142 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CUST-RISK-REC.
       COPY CUSTRISK.
       FD  RISK-HIST-FILE
           RECORD CONTAINS 83 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS RISK-HIST-REC.
       COPY RISKHIST.
       FD  SYSCTL-FILE
           RECORD CONTAINS 31 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CTL-REC.
       COPY SYSCTL.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-RK-FUNC                PIC X VALUE SPACES.
       01  WS-RK-CIF                 PIC 9(8) VALUE ZEROES.
       01  WS-RK-NAME                PIC X(30) VALUE SPACES.
       01  WS-RK-OPENED              PIC 9(8) VALUE ZEROES.
       01  WS-RK-OVR-RATING          PIC X VALUE SPACES.
           88 WS-RK-VALID-RATING     VALUE 'L' 'M' 'H'.
       01  WS-RK-OVR-REASON          PIC X(30) VALUE SPACES.
       01  WS-RK-OLD-RATING          PIC X VALUE SPACES.
       01  WS-RK-HIST-SOURCE         PIC X VALUE SPACES.
       01  WS-RV-BASE-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-RV-YEARS               PIC 9 VALUE ZEROES.
       01  WS-DATE-SPLIT.
           05 WS-DS-YYYY             PIC 9(4).
           05 WS-DS-MM               PIC 9(2).
           05 WS-DS-DD               PIC 9(2).
      *****************************************************************
      * THE FIVE MOST RECENT HISTORY ENTRIES FOR THE CUSTOMER.       *
      *****************************************************************
       01  WS-RH-TABLE.
           05 WS-RH-LINE             PIC X(75) OCCURS 5 TIMES.
       01  WS-RH-USED                PIC 9 VALUE ZEROES.
       01  WS-RH-IDX                 PIC 9 VALUE ZEROES.
       01  WS-RH-WORK-LINE           PIC X(75) VALUE SPACES.
       01  WS-SCREEN-LINE            PIC 99 VALUE ZEROES.
       01  WS-CASH-DISPLAY           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-CURRENT-TIME           PIC 9(8) VALUE ZEROES.
       01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZEROES.
       01  RISK-OK-SW                PIC X VALUE 'N'.
       01  SAVE-SW                   PIC X VALUE 'Y'.
       01  EXIT-SW                   PIC X VALUE 'N'.
       01  EOF-SW                    PIC X VALUE 'N'.
       01  DUMMY                     PIC X VALUE SPACES.
       COPY APLHA.
      *****************************************************************
       LINKAGE SECTION.
       01  LS-USER-ID                PIC X(15).
      *****************************************************************
       SCREEN SECTION.
       COPY "RISKMNT.ss".
      *****************************************************************
       PROCEDURE DIVISION USING LS-USER-ID.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A300-PROCESS-RTN UNTIL EXIT-SW = 'Y'.
           PERFORM A900-CLOSE-RTN.
      *     STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN INPUT CUSTOMER-FILE.
           OPEN INPUT USER-FILE.
           OPEN I-O CUST-RISK-FILE.
           OPEN I-O RISK-HIST-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
           OPEN INPUT SYSCTL-FILE.
           MOVE 'BUSDATE   ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-BUSINESS-DATE
           END-READ.
           CLOSE SYSCTL-FILE.
           PERFORM 050-CHECK-AUTHORITY-RTN.
           IF EXIT-SW = 'N'
              DISPLAY G-RISKMNT
           END-IF.
      *****************************************************************
       050-CHECK-AUTHORITY-RTN.
           MOVE LS-USER-ID TO USER-ID.
           READ USER-FILE
              INVALID KEY
                 MOVE 'Y' TO EXIT-SW
              NOT INVALID KEY
                 IF NOT SUPERVISOR-ROLE AND NOT ADMIN-ROLE
                    MOVE 'Y' TO EXIT-SW
                 END-IF
           END-READ.
           IF EXIT-SW = 'Y'
              DISPLAY 'RISKMNT - SUPERVISOR AUTHORITY IS REQUIRED'
                      LINE 22 COL 2 ERASE EOL
              DISPLAY 'PRESS ENTER TO CONTINUE...'
                      LINE 23 COL 2 ERASE EOL
              ACCEPT DUMMY LINE 23
           END-IF.
      *****************************************************************
       A300-PROCESS-RTN.
           MOVE 'N' TO RISK-OK-SW.
           ACCEPT G-RK-FUNC.
           INSPECT WS-RK-FUNC CONVERTING ALPHALOWER TO ALPHAUPPER.
           ACCEPT G-RK-CIF.
           MOVE WS-RK-CIF TO CU-CUSTOMER-NUMBER.
           READ CUSTOMER-FILE
              INVALID KEY
                 DISPLAY 'CUSTOMER NOT ON FILE'
                         LINE 22 COL 2 ERASE EOL
              NOT INVALID KEY
                 MOVE CU-CUSTOMER-NAME TO WS-RK-NAME
                 MOVE CU-OPENED-DATE   TO WS-RK-OPENED
                 DISPLAY G-RK-NAME
                 MOVE WS-RK-CIF TO RK-CUSTOMER-NUMBER
                 READ CUST-RISK-FILE
                    INVALID KEY
                       DISPLAY 'CUSTOMER NOT YET RATED - SEE RISKSCOR'
                               LINE 22 COL 2 ERASE EOL
                    NOT INVALID KEY
                       MOVE 'Y' TO RISK-OK-SW
                 END-READ
           END-READ.
           IF RISK-OK-SW = 'Y'
              PERFORM 100-SHOW-RATING-RTN
              IF WS-RK-FUNC = 'I'
                 CONTINUE
              ELSE
              IF WS-RK-FUNC = 'O'
                 PERFORM 200-OVERRIDE-RTN
              ELSE
              IF WS-RK-FUNC = 'C'
                 PERFORM 300-CLEAR-OVERRIDE-RTN
              ELSE
              IF WS-RK-FUNC = 'V'
                 PERFORM 400-REVIEW-DONE-RTN
              ELSE
                 DISPLAY 'FUNCTION MUST BE I, O, C OR V'
                         LINE 22 COL 2 ERASE EOL
              END-IF
              END-IF
              END-IF
              END-IF
           END-IF.
           PERFORM A800-ASK-EXIT-RTN.
      *****************************************************************
       100-SHOW-RATING-RTN.
           DISPLAY RK-SCORE          LINE 07 COL 20.
           DISPLAY RK-SCORED-RATING  LINE 07 COL 46.
           DISPLAY RK-SCORED-DATE    LINE 07 COL 62.
           DISPLAY RK-RATING         LINE 08 COL 20.
           DISPLAY RK-WL-HITS        LINE 10 COL 40.
           DISPLAY RK-COVERED-HITS   LINE 10 COL 44.
           DISPLAY RK-STRUCT-HITS    LINE 10 COL 48.
           DISPLAY RK-FX-COUNT       LINE 10 COL 52.
           DISPLAY RK-EXT-COUNT      LINE 10 COL 58.
           DISPLAY RK-KYC-DEFICIENT  LINE 10 COL 64.
           MOVE RK-CASH-VOLUME TO WS-CASH-DISPLAY.
           DISPLAY WS-CASH-DISPLAY   LINE 10 COL 20.
           DISPLAY RK-LAST-REVIEW-DATE LINE 11 COL 20.
           DISPLAY RK-LAST-REVIEW-BY LINE 11 COL 35.
           DISPLAY RK-NEXT-REVIEW-DATE LINE 12 COL 20.
           IF RK-NEXT-REVIEW-DATE NOT > WS-BUSINESS-DATE
              DISPLAY 'REVIEW IS DUE' LINE 12 COL 30
           ELSE
              DISPLAY ' ' LINE 12 COL 30 ERASE EOL
           END-IF.
           IF RK-OVERRIDDEN
              MOVE RK-OVERRIDE-RATING TO WS-RK-OVR-RATING
              MOVE RK-OVERRIDE-REASON TO WS-RK-OVR-REASON
              DISPLAY RK-OVERRIDE-BY LINE 13 COL 35
           ELSE
              MOVE SPACES TO WS-RK-OVR-RATING
              MOVE SPACES TO WS-RK-OVR-REASON
              DISPLAY ' ' LINE 13 COL 35 ERASE EOL
           END-IF.
           DISPLAY G-RK-OVR-RATING.
           DISPLAY G-RK-OVR-REASON.
           PERFORM 150-SHOW-HISTORY-RTN.
      *****************************************************************
      * THE HISTORY IS READ OLDEST FIRST; ONLY THE LAST FIVE ENTRIES *
      * ARE KEPT FOR THE SCREEN.                                     *
      *****************************************************************
       150-SHOW-HISTORY-RTN.
           MOVE ZEROES TO WS-RH-USED.
           MOVE 'N' TO EOF-SW.
           MOVE WS-RK-CIF TO RH-CUSTOMER-NUMBER.
           MOVE ZEROES TO RH-DATE.
           MOVE ZEROES TO RH-TIME.
           START RISK-HIST-FILE KEY IS NOT LESS THAN RH-KEY
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
           END-START.
           PERFORM 160-READ-HISTORY-RTN UNTIL EOF-SW = 'Y'.
           MOVE 16 TO WS-SCREEN-LINE.
           MOVE 1 TO WS-RH-IDX.
           PERFORM 180-DISPLAY-HISTORY-LINE-RTN
              UNTIL WS-SCREEN-LINE > 20.
      *****************************************************************
       160-READ-HISTORY-RTN.
           READ RISK-HIST-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF RH-CUSTOMER-NUMBER NOT = WS-RK-CIF
                    MOVE 'Y' TO EOF-SW
                 ELSE
                    MOVE SPACES TO WS-RH-WORK-LINE
                    STRING RH-DATE '  ' RH-SOURCE '   '
                           RH-OLD-RATING '   ' RH-NEW-RATING '   '
                           RH-SCORE '   ' RH-REASON ' ' RH-ACTOR-ID
                           DELIMITED BY SIZE INTO WS-RH-WORK-LINE
                    END-STRING
                    IF WS-RH-USED < 5
                       ADD 1 TO WS-RH-USED
                    ELSE
                       MOVE 1 TO WS-RH-IDX
                       PERFORM 170-SHIFT-HISTORY-RTN
                          UNTIL WS-RH-IDX > 4
                    END-IF
                    MOVE WS-RH-WORK-LINE TO WS-RH-LINE (WS-RH-USED)
                 END-IF
           END-READ.
      *****************************************************************
       170-SHIFT-HISTORY-RTN.
           MOVE WS-RH-LINE (WS-RH-IDX + 1) TO WS-RH-LINE (WS-RH-IDX).
           ADD 1 TO WS-RH-IDX.
      *****************************************************************
       180-DISPLAY-HISTORY-LINE-RTN.
           IF WS-RH-IDX > WS-RH-USED
              DISPLAY ' ' LINE WS-SCREEN-LINE COL 1 ERASE EOL
           ELSE
              DISPLAY WS-RH-LINE (WS-RH-IDX)
                      LINE WS-SCREEN-LINE COL 2
           END-IF.
           ADD 1 TO WS-RH-IDX.
           ADD 1 TO WS-SCREEN-LINE.
      *****************************************************************
       200-OVERRIDE-RTN.
           ACCEPT G-RK-OVR-RATING.
           INSPECT WS-RK-OVR-RATING CONVERTING ALPHALOWER TO ALPHAUPPER.
           ACCEPT G-RK-OVR-REASON.
           IF NOT WS-RK-VALID-RATING
              DISPLAY 'OVERRIDE RATING MUST BE L, M OR H'
                      LINE 22 COL 2 ERASE EOL
           ELSE
           IF WS-RK-OVR-REASON = SPACES
              DISPLAY 'A REASON FOR THE OVERRIDE IS REQUIRED'
                      LINE 22 COL 2 ERASE EOL
           ELSE
              DISPLAY 'OVERRIDE THE SCORED RATING? Y/N: '
                      LINE 22 COL 2 ERASE EOL
              ACCEPT SAVE-SW LINE 22
              INSPECT SAVE-SW CONVERTING ALPHALOWER TO ALPHAUPPER
              IF SAVE-SW = 'Y'
                 MOVE RK-RATING         TO WS-RK-OLD-RATING
                 MOVE 'Y'               TO RK-OVERRIDE-SW
                 MOVE WS-RK-OVR-RATING  TO RK-OVERRIDE-RATING
                 MOVE WS-RK-OVR-REASON  TO RK-OVERRIDE-REASON
                 MOVE LS-USER-ID        TO RK-OVERRIDE-BY
                 MOVE WS-BUSINESS-DATE  TO RK-OVERRIDE-DATE
                 MOVE WS-RK-OVR-RATING  TO RK-RATING
                 MOVE 'O'               TO WS-RK-HIST-SOURCE
                 PERFORM 500-SAVE-RATING-RTN
              END-IF
           END-IF
           END-IF.
      *****************************************************************
       300-CLEAR-OVERRIDE-RTN.
           IF NOT RK-OVERRIDDEN
              DISPLAY 'THERE IS NO OVERRIDE TO CLEAR'
                      LINE 22 COL 2 ERASE EOL
           ELSE
              ACCEPT G-RK-OVR-REASON
              DISPLAY 'CLEAR OVERRIDE AND USE SCORED RATING? Y/N: '
                      LINE 22 COL 2 ERASE EOL
              ACCEPT SAVE-SW LINE 22
              INSPECT SAVE-SW CONVERTING ALPHALOWER TO ALPHAUPPER
              IF SAVE-SW = 'Y'
                 MOVE RK-RATING         TO WS-RK-OLD-RATING
                 MOVE 'N'               TO RK-OVERRIDE-SW
                 MOVE SPACES            TO RK-OVERRIDE-RATING
                 MOVE SPACES            TO RK-OVERRIDE-REASON
                 MOVE LS-USER-ID        TO RK-OVERRIDE-BY
                 MOVE WS-BUSINESS-DATE  TO RK-OVERRIDE-DATE
                 MOVE RK-SCORED-RATING  TO RK-RATING
                 IF WS-RK-OVR-REASON = SPACES
                    MOVE 'OVERRIDE CLEARED' TO WS-RK-OVR-REASON
                 END-IF
                 MOVE 'C'               TO WS-RK-HIST-SOURCE
                 PERFORM 500-SAVE-RATING-RTN
              END-IF
           END-IF.
      *****************************************************************
       400-REVIEW-DONE-RTN.
           DISPLAY 'RECORD KYC REVIEW COMPLETED TODAY? Y/N: '
                   LINE 22 COL 2 ERASE EOL.
           ACCEPT SAVE-SW LINE 22.
           INSPECT SAVE-SW CONVERTING ALPHALOWER TO ALPHAUPPER.
           IF SAVE-SW = 'Y'
              MOVE RK-RATING         TO WS-RK-OLD-RATING
              MOVE WS-BUSINESS-DATE  TO RK-LAST-REVIEW-DATE
              MOVE LS-USER-ID        TO RK-LAST-REVIEW-BY
              MOVE 'KYC REVIEW COMPLETED' TO WS-RK-OVR-REASON
              MOVE 'V'               TO WS-RK-HIST-SOURCE
              PERFORM 500-SAVE-RATING-RTN
           END-IF.
      *****************************************************************
       500-SAVE-RATING-RTN.
           PERFORM 550-SET-NEXT-REVIEW-RTN.
           REWRITE CUST-RISK-REC
              INVALID KEY
                 DISPLAY 'ERROR IN UPDATING RISK RATING'
                         LINE 23 COL 2 ERASE EOL
              NOT INVALID KEY
                 PERFORM 600-WRITE-HISTORY-RTN
                 DISPLAY 'RISK RATING UPDATED - NEXT REVIEW:'
                         LINE 23 COL 2 ERASE EOL
                 DISPLAY RK-NEXT-REVIEW-DATE LINE 23 COL 37
                 PERFORM 100-SHOW-RATING-RTN
           END-REWRITE.
      *****************************************************************
      * NEXT REVIEW = LAST REVIEW (OR CIF OPENING) PLUS ONE YEAR FOR *
      * HIGH RISK, TWO FOR MEDIUM, THREE FOR LOW - AS IN RISKSCOR.   *
      *****************************************************************
       550-SET-NEXT-REVIEW-RTN.
           IF RK-LAST-REVIEW-DATE NOT = ZEROES
              MOVE RK-LAST-REVIEW-DATE TO WS-RV-BASE-DATE
           ELSE
           IF WS-RK-OPENED NOT = ZEROES
              MOVE WS-RK-OPENED TO WS-RV-BASE-DATE
           ELSE
              MOVE WS-BUSINESS-DATE TO WS-RV-BASE-DATE
           END-IF
           END-IF.
           IF RK-HIGH-RISK
              MOVE 1 TO WS-RV-YEARS
           ELSE
           IF RK-MEDIUM-RISK
              MOVE 2 TO WS-RV-YEARS
           ELSE
              MOVE 3 TO WS-RV-YEARS
           END-IF
           END-IF.
           MOVE WS-RV-BASE-DATE TO WS-DATE-SPLIT.
           ADD WS-RV-YEARS TO WS-DS-YYYY.
           IF WS-DS-MM = 02 AND WS-DS-DD = 29
              MOVE 28 TO WS-DS-DD
           END-IF.
           MOVE WS-DATE-SPLIT TO RK-NEXT-REVIEW-DATE.
      *****************************************************************
       600-WRITE-HISTORY-RTN.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE RK-CUSTOMER-NUMBER  TO RH-CUSTOMER-NUMBER.
           MOVE WS-BUSINESS-DATE    TO RH-DATE.
           MOVE WS-CURRENT-TIME     TO RH-TIME.
           MOVE WS-RK-HIST-SOURCE   TO RH-SOURCE.
           MOVE RK-SCORE            TO RH-SCORE.
           MOVE WS-RK-OLD-RATING    TO RH-OLD-RATING.
           MOVE RK-RATING           TO RH-NEW-RATING.
           MOVE WS-RK-OVR-REASON    TO RH-REASON.
           MOVE LS-USER-ID          TO RH-ACTOR-ID.
           MOVE RK-NEXT-REVIEW-DATE TO RH-NEXT-REVIEW-DATE.
           WRITE RISK-HIST-REC
              INVALID KEY
                 DISPLAY 'ERROR WRITING RATING HISTORY'
                         LINE 24 COL 2 ERASE EOL
           END-WRITE.
      *****************************************************************
       A800-ASK-EXIT-RTN.
           DISPLAY 'DO YOU WANT TO EXIT? Y/N: '
                   LINE 24 COL 2 ERASE EOL.
           ACCEPT EXIT-SW LINE 24.
           INSPECT EXIT-SW CONVERTING ALPHALOWER TO ALPHAUPPER.
           IF EXIT-SW = 'N'
              PERFORM 900-CLEAR-FIELDS-RTN
           END-IF.
      *****************************************************************
       900-CLEAR-FIELDS-RTN.
           DISPLAY ' ' LINE 6 COL 1 ERASE EOS.
           DISPLAY G-RISKMNT.
           MOVE SPACES TO WS-RK-FUNC.
           MOVE ZEROES TO WS-RK-CIF.
           MOVE SPACES TO WS-RK-NAME.
           MOVE ZEROES TO WS-RK-OPENED.
           MOVE SPACES TO WS-RK-OVR-RATING.
           MOVE SPACES TO WS-RK-OVR-REASON.
           DISPLAY G-RK-FUNC.
           DISPLAY G-RK-CIF.
           DISPLAY G-RK-NAME.
           DISPLAY G-RK-OVR-RATING.
           DISPLAY G-RK-OVR-REASON.
      *****************************************************************
       A900-CLOSE-RTN.
            CLOSE CUSTOMER-FILE.
            CLOSE USER-FILE.
            CLOSE CUST-RISK-FILE.
            CLOSE RISK-HIST-FILE.
            EXIT PROGRAM.
