      ****************************************************************
      * THIS PROGRAM IS THE MONTHLY CUSTOMER AML RISK RATING.  EVERY *
      * ACTIVE CIF IS RESCORED FROM THE LAST TWELVE MONTHS OF WHAT   *
      * WE ALREADY HOLD ON IT:                                       *
      *   - WATCH LIST NEAR-MATCH OF THE CUSTOMER NAME (COMPARED     *
      *     WITH CASE, SPACING AND PUNCTUATION REMOVED)       40     *
      *   - COVERED TRANSACTIONS ON AMLHIT.DAT     10 EACH, MAX 30   *
      *   - STRUCTURING EXCEPTIONS ON AMLHIT.DAT   20 EACH, MAX 40   *
      *   - CASH VOLUME ON TRANHIST AT OR ABOVE SYSCTL RISKCASH 20,  *
      *     AT OR ABOVE HALF OF IT                             10    *
      *   - FOREIGN-CURRENCY ACCOUNTS OR FX ITEMS   ANY 10, 12+ 20   *
      *   - EXTERNAL TRANSFERS IN OR OUT            ANY 5,  12+ 15   *
      *   - KYC DEFICIENCIES (AS KYCRPT)           10 EACH, MAX 20   *
      * A SCORE OF 50 (SYSCTL RISKHIGH) OR MORE RATES HIGH, 25       *
      * (SYSCTL RISKMED) OR MORE MEDIUM, ANYTHING LESS LOW.  A       *
      * SUPERVISOR OVERRIDE SET IN RISKMNT STANDS OVER THE SCORED    *
      * RATING UNTIL IT IS CLEARED.  THE NEXT KYC REVIEW FALLS DUE   *
      * ONE YEAR AFTER THE LAST REVIEW FOR HIGH RISK, TWO FOR MEDIUM *
      * AND THREE FOR LOW (FROM THE CIF OPENING DATE IF THE CUSTOMER *
      * HAS NEVER BEEN REVIEWED).  THE RESULT GOES TO CUSTRISK.DAT   *
      * AND EACH RESCORING TO THE HISTORY ON RISKHIST.DAT.  THE      *
      * REPORT LISTS EVERY CHANGE OF RATING AND EVERY HIGH-RISK CIF. *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISKSCOR.
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
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNT.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACCOUNT-NUMBER
                  ALTERNATE KEY IS USER-ID-ACCT WITH DUPLICATES.
           SELECT TRAN-HIST-FILE ASSIGN TO 'TRANHIST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TH-KEY.
           SELECT KYC-DOC-FILE ASSIGN TO 'KYCDOC.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS KY-KEY.
           SELECT WATCH-LIST-FILE ASSIGN TO 'WATCHLST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS WL-ENTRY-NUMBER.
           SELECT AML-HIT-FILE ASSIGN TO 'AMLHIT.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
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
           SELECT REPORT-FILE ASSIGN TO 'RISKSCOR.RPT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE
           RECORD CONTAINS 174 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CUSTOMER-REC.
       COPY CUSTFILE.
       FD  ACCOUNT-FILE
           RECORD CONTAINS 201 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACCOUNT-REC.
       COPY ACCOUNTFILE.
       FD  TRAN-HIST-FILE
           RECORD CONTAINS 101 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRAN-HIST-REC.
       COPY TRANHIST.
       FD  KYC-DOC-FILE
           RECORD CONTAINS 58 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS KYC-DOC-REC.
       COPY KYCDOC.
       FD  WATCH-LIST-FILE
           RECORD CONTAINS 81 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS WATCH-LIST-REC.
       COPY WATCHLST.
       FD  AML-HIT-FILE
           RECORD CONTAINS 45 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS AML-HIT-REC.
       COPY AMLHIT.
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
       FD  REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE               PIC X(100).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-RK-HIGH-CUTOFF         PIC 9(3) VALUE 50.
       01  WS-RK-MED-CUTOFF          PIC 9(3) VALUE 25.
       01  WS-RK-CASH-LIMIT          PIC 9(9)V99 VALUE 5000000.00.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-CURRENT-TIME           PIC 9(8) VALUE ZEROES.
       01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZEROES.
       01  WS-WINDOW-START           PIC 9(8) VALUE ZEROES.
       01  WS-DATE-SPLIT.
           05 WS-DS-YYYY             PIC 9(4).
           05 WS-DS-MM               PIC 9(2).
           05 WS-DS-DD               PIC 9(2).
      *****************************************************************
      * ACTIVE WATCH LIST NAMES, NORMALIZED.                         *
      *****************************************************************
       01  WS-NAME-TABLE.
           05 WS-NAME-ENTRY OCCURS 200 TIMES.
              10 WS-NT-NAME          PIC X(30).
       01  WS-NAME-USED              PIC 9(3) VALUE ZEROES.
       01  WS-NAME-IDX               PIC 9(3) VALUE ZEROES.
      *****************************************************************
      * ONE ENTRY PER ACTIVE CIF, IN CUSTOMER NUMBER ORDER, WITH THE *
      * RISK FACTORS GATHERED FOR IT.                                *
      *****************************************************************
       01  WS-RK-TABLE.
           05 WS-RK-ENTRY OCCURS 5000 TIMES.
              10 WS-RK-CIF           PIC 9(8).
              10 WS-RK-NAME          PIC X(30).
              10 WS-RK-OPENED        PIC 9(8).
              10 WS-RK-WL            PIC 9(3).
              10 WS-RK-COV           PIC 9(3).
              10 WS-RK-STRUCT        PIC 9(3).
              10 WS-RK-CASH          PIC 9(11)V99.
              10 WS-RK-FX            PIC 9(5).
              10 WS-RK-EXT           PIC 9(5).
              10 WS-RK-KYC           PIC 9(3).
       01  WS-RK-USED                PIC 9(4) VALUE ZEROES.
       01  WS-RK-IDX                 PIC 9(4) VALUE ZEROES.
       01  WS-RK-LOW                 PIC 9(4) VALUE ZEROES.
       01  WS-RK-HIGH                PIC 9(4) VALUE ZEROES.
       01  WS-RK-SEARCH-CIF          PIC 9(8) VALUE ZEROES.
       01  WS-RK-FOUND-SW            PIC X VALUE 'N'.
       01  WS-RK-SCORE               PIC 9(3) VALUE ZEROES.
       01  WS-RK-POINTS              PIC 9(5) VALUE ZEROES.
       01  WS-RK-RATING              PIC X VALUE SPACES.
       01  WS-RK-OLD-RATING          PIC X VALUE SPACES.
       01  WS-RV-BASE-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-RV-YEARS               PIC 9 VALUE ZEROES.
       01  WS-DC-WORK-NAME           PIC X(30) VALUE SPACES.
       01  WS-DC-OUT                 PIC X(30) VALUE SPACES.
       01  WS-DC-CHAR                PIC X VALUE SPACES.
       01  WS-DC-CHAR-IDX            PIC 9(2) VALUE ZEROES.
       01  WS-DC-OUT-LEN             PIC 9(2) VALUE ZEROES.
       01  WS-CASH-DISPLAY           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-CUST-RATED             PIC 9(7) VALUE ZEROES.
       01  WS-HIGH-COUNT             PIC 9(7) VALUE ZEROES.
       01  WS-MEDIUM-COUNT           PIC 9(7) VALUE ZEROES.
       01  WS-LOW-COUNT              PIC 9(7) VALUE ZEROES.
       01  WS-CHANGED-COUNT          PIC 9(7) VALUE ZEROES.
       01  NEW-RISK-SW               PIC X VALUE 'N'.
       01  WL-EOF-SW                 PIC X VALUE 'N'.
       01  CUST-EOF-SW               PIC X VALUE 'N'.
       01  HIT-EOF-SW                PIC X VALUE 'N'.
       01  ACCT-EOF-SW               PIC X VALUE 'N'.
       01  HIST-EOF-SW               PIC X VALUE 'N'.
       01  KYC-EOF-SW                PIC X VALUE 'N'.
       01  TABLE-FULL-SW             PIC X VALUE 'N'.
       COPY APLHA.
      *****************************************************************
       PROCEDURE DIVISION.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A250-LOAD-NAMES-RTN UNTIL WL-EOF-SW = 'Y'.
           PERFORM A300-LOAD-CUSTOMERS-RTN UNTIL CUST-EOF-SW = 'Y'.
           PERFORM A400-COUNT-AML-HITS-RTN UNTIL HIT-EOF-SW = 'Y'.
           PERFORM A500-SCAN-ACCOUNTS-RTN UNTIL ACCT-EOF-SW = 'Y'.
           MOVE 1 TO WS-RK-IDX.
           PERFORM A600-RATE-ONE-CUSTOMER-RTN
              UNTIL WS-RK-IDX > WS-RK-USED.
           PERFORM A900-CLOSE-RTN.
           STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN INPUT CUSTOMER-FILE.
           OPEN INPUT ACCOUNT-FILE.
           OPEN INPUT TRAN-HIST-FILE.
           OPEN INPUT KYC-DOC-FILE.
           OPEN INPUT WATCH-LIST-FILE.
           OPEN INPUT AML-HIT-FILE.
           OPEN I-O CUST-RISK-FILE.
           OPEN I-O RISK-HIST-FILE.
           OPEN OUTPUT REPORT-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
           OPEN INPUT SYSCTL-FILE.
           MOVE 'BUSDATE   ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-BUSINESS-DATE
           END-READ.
           MOVE 'RISKHIGH  ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-NUM-VALUE TO WS-RK-HIGH-CUTOFF
           END-READ.
           MOVE 'RISKMED   ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-NUM-VALUE TO WS-RK-MED-CUTOFF
           END-READ.
           MOVE 'RISKCASH  ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-NUM-VALUE TO WS-RK-CASH-LIMIT
           END-READ.
           CLOSE SYSCTL-FILE.
           MOVE WS-BUSINESS-DATE TO WS-DATE-SPLIT.
           SUBTRACT 1 FROM WS-DS-YYYY.
           MOVE WS-DATE-SPLIT TO WS-WINDOW-START.
           DISPLAY 'RISKSCOR - CUSTOMER RISK RATING STARTED'.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CUSTOMER AML RISK RATING - ' WS-BUSINESS-DATE
                  '  ACTIVITY FROM ' WS-WINDOW-START
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'CUSTOMER'          TO REPORT-LINE (1:8).
           MOVE 'NAME'              TO REPORT-LINE (11:4).
           MOVE 'SCORE'             TO REPORT-LINE (37:5).
           MOVE 'OLD'               TO REPORT-LINE (44:3).
           MOVE 'NEW'               TO REPORT-LINE (48:3).
           MOVE 'WL'                TO REPORT-LINE (53:2).
           MOVE 'COV'               TO REPORT-LINE (56:3).
           MOVE 'STR'               TO REPORT-LINE (60:3).
           MOVE 'FX'                TO REPORT-LINE (67:2).
           MOVE 'EXT'               TO REPORT-LINE (70:3).
           MOVE 'KYC'               TO REPORT-LINE (74:3).
           MOVE 'REVIEW'            TO REPORT-LINE (79:6).
           WRITE REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZEROES TO WL-ENTRY-NUMBER.
           START WATCH-LIST-FILE KEY IS NOT LESS THAN WL-ENTRY-NUMBER
              INVALID KEY
                 MOVE 'Y' TO WL-EOF-SW
           END-START.
           MOVE ZEROES TO CU-CUSTOMER-NUMBER.
           START CUSTOMER-FILE KEY IS NOT LESS THAN CU-CUSTOMER-NUMBER
              INVALID KEY
                 MOVE 'Y' TO CUST-EOF-SW
                 DISPLAY 'RISKSCOR - NO CUSTOMERS ON FILE'
           END-START.
           MOVE ZEROES TO ACCOUNT-NUMBER.
           START ACCOUNT-FILE KEY IS NOT LESS THAN ACCOUNT-NUMBER
              INVALID KEY
                 MOVE 'Y' TO ACCT-EOF-SW
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
                       MOVE WL-NAME TO WS-DC-WORK-NAME
                       PERFORM 150-NORMALIZE-NAME-RTN
                       MOVE WS-DC-OUT TO WS-NT-NAME (WS-NAME-USED)
                    ELSE
                       DISPLAY 'RISKSCOR - NAME TABLE FULL - '
                               WL-NAME ' NOT COMPARED'
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
       A300-LOAD-CUSTOMERS-RTN.
           READ CUSTOMER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO CUST-EOF-SW
              NOT AT END
                 IF CU-ACTIVE AND CU-MERGED-INTO = ZEROES
                    IF WS-RK-USED < 5000
                       PERFORM 100-LOAD-ONE-CUSTOMER-RTN
                    ELSE
                    IF TABLE-FULL-SW = 'N'
                       MOVE 'Y' TO TABLE-FULL-SW
                       DISPLAY 'RISKSCOR - TABLE FULL AT 5000 - '
                               'REMAINING CUSTOMERS NOT RATED'
                    END-IF
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
       100-LOAD-ONE-CUSTOMER-RTN.
           ADD 1 TO WS-RK-USED.
           MOVE CU-CUSTOMER-NUMBER TO WS-RK-CIF (WS-RK-USED).
           MOVE CU-CUSTOMER-NAME   TO WS-RK-NAME (WS-RK-USED).
           MOVE CU-OPENED-DATE     TO WS-RK-OPENED (WS-RK-USED).
           MOVE ZEROES TO WS-RK-WL (WS-RK-USED).
           MOVE ZEROES TO WS-RK-COV (WS-RK-USED).
           MOVE ZEROES TO WS-RK-STRUCT (WS-RK-USED).
           MOVE ZEROES TO WS-RK-CASH (WS-RK-USED).
           MOVE ZEROES TO WS-RK-FX (WS-RK-USED).
           MOVE ZEROES TO WS-RK-EXT (WS-RK-USED).
           MOVE ZEROES TO WS-RK-KYC (WS-RK-USED).
           MOVE CU-CUSTOMER-NAME TO WS-DC-WORK-NAME.
           PERFORM 150-NORMALIZE-NAME-RTN.
           MOVE 1 TO WS-NAME-IDX.
           PERFORM 110-MATCH-ONE-NAME-RTN
              UNTIL WS-NAME-IDX > WS-NAME-USED.
      *****************************************************************
       110-MATCH-ONE-NAME-RTN.
           IF WS-DC-OUT NOT = SPACES AND
              WS-NT-NAME (WS-NAME-IDX) = WS-DC-OUT
              ADD 1 TO WS-RK-WL (WS-RK-USED)
           END-IF.
           ADD 1 TO WS-NAME-IDX.
      *****************************************************************
      * UPPER CASE, LETTERS AND DIGITS ONLY - THE SAME KEY DUPCUST   *
      * MATCHES CUSTOMERS ON.                                        *
      *****************************************************************
       150-NORMALIZE-NAME-RTN.
           INSPECT WS-DC-WORK-NAME CONVERTING ALPHALOWER TO ALPHAUPPER.
           MOVE SPACES TO WS-DC-OUT.
           MOVE ZEROES TO WS-DC-OUT-LEN.
           MOVE 1 TO WS-DC-CHAR-IDX.
           PERFORM 160-NORMALIZE-ONE-CHAR-RTN
              UNTIL WS-DC-CHAR-IDX > 30.
      *****************************************************************
       160-NORMALIZE-ONE-CHAR-RTN.
           MOVE WS-DC-WORK-NAME (WS-DC-CHAR-IDX:1) TO WS-DC-CHAR.
           IF (WS-DC-CHAR NOT < 'A' AND WS-DC-CHAR NOT > 'Z') OR
              (WS-DC-CHAR NOT < '0' AND WS-DC-CHAR NOT > '9')
              ADD 1 TO WS-DC-OUT-LEN
              MOVE WS-DC-CHAR TO WS-DC-OUT (WS-DC-OUT-LEN:1)
           END-IF.
           ADD 1 TO WS-DC-CHAR-IDX.
      *****************************************************************
      * THE TABLE IS IN CUSTOMER NUMBER ORDER SO A CIF IS FOUND BY   *
      * HALVING THE RANGE.                                           *
      *****************************************************************
       300-FIND-CUSTOMER-RTN.
           MOVE 'N' TO WS-RK-FOUND-SW.
           MOVE 1 TO WS-RK-LOW.
           MOVE WS-RK-USED TO WS-RK-HIGH.
           PERFORM 310-PROBE-TABLE-RTN
              UNTIL WS-RK-FOUND-SW = 'Y' OR WS-RK-LOW > WS-RK-HIGH.
      *****************************************************************
       310-PROBE-TABLE-RTN.
           COMPUTE WS-RK-IDX = (WS-RK-LOW + WS-RK-HIGH) / 2.
           IF WS-RK-CIF (WS-RK-IDX) = WS-RK-SEARCH-CIF
              MOVE 'Y' TO WS-RK-FOUND-SW
           ELSE
           IF WS-RK-CIF (WS-RK-IDX) < WS-RK-SEARCH-CIF
              COMPUTE WS-RK-LOW = WS-RK-IDX + 1
           ELSE
              COMPUTE WS-RK-HIGH = WS-RK-IDX - 1
           END-IF
           END-IF.
      *****************************************************************
       A400-COUNT-AML-HITS-RTN.
           READ AML-HIT-FILE
              AT END
                 MOVE 'Y' TO HIT-EOF-SW
              NOT AT END
                 IF AH-DATE > WS-WINDOW-START AND
                    AH-CUSTOMER-NUMBER NOT = ZEROES
                    MOVE AH-CUSTOMER-NUMBER TO WS-RK-SEARCH-CIF
                    PERFORM 300-FIND-CUSTOMER-RTN
                    IF WS-RK-FOUND-SW = 'Y'
                       IF AH-COVERED
                          ADD 1 TO WS-RK-COV (WS-RK-IDX)
                       ELSE
                       IF AH-STRUCTURING
                          ADD 1 TO WS-RK-STRUCT (WS-RK-IDX)
                       END-IF
                       END-IF
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
       A500-SCAN-ACCOUNTS-RTN.
           READ ACCOUNT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO ACCT-EOF-SW
              NOT AT END
                 IF NOT CLOSED-ACCOUNT AND CUSTOMER-NUMBER NOT = ZEROES
                    MOVE CUSTOMER-NUMBER TO WS-RK-SEARCH-CIF
                    PERFORM 300-FIND-CUSTOMER-RTN
                    IF WS-RK-FOUND-SW = 'Y'
                       IF NOT PHP-CURRENCY
                          ADD 1 TO WS-RK-FX (WS-RK-IDX)
                       END-IF
                       PERFORM 500-SCAN-HISTORY-RTN
                       PERFORM 550-SCAN-KYC-RTN
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
       500-SCAN-HISTORY-RTN.
           MOVE 'N' TO HIST-EOF-SW.
           MOVE ACCOUNT-NUMBER TO TH-ACCOUNT-NUMBER.
           MOVE WS-WINDOW-START TO TH-DATE.
           MOVE 9999999 TO TH-SEQUENCE.
           START TRAN-HIST-FILE KEY IS GREATER THAN TH-KEY
              INVALID KEY
                 MOVE 'Y' TO HIST-EOF-SW
           END-START.
           PERFORM 510-READ-HISTORY-RTN UNTIL HIST-EOF-SW = 'Y'.
      *****************************************************************
       510-READ-HISTORY-RTN.
           READ TRAN-HIST-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO HIST-EOF-SW
              NOT AT END
                 IF TH-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER OR
                    TH-DATE > WS-BUSINESS-DATE
                    MOVE 'Y' TO HIST-EOF-SW
                 ELSE
                 IF TH-TYPE = 'DEPOSIT' OR TH-TYPE = 'WITHDRAWAL'
                    ADD TH-AMOUNT TO WS-RK-CASH (WS-RK-IDX)
                 ELSE
                 IF TH-TYPE = 'FXCASH' OR TH-TYPE = 'FXCREDIT'
                    ADD 1 TO WS-RK-FX (WS-RK-IDX)
                 ELSE
                 IF TH-TYPE = 'EXTXFER' OR TH-TYPE = 'INCLEARING'
                    ADD 1 TO WS-RK-EXT (WS-RK-IDX)
                 END-IF
                 END-IF
                 END-IF
                 END-IF
           END-READ.
      *****************************************************************
      * A DOCUMENT STILL DEFERRED, OR PRESENTED BUT EXPIRED, IS A    *
      * DEFICIENCY - THE SAME TEST AS KYCRPT.                        *
      *****************************************************************
       550-SCAN-KYC-RTN.
           MOVE 'N' TO KYC-EOF-SW.
           MOVE ACCOUNT-NUMBER TO KY-ACCOUNT-NUMBER.
           MOVE SPACES TO KY-DOC-TYPE.
           START KYC-DOC-FILE KEY IS NOT LESS THAN KY-KEY
              INVALID KEY
                 MOVE 'Y' TO KYC-EOF-SW
           END-START.
           PERFORM 560-READ-KYC-RTN UNTIL KYC-EOF-SW = 'Y'.
      *****************************************************************
       560-READ-KYC-RTN.
           READ KYC-DOC-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO KYC-EOF-SW
              NOT AT END
                 IF KY-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
                    MOVE 'Y' TO KYC-EOF-SW
                 ELSE
                 IF KY-DEFERRED OR
                    (KY-EXPIRY-DATE NOT = ZEROES AND
                     KY-EXPIRY-DATE < WS-BUSINESS-DATE)
                    ADD 1 TO WS-RK-KYC (WS-RK-IDX)
                 END-IF
                 END-IF
           END-READ.
      *****************************************************************
       A600-RATE-ONE-CUSTOMER-RTN.
           PERFORM 610-SCORE-RTN.
           MOVE 'N' TO NEW-RISK-SW.
           MOVE WS-RK-CIF (WS-RK-IDX) TO RK-CUSTOMER-NUMBER.
           READ CUST-RISK-FILE
              INVALID KEY
                 MOVE 'Y' TO NEW-RISK-SW
                 INITIALIZE CUST-RISK-REC
                 MOVE WS-RK-CIF (WS-RK-IDX) TO RK-CUSTOMER-NUMBER
                 MOVE 'N' TO RK-OVERRIDE-SW
           END-READ.
           MOVE RK-RATING TO WS-RK-OLD-RATING.
           MOVE WS-RK-SCORE              TO RK-SCORE.
           MOVE WS-RK-RATING             TO RK-SCORED-RATING.
           MOVE WS-BUSINESS-DATE         TO RK-SCORED-DATE.
           MOVE WS-RK-WL (WS-RK-IDX)     TO RK-WL-HITS.
           MOVE WS-RK-COV (WS-RK-IDX)    TO RK-COVERED-HITS.
           MOVE WS-RK-STRUCT (WS-RK-IDX) TO RK-STRUCT-HITS.
           MOVE WS-RK-CASH (WS-RK-IDX)   TO RK-CASH-VOLUME.
           MOVE WS-RK-FX (WS-RK-IDX)     TO RK-FX-COUNT.
           MOVE WS-RK-EXT (WS-RK-IDX)    TO RK-EXT-COUNT.
           MOVE WS-RK-KYC (WS-RK-IDX)    TO RK-KYC-DEFICIENT.
           IF RK-OVERRIDDEN
              MOVE RK-OVERRIDE-RATING TO RK-RATING
           ELSE
              MOVE WS-RK-RATING TO RK-RATING
           END-IF.
           PERFORM 650-SET-NEXT-REVIEW-RTN.
           IF NEW-RISK-SW = 'Y'
              WRITE CUST-RISK-REC
                 INVALID KEY
                    DISPLAY 'RISKSCOR - ERROR WRITING RISK RECORD '
                            RK-CUSTOMER-NUMBER
              END-WRITE
           ELSE
              REWRITE CUST-RISK-REC
                 INVALID KEY
                    DISPLAY 'RISKSCOR - ERROR UPDATING RISK RECORD '
                            RK-CUSTOMER-NUMBER
              END-REWRITE
           END-IF.
           PERFORM 670-WRITE-HISTORY-RTN.
           ADD 1 TO WS-CUST-RATED.
           IF RK-HIGH-RISK
              ADD 1 TO WS-HIGH-COUNT
           ELSE
           IF RK-MEDIUM-RISK
              ADD 1 TO WS-MEDIUM-COUNT
           ELSE
              ADD 1 TO WS-LOW-COUNT
           END-IF
           END-IF.
           IF RK-RATING NOT = WS-RK-OLD-RATING
              ADD 1 TO WS-CHANGED-COUNT
           END-IF.
           IF RK-RATING NOT = WS-RK-OLD-RATING OR RK-HIGH-RISK
              PERFORM 680-PRINT-CUSTOMER-RTN
           END-IF.
           ADD 1 TO WS-RK-IDX.
      *****************************************************************
       610-SCORE-RTN.
           MOVE ZEROES TO WS-RK-SCORE.
           IF WS-RK-WL (WS-RK-IDX) > ZEROES
              ADD 40 TO WS-RK-SCORE
           END-IF.
           COMPUTE WS-RK-POINTS = WS-RK-COV (WS-RK-IDX) * 10.
           IF WS-RK-POINTS > 30
              MOVE 30 TO WS-RK-POINTS
           END-IF.
           ADD WS-RK-POINTS TO WS-RK-SCORE.
           COMPUTE WS-RK-POINTS = WS-RK-STRUCT (WS-RK-IDX) * 20.
           IF WS-RK-POINTS > 40
              MOVE 40 TO WS-RK-POINTS
           END-IF.
           ADD WS-RK-POINTS TO WS-RK-SCORE.
           IF WS-RK-CASH (WS-RK-IDX) NOT < WS-RK-CASH-LIMIT
              ADD 20 TO WS-RK-SCORE
           ELSE
           IF WS-RK-CASH (WS-RK-IDX) * 2 NOT < WS-RK-CASH-LIMIT
              ADD 10 TO WS-RK-SCORE
           END-IF
           END-IF.
           IF WS-RK-FX (WS-RK-IDX) NOT < 12
              ADD 20 TO WS-RK-SCORE
           ELSE
           IF WS-RK-FX (WS-RK-IDX) > ZEROES
              ADD 10 TO WS-RK-SCORE
           END-IF
           END-IF.
           IF WS-RK-EXT (WS-RK-IDX) NOT < 12
              ADD 15 TO WS-RK-SCORE
           ELSE
           IF WS-RK-EXT (WS-RK-IDX) > ZEROES
              ADD 5 TO WS-RK-SCORE
           END-IF
           END-IF.
           COMPUTE WS-RK-POINTS = WS-RK-KYC (WS-RK-IDX) * 10.
           IF WS-RK-POINTS > 20
              MOVE 20 TO WS-RK-POINTS
           END-IF.
           ADD WS-RK-POINTS TO WS-RK-SCORE.
           IF WS-RK-SCORE NOT < WS-RK-HIGH-CUTOFF
              MOVE 'H' TO WS-RK-RATING
           ELSE
           IF WS-RK-SCORE NOT < WS-RK-MED-CUTOFF
              MOVE 'M' TO WS-RK-RATING
           ELSE
              MOVE 'L' TO WS-RK-RATING
           END-IF
           END-IF.
      *****************************************************************
      * NEXT REVIEW = LAST REVIEW (OR CIF OPENING) PLUS ONE YEAR FOR *
      * HIGH RISK, TWO FOR MEDIUM, THREE FOR LOW.                    *
      *****************************************************************
       650-SET-NEXT-REVIEW-RTN.
           IF RK-LAST-REVIEW-DATE NOT = ZEROES
              MOVE RK-LAST-REVIEW-DATE TO WS-RV-BASE-DATE
           ELSE
           IF WS-RK-OPENED (WS-RK-IDX) NOT = ZEROES
              MOVE WS-RK-OPENED (WS-RK-IDX) TO WS-RV-BASE-DATE
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
       670-WRITE-HISTORY-RTN.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE RK-CUSTOMER-NUMBER  TO RH-CUSTOMER-NUMBER.
           MOVE WS-BUSINESS-DATE    TO RH-DATE.
           MOVE WS-CURRENT-TIME     TO RH-TIME.
           MOVE 'B'                 TO RH-SOURCE.
           MOVE RK-SCORE            TO RH-SCORE.
           MOVE WS-RK-OLD-RATING    TO RH-OLD-RATING.
           MOVE RK-RATING           TO RH-NEW-RATING.
           MOVE 'MONTHLY RESCORE'   TO RH-REASON.
           MOVE 'RISKSCOR'          TO RH-ACTOR-ID.
           MOVE RK-NEXT-REVIEW-DATE TO RH-NEXT-REVIEW-DATE.
           WRITE RISK-HIST-REC
              INVALID KEY
                 REWRITE RISK-HIST-REC
                    INVALID KEY
                       DISPLAY 'RISKSCOR - ERROR WRITING HISTORY '
                               RK-CUSTOMER-NUMBER
                 END-REWRITE
           END-WRITE.
      *****************************************************************
       680-PRINT-CUSTOMER-RTN.
           MOVE SPACES TO REPORT-LINE.
           STRING RK-CUSTOMER-NUMBER  DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  WS-RK-NAME (WS-RK-IDX) (1:25)
                                      DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  RK-SCORE            DELIMITED BY SIZE
                  '    '              DELIMITED BY SIZE
                  WS-RK-OLD-RATING    DELIMITED BY SIZE
                  '   '               DELIMITED BY SIZE
                  RK-RATING           DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  RK-WL-HITS          DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  RK-COVERED-HITS     DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  RK-STRUCT-HITS      DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  RK-FX-COUNT         DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  RK-EXT-COUNT (3:3)  DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  RK-KYC-DEFICIENT    DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  RK-NEXT-REVIEW-DATE DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           IF RK-OVERRIDDEN
              MOVE 'OVR' TO REPORT-LINE (88:3)
           END-IF.
           WRITE REPORT-LINE.
           MOVE RK-CASH-VOLUME TO WS-CASH-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING '          CASH VOLUME ' WS-CASH-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
      *****************************************************************
       A900-CLOSE-RTN.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CUSTOMERS RATED: ' WS-CUST-RATED
                  '   HIGH: ' WS-HIGH-COUNT
                  '   MEDIUM: ' WS-MEDIUM-COUNT
                  '   LOW: ' WS-LOW-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'RATINGS CHANGED: ' WS-CHANGED-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE CUSTOMER-FILE.
           CLOSE ACCOUNT-FILE.
           CLOSE TRAN-HIST-FILE.
           CLOSE KYC-DOC-FILE.
           CLOSE WATCH-LIST-FILE.
           CLOSE AML-HIT-FILE.
           CLOSE CUST-RISK-FILE.
           CLOSE RISK-HIST-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'RISKSCOR - CUSTOMERS RATED: ' WS-CUST-RATED.
           DISPLAY 'RISKSCOR - HIGH: ' WS-HIGH-COUNT
                   ' MEDIUM: ' WS-MEDIUM-COUNT
                   ' LOW: ' WS-LOW-COUNT.
           DISPLAY 'RISKSCOR - RATINGS CHANGED: ' WS-CHANGED-COUNT.
