      ****************************************************************
      * THIS PROGRAM IS THE TELLER AND BRANCH VOLUME REPORT.  IT     *
      * READS TRANHIST.DAT FOR THE DAYS OF THE MONTH ALREADY         *
      * ROLLED AND TRANLOG.DAT FOR THE DAY NOT YET ROLLED, AND FOR   *
      * THE BUSINESS DATE AND THE MONTH TO DATE IT COUNTS EACH       *
      * TELLER'S TRANSACTIONS AND AMOUNTS BY                         *
      * TYPE AND BY HOUR OF THE DAY, WITH BRANCH TOTALS AND THE      *
      * BRANCH'S PEAK HOURS.  AS A QUALITY MEASURE IT SHOWS PER      *
      * TELLER THE TRANSACTIONS REVERSED BY A SUPERVISOR THROUGH     *
      * REVPRG AND THE RECEIPTS REPRINTED AS DUPLICATES FROM         *
      * RCPTREG.DAT.  ONLY ENTRIES BY A SIGNED-ON USER ARE COUNTED - *
      * BATCH AND CHANNEL POSTINGS ARE SHOWN AS ONE TOTAL.           *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLRVOL.
       AUTHOR. GERAD CARLOS TUPAZ.
       DATE-WRITTEN. 10 15 2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-LOG-FILE ASSIGN TO 'TRANLOG.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT TRAN-HIST-FILE ASSIGN TO 'TRANHIST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TH-KEY
                  FILE STATUS IS WS-HIST-STATUS.
           SELECT RECEIPT-REG-FILE ASSIGN TO 'RCPTREG.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RR-RECEIPT-NUMBER.
           SELECT USER-FILE ASSIGN TO 'USER.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS USER-ID.
           SELECT SYSCTL-FILE ASSIGN TO 'SYSCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTL-KEY.
           SELECT REPORT-FILE ASSIGN TO 'TLRVOL.RPT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-LOG-FILE
           RECORD CONTAINS 106 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRAN-LOG-REC.
       COPY TRANLOG.
       FD  TRAN-HIST-FILE
           RECORD CONTAINS 101 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRAN-HIST-REC.
       COPY TRANHIST.
       FD  RECEIPT-REG-FILE
           RECORD CONTAINS 84 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECEIPT-REG-REC.
       COPY RCPTREG.
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
       FD  REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE               PIC X(100).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZEROES.
       01  WS-BUS-DATE-R REDEFINES WS-BUSINESS-DATE.
           05 WS-BUS-YYYYMM          PIC 9(6).
           05 WS-BUS-DD              PIC 9(2).
       01  WS-MONTH-START            PIC 9(8) VALUE ZEROES.
       01  WS-TIME-WORK              PIC 9(8) VALUE ZEROES.
       01  WS-TIME-R REDEFINES WS-TIME-WORK.
           05 WS-TIME-HH             PIC 9(2).
           05 FILLER                 PIC 9(6).
       01  WS-REF-DATE-X             PIC X(8) VALUE SPACES.
       01  WS-REF-DATE REDEFINES WS-REF-DATE-X PIC 9(8).
      * PERIOD 1 IS THE BUSINESS DATE, PERIOD 2 THE MONTH TO DATE.
       01  WS-TELLER-TABLE.
           05 WS-TL-ENTRY OCCURS 300 TIMES.
              10 WS-TL-TELLER-ID     PIC X(15).
              10 WS-TL-BRANCH        PIC X(4).
              10 WS-TL-PERIOD OCCURS 2 TIMES.
                 15 WS-TL-COUNT      PIC 9(7).
                 15 WS-TL-AMOUNT     PIC 9(11)V99.
                 15 WS-TL-REVERSALS  PIC 9(5).
                 15 WS-TL-DUPLICATES PIC 9(5).
                 15 WS-TL-HOUR OCCURS 24 TIMES.
                    20 WS-TL-HR-COUNT  PIC 9(5).
                    20 WS-TL-HR-AMOUNT PIC 9(11)V99.
       01  WS-TL-USED                PIC 9(4) COMP VALUE ZEROES.
       01  WS-TL-IDX                 PIC 9(4) COMP VALUE ZEROES.
       01  WS-TL-DROPPED             PIC 9(7) VALUE ZEROES.
       01  WS-TYPE-TABLE.
           05 WS-TT-ENTRY OCCURS 1500 TIMES.
              10 WS-TT-TELLER-IDX    PIC 9(4) COMP.
              10 WS-TT-TYPE          PIC X(10).
              10 WS-TT-PERIOD OCCURS 2 TIMES.
                 15 WS-TT-COUNT      PIC 9(7).
                 15 WS-TT-AMOUNT     PIC 9(11)V99.
       01  WS-TT-USED                PIC 9(4) COMP VALUE ZEROES.
       01  WS-TT-IDX                 PIC 9(4) COMP VALUE ZEROES.
       01  WS-TT-DROPPED             PIC 9(7) VALUE ZEROES.
       01  WS-BRANCH-TABLE.
           05 WS-BT-ENTRY OCCURS 100 TIMES.
              10 WS-BT-BRANCH        PIC X(4).
              10 WS-BT-PERIOD OCCURS 2 TIMES.
                 15 WS-BT-COUNT      PIC 9(7).
                 15 WS-BT-AMOUNT     PIC 9(11)V99.
                 15 WS-BT-HR-COUNT   PIC 9(5) OCCURS 24 TIMES.
       01  WS-BT-USED                PIC 9(4) COMP VALUE ZEROES.
       01  WS-BT-IDX                 PIC 9(4) COMP VALUE ZEROES.
       01  WS-BT-DROPPED             PIC 9(7) VALUE ZEROES.
       01  WS-REVERSAL-TABLE.
           05 WS-RV-ENTRY OCCURS 500 TIMES.
              10 WS-RV-ORIG-DATE     PIC 9(8).
              10 WS-RV-FROM-ACCOUNT  PIC 9(10).
              10 WS-RV-TO-ACCOUNT    PIC 9(10).
              10 WS-RV-AMOUNT        PIC 9(9)V99.
              10 WS-RV-TODAY         PIC X.
              10 WS-RV-MATCH         PIC X.
       01  WS-RV-USED                PIC 9(4) COMP VALUE ZEROES.
       01  WS-RV-IDX                 PIC 9(4) COMP VALUE ZEROES.
       01  WS-RV-DROPPED             PIC 9(7) VALUE ZEROES.
       01  WS-TOTALS-TABLE.
           05 WS-TOT-PERIOD OCCURS 2 TIMES.
              10 WS-TOT-COUNT        PIC 9(7).
              10 WS-TOT-AMOUNT       PIC 9(11)V99.
              10 WS-TOT-OTHER        PIC 9(7).
              10 WS-TOT-UNMATCHED    PIC 9(5).
       01  WS-P                      PIC 9 VALUE ZEROES.
       01  WS-HOUR-IDX               PIC 9(4) COMP VALUE ZEROES.
       01  WS-SCAN-IDX               PIC 9(4) COMP VALUE ZEROES.
       01  WS-PEAK-COUNT             PIC 9(5) VALUE ZEROES.
       01  WS-FIND-ID                PIC X(15) VALUE SPACES.
       01  WS-ENTRY-BRANCH           PIC X(4) VALUE SPACES.
       01  WS-HOUR-DISPLAY           PIC 99 VALUE ZEROES.
       01  WS-COUNT-DISPLAY          PIC Z,ZZZ,ZZ9.
       01  WS-SMALL-DISPLAY          PIC ZZ,ZZ9.
       01  WS-DUP-DISPLAY            PIC ZZ,ZZ9.
       01  WS-AMOUNT-DISPLAY         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-PEAK-FLAG              PIC X(6) VALUE SPACES.
       01  WS-HIST-STATUS            PIC XX VALUE '00'.
       01  WS-HIST-ACCOUNT           PIC 9(10) VALUE ZEROES.
       01  HIST-OPEN-SW              PIC X VALUE 'N'.
       01  HIST-EOF-SW               PIC X VALUE 'N'.
           88 END-OF-TRAN-HIST       VALUE 'Y'.
       01  LOG-EOF-SW                PIC X VALUE 'N'.
           88 END-OF-TRAN-LOG        VALUE 'Y'.
       01  RCPT-EOF-SW               PIC X VALUE 'N'.
           88 END-OF-RCPT-FILE       VALUE 'Y'.
       01  TODAY-SW                  PIC X VALUE 'N'.
       01  MATCH-FOUND-SW            PIC X VALUE 'N'.
      *****************************************************************
       PROCEDURE DIVISION.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           IF HIST-OPEN-SW = 'Y'
              PERFORM A250-SCAN-HISTORY-RTN UNTIL END-OF-TRAN-HIST
           END-IF.
           PERFORM A300-PROCESS-RTN UNTIL END-OF-TRAN-LOG.
           CLOSE TRAN-LOG-FILE.
           IF WS-RV-USED > ZEROES AND HIST-OPEN-SW = 'Y'
              MOVE 1 TO WS-RV-IDX
              PERFORM 420-MATCH-HISTORY-RTN
                 UNTIL WS-RV-IDX > WS-RV-USED
           END-IF.
           IF WS-RV-USED > ZEROES
              MOVE 'N' TO LOG-EOF-SW
              OPEN INPUT TRAN-LOG-FILE
              PERFORM A400-MATCH-REVERSALS-RTN UNTIL END-OF-TRAN-LOG
              CLOSE TRAN-LOG-FILE
           END-IF.
           PERFORM A500-SCAN-RECEIPTS-RTN UNTIL END-OF-RCPT-FILE.
           MOVE 1 TO WS-P.
           PERFORM A600-PRINT-PERIOD-RTN.
           MOVE 2 TO WS-P.
           PERFORM A600-PRINT-PERIOD-RTN.
           PERFORM A900-CLOSE-RTN.
           STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN INPUT TRAN-LOG-FILE.
           OPEN INPUT TRAN-HIST-FILE.
           IF WS-HIST-STATUS = '00'
              MOVE 'Y' TO HIST-OPEN-SW
           ELSE
              MOVE 'Y' TO HIST-EOF-SW
           END-IF.
           OPEN INPUT RECEIPT-REG-FILE.
           OPEN INPUT USER-FILE.
           OPEN OUTPUT REPORT-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
           OPEN INPUT SYSCTL-FILE.
           MOVE 'BUSDATE   ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-BUSINESS-DATE
           END-READ.
           CLOSE SYSCTL-FILE.
           COMPUTE WS-MONTH-START = WS-BUS-YYYYMM * 100 + 1.
           INITIALIZE WS-TELLER-TABLE.
           INITIALIZE WS-TYPE-TABLE.
           INITIALIZE WS-BRANCH-TABLE.
           INITIALIZE WS-REVERSAL-TABLE.
           INITIALIZE WS-TOTALS-TABLE.
           DISPLAY 'TLRVOL - TELLER VOLUME REPORT STARTED'.
      *****************************************************************
      * HISTROLL WRITES ONE HISTORY RECORD FOR EACH ACCOUNT A LOG    *
      * ENTRY TOUCHES, SO A TRANSACTION IS TAKEN ONCE - FROM ITS     *
      * FROM-ACCOUNT RECORD, OR ITS TO-ACCOUNT RECORD WHEN THERE IS  *
      * NO FROM-ACCOUNT.  HISTROLL RESTARTS THE LOG WHEN IT ROLLS    *
      * THE DAY, SO THE TWO FILES NEVER HOLD THE SAME ENTRY.         *
      *****************************************************************
       A250-SCAN-HISTORY-RTN.
           READ TRAN-HIST-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO HIST-EOF-SW
              NOT AT END
                 IF TH-DATE NOT < WS-MONTH-START AND
                    TH-DATE NOT > WS-BUSINESS-DATE
                    IF (TH-FROM-ACCOUNT NOT = ZEROES AND
                        TH-ACCOUNT-NUMBER = TH-FROM-ACCOUNT) OR
                       (TH-FROM-ACCOUNT = ZEROES AND
                        TH-ACCOUNT-NUMBER = TH-TO-ACCOUNT)
                       PERFORM 050-LOAD-HISTORY-ENTRY-RTN
                       PERFORM 100-TALLY-ENTRY-RTN
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
      * THE HISTORY ENTRY IS LAID OUT AS A LOG ENTRY SO ONE TALLY    *
      * SERVES BOTH FILES.  HISTORY CARRIES NO BRANCH, SO THE ENTRY  *
      * FALLS TO THE TELLER'S HOME BRANCH.                           *
      *****************************************************************
       050-LOAD-HISTORY-ENTRY-RTN.
           MOVE TH-DATE         TO TRAN-DATE.
           MOVE TH-TIME         TO TRAN-TIME.
           MOVE TH-TYPE         TO TRAN-TYPE.
           MOVE TH-FROM-ACCOUNT TO TRAN-FROM-ACCOUNT.
           MOVE TH-TO-ACCOUNT   TO TRAN-TO-ACCOUNT.
           MOVE TH-AMOUNT       TO TRAN-AMOUNT.
           MOVE TH-TELLER-ID    TO TRAN-TELLER-ID.
           MOVE ZEROES          TO TRAN-FX-RATE.
           MOVE TH-DATE         TO TRAN-ACTUAL-DATE.
           MOVE SPACES          TO TRAN-BRANCH-CODE.
           MOVE TH-REFERENCE    TO TRAN-REFERENCE.
      *****************************************************************
       A300-PROCESS-RTN.
           READ TRAN-LOG-FILE
              AT END
                 MOVE 'Y' TO LOG-EOF-SW
              NOT AT END
                 IF TRAN-DATE NOT < WS-MONTH-START AND
                    TRAN-DATE NOT > WS-BUSINESS-DATE
                    PERFORM 100-TALLY-ENTRY-RTN
                 END-IF
           END-READ.
      *****************************************************************
      * A REVERSAL IS COUNTED AS WORK OF THE SUPERVISOR WHO KEYED IT *
      * AND IS ALSO HELD ASIDE SO THE SECOND PASS CAN CHARGE IT TO   *
      * THE TELLER WHO POSTED THE ORIGINAL TRANSACTION.              *
      *****************************************************************
       100-TALLY-ENTRY-RTN.
           IF TRAN-DATE = WS-BUSINESS-DATE
              MOVE 'Y' TO TODAY-SW
           ELSE
              MOVE 'N' TO TODAY-SW
           END-IF.
           IF TRAN-TYPE = 'REVERSAL'
              PERFORM 110-HOLD-REVERSAL-RTN
           END-IF.
           MOVE TRAN-TIME TO WS-TIME-WORK.
           COMPUTE WS-HOUR-IDX = WS-TIME-HH + 1.
           IF WS-HOUR-IDX > 24
              MOVE 24 TO WS-HOUR-IDX
           END-IF.
           MOVE TRAN-TELLER-ID TO WS-FIND-ID.
           PERFORM 200-FIND-TELLER-RTN.
           IF WS-TL-IDX = ZEROES
              ADD 1 TO WS-TOT-OTHER (2)
              IF TODAY-SW = 'Y'
                 ADD 1 TO WS-TOT-OTHER (1)
              END-IF
           ELSE
              IF TRAN-BRANCH-CODE NOT = SPACES
                 MOVE TRAN-BRANCH-CODE TO WS-ENTRY-BRANCH
              ELSE
                 MOVE WS-TL-BRANCH (WS-TL-IDX) TO WS-ENTRY-BRANCH
              END-IF
              PERFORM 250-FIND-TYPE-RTN
              PERFORM 300-FIND-BRANCH-RTN
              MOVE 2 TO WS-P
              PERFORM 150-ADD-ENTRY-RTN
              IF TODAY-SW = 'Y'
                 MOVE 1 TO WS-P
                 PERFORM 150-ADD-ENTRY-RTN
              END-IF
           END-IF.
      *****************************************************************
      * REVPRG CARRIES THE ORIGINAL TRANSACTION DATE IN THE          *
      * REFERENCE AND SWAPS THE ORIGINAL FROM AND TO ACCOUNTS.       *
      *****************************************************************
       110-HOLD-REVERSAL-RTN.
           MOVE TRAN-REFERENCE (1:8) TO WS-REF-DATE-X.
           IF WS-REF-DATE NOT NUMERIC
              MOVE ZEROES TO WS-REF-DATE
           END-IF.
           IF WS-RV-USED < 500
              ADD 1 TO WS-RV-USED
              MOVE WS-REF-DATE TO WS-RV-ORIG-DATE (WS-RV-USED)
              MOVE TRAN-TO-ACCOUNT
                TO WS-RV-FROM-ACCOUNT (WS-RV-USED)
              MOVE TRAN-FROM-ACCOUNT
                TO WS-RV-TO-ACCOUNT (WS-RV-USED)
              MOVE TRAN-AMOUNT TO WS-RV-AMOUNT (WS-RV-USED)
              MOVE TODAY-SW TO WS-RV-TODAY (WS-RV-USED)
              MOVE ' ' TO WS-RV-MATCH (WS-RV-USED)
           ELSE
              ADD 1 TO WS-RV-DROPPED
              ADD 1 TO WS-TOT-UNMATCHED (2)
              IF TODAY-SW = 'Y'
                 ADD 1 TO WS-TOT-UNMATCHED (1)
              END-IF
           END-IF.
      *****************************************************************
       150-ADD-ENTRY-RTN.
           ADD 1 TO WS-TL-COUNT (WS-TL-IDX, WS-P).
           ADD TRAN-AMOUNT TO WS-TL-AMOUNT (WS-TL-IDX, WS-P).
           ADD 1 TO WS-TL-HR-COUNT (WS-TL-IDX, WS-P, WS-HOUR-IDX).
           ADD TRAN-AMOUNT
             TO WS-TL-HR-AMOUNT (WS-TL-IDX, WS-P, WS-HOUR-IDX).
           IF WS-TT-IDX > ZEROES
              ADD 1 TO WS-TT-COUNT (WS-TT-IDX, WS-P)
              ADD TRAN-AMOUNT TO WS-TT-AMOUNT (WS-TT-IDX, WS-P)
           END-IF.
           IF WS-BT-IDX > ZEROES
              ADD 1 TO WS-BT-COUNT (WS-BT-IDX, WS-P)
              ADD TRAN-AMOUNT TO WS-BT-AMOUNT (WS-BT-IDX, WS-P)
              ADD 1 TO WS-BT-HR-COUNT (WS-BT-IDX, WS-P, WS-HOUR-IDX)
           END-IF.
           ADD 1 TO WS-TOT-COUNT (WS-P).
           ADD TRAN-AMOUNT TO WS-TOT-AMOUNT (WS-P).
      *****************************************************************
      * A TELLER IS ANY ID ON USER.DAT.  BATCH JOBS AND CHANNEL      *
      * TERMINALS POST UNDER IDS THAT ARE NOT USERS AND COME BACK    *
      * WITH WS-TL-IDX ZERO.                                         *
      *****************************************************************
       200-FIND-TELLER-RTN.
           MOVE ZEROES TO WS-TL-IDX.
           MOVE 1 TO WS-SCAN-IDX.
           PERFORM 210-SCAN-TELLER-RTN
              UNTIL WS-TL-IDX > ZEROES OR
                    WS-SCAN-IDX > WS-TL-USED.
           IF WS-TL-IDX = ZEROES
              PERFORM 220-ADD-TELLER-RTN
           END-IF.
      *****************************************************************
       210-SCAN-TELLER-RTN.
           IF WS-TL-TELLER-ID (WS-SCAN-IDX) = WS-FIND-ID
              MOVE WS-SCAN-IDX TO WS-TL-IDX
           ELSE
              ADD 1 TO WS-SCAN-IDX
           END-IF.
      *****************************************************************
       220-ADD-TELLER-RTN.
           MOVE WS-FIND-ID TO USER-ID.
           READ USER-FILE
              NOT INVALID KEY
                 IF WS-TL-USED < 300
                    ADD 1 TO WS-TL-USED
                    MOVE WS-TL-USED TO WS-TL-IDX
                    MOVE WS-FIND-ID TO WS-TL-TELLER-ID (WS-TL-IDX)
                    MOVE USER-BRANCH-CODE
                      TO WS-TL-BRANCH (WS-TL-IDX)
                 ELSE
                    ADD 1 TO WS-TL-DROPPED
                    DISPLAY 'TLRVOL - TELLER TABLE FULL - '
                            WS-FIND-ID ' NOT COUNTED'
                 END-IF
           END-READ.
      *****************************************************************
       250-FIND-TYPE-RTN.
           MOVE ZEROES TO WS-TT-IDX.
           MOVE 1 TO WS-SCAN-IDX.
           PERFORM 260-SCAN-TYPE-RTN
              UNTIL WS-TT-IDX > ZEROES OR
                    WS-SCAN-IDX > WS-TT-USED.
           IF WS-TT-IDX = ZEROES
              IF WS-TT-USED < 1500
                 ADD 1 TO WS-TT-USED
                 MOVE WS-TT-USED TO WS-TT-IDX
                 MOVE WS-TL-IDX TO WS-TT-TELLER-IDX (WS-TT-IDX)
                 MOVE TRAN-TYPE TO WS-TT-TYPE (WS-TT-IDX)
              ELSE
                 ADD 1 TO WS-TT-DROPPED
              END-IF
           END-IF.
      *****************************************************************
       260-SCAN-TYPE-RTN.
           IF WS-TT-TELLER-IDX (WS-SCAN-IDX) = WS-TL-IDX AND
              WS-TT-TYPE (WS-SCAN-IDX) = TRAN-TYPE
              MOVE WS-SCAN-IDX TO WS-TT-IDX
           ELSE
              ADD 1 TO WS-SCAN-IDX
           END-IF.
      *****************************************************************
       300-FIND-BRANCH-RTN.
           MOVE ZEROES TO WS-BT-IDX.
           MOVE 1 TO WS-SCAN-IDX.
           PERFORM 310-SCAN-BRANCH-RTN
              UNTIL WS-BT-IDX > ZEROES OR
                    WS-SCAN-IDX > WS-BT-USED.
           IF WS-BT-IDX = ZEROES
              IF WS-BT-USED < 100
                 ADD 1 TO WS-BT-USED
                 MOVE WS-BT-USED TO WS-BT-IDX
                 MOVE WS-ENTRY-BRANCH TO WS-BT-BRANCH (WS-BT-IDX)
              ELSE
                 ADD 1 TO WS-BT-DROPPED
              END-IF
           END-IF.
      *****************************************************************
       310-SCAN-BRANCH-RTN.
           IF WS-BT-BRANCH (WS-SCAN-IDX) = WS-ENTRY-BRANCH
              MOVE WS-SCAN-IDX TO WS-BT-IDX
           ELSE
              ADD 1 TO WS-SCAN-IDX
           END-IF.
      *****************************************************************
      * SECOND PASS - EACH HELD REVERSAL IS MATCHED TO THE ORIGINAL  *
      * ENTRY THE SAME WAY REVPRG FOUND IT: SAME DATE AND AMOUNT,    *
      * NO FX RATE, WITH THE ACCOUNTS THE REVERSAL SWAPPED BACK.     *
      *****************************************************************
       A400-MATCH-REVERSALS-RTN.
           READ TRAN-LOG-FILE
              AT END
                 MOVE 'Y' TO LOG-EOF-SW
              NOT AT END
                 IF TRAN-TYPE NOT = 'REVERSAL' AND
                    TRAN-FX-RATE = ZEROES
                    PERFORM 400-MATCH-ONE-ORIGINAL-RTN
                 END-IF
           END-READ.
      *****************************************************************
       400-MATCH-ONE-ORIGINAL-RTN.
           MOVE 'N' TO MATCH-FOUND-SW.
           MOVE 1 TO WS-RV-IDX.
           PERFORM 410-SCAN-REVERSAL-RTN
              UNTIL MATCH-FOUND-SW = 'Y' OR
                    WS-RV-IDX > WS-RV-USED.
           IF MATCH-FOUND-SW = 'Y'
              MOVE TRAN-TELLER-ID TO WS-FIND-ID
              PERFORM 405-CHARGE-REVERSAL-RTN
           END-IF.
      *****************************************************************
       405-CHARGE-REVERSAL-RTN.
           PERFORM 200-FIND-TELLER-RTN.
           IF WS-TL-IDX > ZEROES
              MOVE 'A' TO WS-RV-MATCH (WS-RV-IDX)
              ADD 1 TO WS-TL-REVERSALS (WS-TL-IDX, 2)
              IF WS-RV-TODAY (WS-RV-IDX) = 'Y'
                 ADD 1 TO WS-TL-REVERSALS (WS-TL-IDX, 1)
              END-IF
           ELSE
              MOVE 'X' TO WS-RV-MATCH (WS-RV-IDX)
           END-IF.
      *****************************************************************
       410-SCAN-REVERSAL-RTN.
           IF WS-RV-MATCH (WS-RV-IDX) = ' ' AND
              WS-RV-ORIG-DATE (WS-RV-IDX) = TRAN-DATE AND
              WS-RV-AMOUNT (WS-RV-IDX) = TRAN-AMOUNT AND
              WS-RV-FROM-ACCOUNT (WS-RV-IDX) = TRAN-FROM-ACCOUNT AND
              WS-RV-TO-ACCOUNT (WS-RV-IDX) = TRAN-TO-ACCOUNT
              MOVE 'Y' TO MATCH-FOUND-SW
           ELSE
              ADD 1 TO WS-RV-IDX
           END-IF.
      *****************************************************************
      * A REVERSAL FROM AN EARLIER DAY WAS KEYED AGAINST THAT DAY'S  *
      * LOG, SO ITS ORIGINAL IS NOW ON HISTORY UNDER THE ORIGINAL    *
      * ACCOUNT AND DATE.                                            *
      *****************************************************************
       420-MATCH-HISTORY-RTN.
           IF WS-RV-MATCH (WS-RV-IDX) = ' '
              IF WS-RV-FROM-ACCOUNT (WS-RV-IDX) NOT = ZEROES
                 MOVE WS-RV-FROM-ACCOUNT (WS-RV-IDX)
                   TO TH-ACCOUNT-NUMBER
              ELSE
                 MOVE WS-RV-TO-ACCOUNT (WS-RV-IDX)
                   TO TH-ACCOUNT-NUMBER
              END-IF
              MOVE TH-ACCOUNT-NUMBER TO WS-HIST-ACCOUNT
              MOVE WS-RV-ORIG-DATE (WS-RV-IDX) TO TH-DATE
              MOVE ZEROES TO TH-SEQUENCE
              MOVE 'N' TO MATCH-FOUND-SW
              MOVE 'N' TO HIST-EOF-SW
              START TRAN-HIST-FILE KEY IS NOT LESS THAN TH-KEY
                 INVALID KEY
                    MOVE 'Y' TO HIST-EOF-SW
              END-START
              PERFORM 430-READ-NEXT-HISTORY-RTN
                 UNTIL END-OF-TRAN-HIST OR MATCH-FOUND-SW = 'Y'
              IF MATCH-FOUND-SW = 'Y'
                 MOVE TH-TELLER-ID TO WS-FIND-ID
                 PERFORM 405-CHARGE-REVERSAL-RTN
              END-IF
           END-IF.
           ADD 1 TO WS-RV-IDX.
      *****************************************************************
       430-READ-NEXT-HISTORY-RTN.
           READ TRAN-HIST-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO HIST-EOF-SW
              NOT AT END
                 IF TH-ACCOUNT-NUMBER NOT = WS-HIST-ACCOUNT OR
                    TH-DATE NOT = WS-RV-ORIG-DATE (WS-RV-IDX)
                    MOVE 'Y' TO HIST-EOF-SW
                 ELSE
                    IF TH-TYPE NOT = 'REVERSAL' AND
                       TH-AMOUNT = WS-RV-AMOUNT (WS-RV-IDX) AND
                       TH-FROM-ACCOUNT =
                          WS-RV-FROM-ACCOUNT (WS-RV-IDX) AND
                       TH-TO-ACCOUNT = WS-RV-TO-ACCOUNT (WS-RV-IDX)
                       MOVE 'Y' TO MATCH-FOUND-SW
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
      * THE REGISTER KEEPS THE DATE THE RECEIPT WAS ISSUED, SO A     *
      * DUPLICATE IS COUNTED IN THE PERIOD OF THE ORIGINAL RECEIPT.  *
      *****************************************************************
       A500-SCAN-RECEIPTS-RTN.
           READ RECEIPT-REG-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO RCPT-EOF-SW
              NOT AT END
                 IF RR-REPRINTED AND
                    RR-DATE NOT < WS-MONTH-START AND
                    RR-DATE NOT > WS-BUSINESS-DATE
                    PERFORM 500-COUNT-DUPLICATE-RTN
                 END-IF
           END-READ.
      *****************************************************************
       500-COUNT-DUPLICATE-RTN.
           MOVE RR-TELLER-ID TO WS-FIND-ID.
           PERFORM 200-FIND-TELLER-RTN.
           IF WS-TL-IDX > ZEROES
              ADD 1 TO WS-TL-DUPLICATES (WS-TL-IDX, 2)
              IF RR-DATE = WS-BUSINESS-DATE
                 ADD 1 TO WS-TL-DUPLICATES (WS-TL-IDX, 1)
              END-IF
           END-IF.
      *****************************************************************
       A600-PRINT-PERIOD-RTN.
           PERFORM 600-PRINT-HEADING-RTN.
           MOVE 1 TO WS-TL-IDX.
           PERFORM 610-PRINT-TELLER-RTN
              UNTIL WS-TL-IDX > WS-TL-USED.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'BRANCH TOTALS' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 1 TO WS-BT-IDX.
           PERFORM 650-PRINT-BRANCH-RTN
              UNTIL WS-BT-IDX > WS-BT-USED.
           PERFORM 690-PRINT-TOTALS-RTN.
      *****************************************************************
       600-PRINT-HEADING-RTN.
           MOVE SPACES TO REPORT-LINE.
           IF WS-P = 1
              STRING 'TELLER VOLUME AND PRODUCTIVITY - DAILY'
                     '   BUSINESS DATE ' WS-BUSINESS-DATE
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
           ELSE
              WRITE REPORT-LINE
              STRING 'TELLER VOLUME AND PRODUCTIVITY - MONTH TO DATE'
                     '   ' WS-MONTH-START ' TO ' WS-BUSINESS-DATE
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
           END-IF.
           WRITE REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
      *****************************************************************
       610-PRINT-TELLER-RTN.
           IF WS-TL-COUNT (WS-TL-IDX, WS-P) > ZEROES OR
              WS-TL-REVERSALS (WS-TL-IDX, WS-P) > ZEROES OR
              WS-TL-DUPLICATES (WS-TL-IDX, WS-P) > ZEROES
              PERFORM 615-PRINT-TELLER-DETAIL-RTN
           END-IF.
           ADD 1 TO WS-TL-IDX.
      *****************************************************************
       615-PRINT-TELLER-DETAIL-RTN.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TL-COUNT (WS-TL-IDX, WS-P) TO WS-COUNT-DISPLAY.
           MOVE WS-TL-AMOUNT (WS-TL-IDX, WS-P) TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TELLER ' WS-TL-TELLER-ID (WS-TL-IDX)
                  '  BRANCH ' WS-TL-BRANCH (WS-TL-IDX)
                  '  TRANSACTIONS ' WS-COUNT-DISPLAY
                  '  AMOUNT ' WS-AMOUNT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE 1 TO WS-TT-IDX.
           PERFORM 620-PRINT-TYPE-RTN
              UNTIL WS-TT-IDX > WS-TT-USED.
           MOVE 1 TO WS-HOUR-IDX.
           PERFORM 630-PRINT-TELLER-HOUR-RTN
              UNTIL WS-HOUR-IDX > 24.
           MOVE WS-TL-REVERSALS (WS-TL-IDX, WS-P) TO WS-SMALL-DISPLAY.
           MOVE WS-TL-DUPLICATES (WS-TL-IDX, WS-P) TO WS-DUP-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING '    REVERSED BY SUPERVISOR ' WS-SMALL-DISPLAY
                  '   DUPLICATE RECEIPTS ' WS-DUP-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
      *****************************************************************
       620-PRINT-TYPE-RTN.
           IF WS-TT-TELLER-IDX (WS-TT-IDX) = WS-TL-IDX AND
              WS-TT-COUNT (WS-TT-IDX, WS-P) > ZEROES
              MOVE WS-TT-COUNT (WS-TT-IDX, WS-P) TO WS-COUNT-DISPLAY
              MOVE WS-TT-AMOUNT (WS-TT-IDX, WS-P)
                TO WS-AMOUNT-DISPLAY
              MOVE SPACES TO REPORT-LINE
              STRING '    TYPE ' WS-TT-TYPE (WS-TT-IDX)
                     '      COUNT ' WS-COUNT-DISPLAY
                     '  AMOUNT ' WS-AMOUNT-DISPLAY
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
           END-IF.
           ADD 1 TO WS-TT-IDX.
      *****************************************************************
       630-PRINT-TELLER-HOUR-RTN.
           IF WS-TL-HR-COUNT (WS-TL-IDX, WS-P, WS-HOUR-IDX) > ZEROES
              COMPUTE WS-HOUR-DISPLAY = WS-HOUR-IDX - 1
              MOVE WS-TL-HR-COUNT (WS-TL-IDX, WS-P, WS-HOUR-IDX)
                TO WS-COUNT-DISPLAY
              MOVE WS-TL-HR-AMOUNT (WS-TL-IDX, WS-P, WS-HOUR-IDX)
                TO WS-AMOUNT-DISPLAY
              MOVE SPACES TO REPORT-LINE
              STRING '    HOUR ' WS-HOUR-DISPLAY ':00-'
                     WS-HOUR-DISPLAY ':59     COUNT '
                     WS-COUNT-DISPLAY
                     '  AMOUNT ' WS-AMOUNT-DISPLAY
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
           END-IF.
           ADD 1 TO WS-HOUR-IDX.
      *****************************************************************
      * THE BRANCH'S PEAK HOURS ARE THE HOURS WITH THE MOST          *
      * TRANSACTIONS; A TIE MARKS EVERY HOUR AT THE PEAK.            *
      *****************************************************************
       650-PRINT-BRANCH-RTN.
           IF WS-BT-COUNT (WS-BT-IDX, WS-P) > ZEROES
              PERFORM 655-PRINT-BRANCH-DETAIL-RTN
           END-IF.
           ADD 1 TO WS-BT-IDX.
      *****************************************************************
       655-PRINT-BRANCH-DETAIL-RTN.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-BT-COUNT (WS-BT-IDX, WS-P) TO WS-COUNT-DISPLAY.
           MOVE WS-BT-AMOUNT (WS-BT-IDX, WS-P) TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'BRANCH ' WS-BT-BRANCH (WS-BT-IDX)
                  '  TRANSACTIONS ' WS-COUNT-DISPLAY
                  '  AMOUNT ' WS-AMOUNT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE ZEROES TO WS-PEAK-COUNT.
           MOVE 1 TO WS-HOUR-IDX.
           PERFORM 660-FIND-PEAK-RTN
              UNTIL WS-HOUR-IDX > 24.
           MOVE 1 TO WS-HOUR-IDX.
           PERFORM 670-PRINT-BRANCH-HOUR-RTN
              UNTIL WS-HOUR-IDX > 24.
      *****************************************************************
       660-FIND-PEAK-RTN.
           IF WS-BT-HR-COUNT (WS-BT-IDX, WS-P, WS-HOUR-IDX) >
              WS-PEAK-COUNT
              MOVE WS-BT-HR-COUNT (WS-BT-IDX, WS-P, WS-HOUR-IDX)
                TO WS-PEAK-COUNT
           END-IF.
           ADD 1 TO WS-HOUR-IDX.
      *****************************************************************
       670-PRINT-BRANCH-HOUR-RTN.
           IF WS-BT-HR-COUNT (WS-BT-IDX, WS-P, WS-HOUR-IDX) > ZEROES
              COMPUTE WS-HOUR-DISPLAY = WS-HOUR-IDX - 1
              MOVE WS-BT-HR-COUNT (WS-BT-IDX, WS-P, WS-HOUR-IDX)
                TO WS-COUNT-DISPLAY
              IF WS-BT-HR-COUNT (WS-BT-IDX, WS-P, WS-HOUR-IDX) =
                 WS-PEAK-COUNT
                 MOVE '  PEAK' TO WS-PEAK-FLAG
              ELSE
                 MOVE SPACES TO WS-PEAK-FLAG
              END-IF
              MOVE SPACES TO REPORT-LINE
              STRING '    HOUR ' WS-HOUR-DISPLAY ':00-'
                     WS-HOUR-DISPLAY ':59     COUNT '
                     WS-COUNT-DISPLAY WS-PEAK-FLAG
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
           END-IF.
           ADD 1 TO WS-HOUR-IDX.
      *****************************************************************
       690-PRINT-TOTALS-RTN.
           MOVE 1 TO WS-RV-IDX.
           PERFORM 695-COUNT-UNMATCHED-RTN
              UNTIL WS-RV-IDX > WS-RV-USED.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOT-COUNT (WS-P) TO WS-COUNT-DISPLAY.
           MOVE WS-TOT-AMOUNT (WS-P) TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ALL TELLERS  TRANSACTIONS ' WS-COUNT-DISPLAY
                  '  AMOUNT ' WS-AMOUNT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-TOT-OTHER (WS-P) TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'BATCH AND CHANNEL ENTRIES NOT BY A TELLER '
                  WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-TOT-UNMATCHED (WS-P) TO WS-SMALL-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'REVERSALS NOT TRACED TO A TELLER '
                  WS-SMALL-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF WS-TL-DROPPED > ZEROES OR WS-TT-DROPPED > ZEROES OR
              WS-BT-DROPPED > ZEROES OR WS-RV-DROPPED > ZEROES
              MOVE SPACES TO REPORT-LINE
              STRING 'TABLES FULL - ENTRIES NOT COUNTED: TELLER '
                     WS-TL-DROPPED ' TYPE ' WS-TT-DROPPED
                     ' BRANCH ' WS-BT-DROPPED
                     ' REVERSAL ' WS-RV-DROPPED
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
           END-IF.
      *****************************************************************
       695-COUNT-UNMATCHED-RTN.
           IF WS-RV-MATCH (WS-RV-IDX) NOT = 'A'
              IF WS-P = 2 OR WS-RV-TODAY (WS-RV-IDX) = 'Y'
                 ADD 1 TO WS-TOT-UNMATCHED (WS-P)
              END-IF
           END-IF.
           ADD 1 TO WS-RV-IDX.
      *****************************************************************
       A900-CLOSE-RTN.
           IF HIST-OPEN-SW = 'Y'
              CLOSE TRAN-HIST-FILE
           END-IF.
           CLOSE RECEIPT-REG-FILE.
           CLOSE USER-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'TLRVOL - TELLERS: ' WS-TL-USED.
           DISPLAY 'TLRVOL - TRANSACTIONS TODAY: ' WS-TOT-COUNT (1).
           DISPLAY 'TLRVOL - TRANSACTIONS MONTH TO DATE: '
                   WS-TOT-COUNT (2).
