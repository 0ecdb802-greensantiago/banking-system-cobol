      ****************************************************************
      * THIS PROGRAM IS THE YEARLY CLOSED ACCOUNT PURGE.  CLOSEACCT  *
      * AND ESCHEAT ONLY MARK AN ACCOUNT CLOSED, SO ACCOUNT.DAT AND  *
      * ITS SATELLITE FILES KEEP EVERY DEAD ACCOUNT.  AN ACCOUNT     *
      * CLOSED LONGER THAN THE SYSCTL ACCTRETN PERIOD (IN DAYS,      *
      * COUNTED FROM THE CLOSING DATE LEFT IN LAST-ACTIVITY-DATE)    *
      * WITH A ZERO BALANCE AND NO ACTIVE HOLD, ACTIVE LOAN,         *
      * OUTSTANDING CHECK, OPEN DISPUTE OR UNCLAIMED ESCHEATMENT IS  *
      * COPIED, WITH ITS STMTCTL, ACCRUAL, CHNLLIM, ACCTOWN, CARD    *
      * AND KYCDOC RECORDS, TO A DATED ARCHIVE FILE AND DELETED FROM *
      * THE LIVE FILES.  THE ARCHIVE IS REGISTERED ON THE CATALOG    *
      * ACCTCAT.DAT SO ARCHINQ CAN STILL SHOW A PURGED ACCOUNT.      *
      * ACCTPURG.RPT LISTS EVERY ACCOUNT PURGED OR HELD BACK AND     *
      * CLOSES WITH THE CONTROL TOTALS.                              *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTPURG.
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
           SELECT STMT-CTL-FILE ASSIGN TO 'STMTCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SC-ACCOUNT-NUMBER
                  FILE STATUS IS WS-SC-STATUS.
           SELECT ACCRUAL-FILE ASSIGN TO 'ACCRUAL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACR-ACCOUNT-NUMBER
                  FILE STATUS IS WS-ACR-STATUS.
           SELECT CHNL-LIMIT-FILE ASSIGN TO 'CHNLLIM.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CL-ACCOUNT-NUMBER
                  FILE STATUS IS WS-CL-STATUS.
           SELECT ACCT-OWNER-FILE ASSIGN TO 'ACCTOWN.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AO-KEY
                  ALTERNATE KEY IS AO-USER-ID WITH DUPLICATES
                  FILE STATUS IS WS-AO-STATUS.
           SELECT CARD-FILE ASSIGN TO 'CARD.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CARD-NUMBER
                  ALTERNATE KEY IS CARD-ACCOUNT-NUMBER
                  WITH DUPLICATES
                  FILE STATUS IS WS-CARD-STATUS.
           SELECT KYC-DOC-FILE ASSIGN TO 'KYCDOC.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS KY-KEY
                  FILE STATUS IS WS-KY-STATUS.
           SELECT HOLD-FILE ASSIGN TO 'HOLDFILE.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HF-KEY
                  FILE STATUS IS WS-HOLD-STATUS.
           SELECT CHECK-REG-FILE ASSIGN TO 'CHKREG.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CK-KEY
                  FILE STATUS IS WS-CK-STATUS.
           SELECT ESCHEAT-REG-FILE ASSIGN TO 'ESCHREG.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ES-ACCOUNT-NUMBER
                  FILE STATUS IS WS-ES-STATUS.
           SELECT LOAN-FILE ASSIGN TO 'LOAN.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LN-LOAN-NUMBER
                  FILE STATUS IS WS-LN-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO 'DISPUTE.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DP-DISPUTE-NUMBER
                  FILE STATUS IS WS-DP-STATUS.
           SELECT SYSCTL-FILE ASSIGN TO 'SYSCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTL-KEY.
           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-NAME
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT ACCT-CAT-FILE ASSIGN TO 'ACCTCAT.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AC-PURGE-DATE
                  FILE STATUS IS WS-CAT-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'ACCTPURG.RPT'
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
       FD  STMT-CTL-FILE
           RECORD CONTAINS 29 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS STMT-CTL-REC.
       COPY STMTCTL.
       FD  ACCRUAL-FILE
           RECORD CONTAINS 34 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACCRUAL-REC.
       COPY ACCRUAL.
       FD  CHNL-LIMIT-FILE
           RECORD CONTAINS 56 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CHNL-LIMIT-REC.
       COPY CHNLLIM.
       FD  ACCT-OWNER-FILE
           RECORD CONTAINS 57 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACCT-OWNER-REC.
       COPY ACCTOWN.
       FD  CARD-FILE
           RECORD CONTAINS 58 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CARD-REC.
       COPY CARDFILE.
       FD  KYC-DOC-FILE
           RECORD CONTAINS 58 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS KYC-DOC-REC.
       COPY KYCDOC.
       FD  HOLD-FILE
           RECORD CONTAINS 78 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS HOLD-REC.
       COPY HOLDFILE.
       FD  CHECK-REG-FILE
           RECORD CONTAINS 51 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CHECK-REG-REC.
       COPY CHKREG.
       FD  ESCHEAT-REG-FILE
           RECORD CONTAINS 79 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ESCHEAT-REG-REC.
       COPY ESCHREG.
       FD  LOAN-FILE
           RECORD CONTAINS 123 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS LOAN-REC.
       COPY LOANFILE.
       FD  DISPUTE-FILE
           RECORD CONTAINS 91 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS DISPUTE-REC.
       COPY DISPUTE.
       FD  SYSCTL-FILE
           RECORD CONTAINS 31 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CTL-REC.
       COPY SYSCTL.
       FD  ARCHIVE-FILE
           RECORD CONTAINS 227 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACCT-ARC-REC.
       COPY ACCTARC.
       FD  ACCT-CAT-FILE
           RECORD CONTAINS 81 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACCT-CAT-REC.
       COPY ACCTCAT.
       FD  REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE               PIC X(100).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZEROES.
       01  WS-RETENTION-DAYS         PIC 9(5) VALUE 1800.
       01  WS-ARCHIVE-NAME           PIC X(30) VALUE SPACES.
       01  WS-SC-STATUS              PIC XX VALUE '00'.
       01  WS-ACR-STATUS             PIC XX VALUE '00'.
       01  WS-CL-STATUS              PIC XX VALUE '00'.
       01  WS-AO-STATUS              PIC XX VALUE '00'.
       01  WS-CARD-STATUS            PIC XX VALUE '00'.
       01  WS-KY-STATUS              PIC XX VALUE '00'.
       01  WS-HOLD-STATUS            PIC XX VALUE '00'.
       01  WS-CK-STATUS              PIC XX VALUE '00'.
       01  WS-ES-STATUS              PIC XX VALUE '00'.
       01  WS-LN-STATUS              PIC XX VALUE '00'.
       01  WS-DP-STATUS              PIC XX VALUE '00'.
       01  WS-CAT-STATUS             PIC XX VALUE '00'.
      * ACCOUNTS WITH AN ACTIVE LOAN OR AN UNRESOLVED DISPUTE ARE
      * COLLECTED FIRST, SINCE NEITHER FILE IS KEYED BY ACCOUNT.
       01  WS-LOAN-TABLE.
           05 WS-LOAN-ACCT OCCURS 5000 TIMES PIC 9(10).
       01  WS-LOAN-USED              PIC 9(4) COMP VALUE ZEROES.
       01  WS-DISPUTE-TABLE.
           05 WS-DSP-ACCT OCCURS 2000 TIMES PIC 9(10).
       01  WS-DSP-USED               PIC 9(4) COMP VALUE ZEROES.
       01  WS-TBL-IDX                PIC 9(4) COMP VALUE ZEROES.
       01  WS-TABLE-DROPPED          PIC 9(7) VALUE ZEROES.
       01  WS-DATE-WORK              PIC 9(8) VALUE ZEROES.
       01  WS-DATE-R REDEFINES WS-DATE-WORK.
           05 WS-DATE-YYYY           PIC 9(4).
           05 WS-DATE-MM             PIC 9(2).
           05 WS-DATE-DD             PIC 9(2).
       01  WS-BUS-DAY-NUM            PIC 9(7) VALUE ZEROES.
       01  WS-CLOSE-DAY-NUM          PIC 9(7) VALUE ZEROES.
       01  WS-DAYS-CLOSED            PIC 9(7) VALUE ZEROES.
       01  WS-KEEP-REASON            PIC X(18) VALUE SPACES.
       01  WS-PURGED-OWN             PIC 9(3) VALUE ZEROES.
       01  WS-PURGED-CARD            PIC 9(3) VALUE ZEROES.
       01  WS-PURGED-KYC             PIC 9(3) VALUE ZEROES.
       01  WS-PURGED-STM             PIC 9(3) VALUE ZEROES.
       01  WS-PURGED-ACR             PIC 9(3) VALUE ZEROES.
       01  WS-PURGED-LIM             PIC 9(3) VALUE ZEROES.
       01  WS-LOW-ACCOUNT            PIC 9(10) VALUE ZEROES.
       01  WS-HIGH-ACCOUNT           PIC 9(10) VALUE ZEROES.
       01  WS-ACCOUNTS-READ          PIC 9(7) VALUE ZEROES.
       01  WS-CLOSED-READ            PIC 9(7) VALUE ZEROES.
       01  WS-NO-CLOSE-DATE          PIC 9(7) VALUE ZEROES.
       01  WS-IN-RETENTION           PIC 9(7) VALUE ZEROES.
       01  WS-KEPT-BALANCE           PIC 9(7) VALUE ZEROES.
       01  WS-KEPT-HOLD              PIC 9(7) VALUE ZEROES.
       01  WS-KEPT-LOAN              PIC 9(7) VALUE ZEROES.
       01  WS-KEPT-CHECK             PIC 9(7) VALUE ZEROES.
       01  WS-KEPT-DISPUTE           PIC 9(7) VALUE ZEROES.
       01  WS-KEPT-ESCHEAT           PIC 9(7) VALUE ZEROES.
       01  WS-ACCOUNTS-PURGED        PIC 9(9) VALUE ZEROES.
       01  WS-ARC-STMTCTL            PIC 9(7) VALUE ZEROES.
       01  WS-ARC-ACCRUAL            PIC 9(7) VALUE ZEROES.
       01  WS-ARC-CHNLLIM            PIC 9(7) VALUE ZEROES.
       01  WS-ARC-ACCTOWN            PIC 9(7) VALUE ZEROES.
       01  WS-ARC-CARD               PIC 9(7) VALUE ZEROES.
       01  WS-ARC-KYCDOC             PIC 9(7) VALUE ZEROES.
       01  WS-ARC-TOTAL              PIC 9(9) VALUE ZEROES.
       01  WS-DELETE-ERRORS          PIC 9(7) VALUE ZEROES.
       01  ACCT-EOF-SW               PIC X VALUE 'N'.
           88 END-OF-ACCOUNT-FILE    VALUE 'Y'.
       01  SAT-EOF-SW                PIC X VALUE 'N'.
       01  TBL-EOF-SW                PIC X VALUE 'N'.
       01  FOUND-SW                  PIC X VALUE 'N'.
       01  RUN-SW                    PIC X VALUE 'N'.
       01  HOLD-OPEN-SW              PIC X VALUE 'N'.
       01  CK-OPEN-SW                PIC X VALUE 'N'.
       01  ES-OPEN-SW                PIC X VALUE 'N'.
      *****************************************************************
       PROCEDURE DIVISION.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           IF RUN-SW = 'Y'
              PERFORM A300-PROCESS-RTN UNTIL END-OF-ACCOUNT-FILE
           END-IF.
           PERFORM A900-CLOSE-RTN.
           STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
           OPEN INPUT SYSCTL-FILE.
           MOVE 'BUSDATE   ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-BUSINESS-DATE
           END-READ.
           MOVE 'ACCTRETN  ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 IF CTL-NUM-VALUE > ZEROES
                    MOVE CTL-NUM-VALUE TO WS-RETENTION-DAYS
                 END-IF
           END-READ.
           CLOSE SYSCTL-FILE.
           MOVE WS-BUSINESS-DATE TO WS-DATE-WORK.
           COMPUTE WS-BUS-DAY-NUM = (WS-DATE-YYYY * 360) +
                   (WS-DATE-MM * 30) + WS-DATE-DD.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CLOSED ACCOUNT PURGE - BUSINESS DATE '
                  WS-BUSINESS-DATE
                  '  RETENTION DAYS: ' WS-RETENTION-DAYS
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           OPEN I-O ACCT-CAT-FILE.
           IF WS-CAT-STATUS NOT = '00'
              OPEN OUTPUT ACCT-CAT-FILE
              CLOSE ACCT-CAT-FILE
              OPEN I-O ACCT-CAT-FILE
           END-IF.
      *    A SECOND RUN ON THE SAME DATE WOULD OVERWRITE THE ARCHIVE
      *    OF THE FIRST, SO IT IS REFUSED.
           MOVE WS-BUSINESS-DATE TO AC-PURGE-DATE.
           READ ACCT-CAT-FILE
              INVALID KEY
                 MOVE 'Y' TO RUN-SW
              NOT INVALID KEY
                 DISPLAY 'ACCTPURG - PURGE ALREADY RUN FOR '
                         WS-BUSINESS-DATE ' - NOTHING DONE'
                 MOVE 'PURGE ALREADY RUN FOR THIS DATE - NOTHING DONE'
                   TO REPORT-LINE
                 WRITE REPORT-LINE
           END-READ.
           IF RUN-SW = 'Y'
              PERFORM 050-OPEN-FILES-RTN
           END-IF.
           IF RUN-SW = 'Y'
              PERFORM 060-LOAD-LOANS-RTN
              PERFORM 070-LOAD-DISPUTES-RTN
              IF WS-TABLE-DROPPED > ZEROES
                 DISPLAY 'ACCTPURG - LOAN/DISPUTE TABLE FULL - '
                         'NOTHING PURGED'
                 MOVE 'LOAN/DISPUTE TABLE FULL - NOTHING PURGED'
                   TO REPORT-LINE
                 WRITE REPORT-LINE
                 MOVE 'Y' TO ACCT-EOF-SW
              END-IF
           END-IF.
           IF RUN-SW = 'Y' AND NOT END-OF-ACCOUNT-FILE
              DISPLAY 'ACCTPURG - ARCHIVING TO ' WS-ARCHIVE-NAME
              MOVE SPACES TO REPORT-LINE
              STRING 'ARCHIVE FILE: ' WS-ARCHIVE-NAME
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              MOVE 'ACCOUNT'   TO REPORT-LINE (1:7)
              MOVE 'NAME'      TO REPORT-LINE (13:4)
              MOVE 'CLOSED'    TO REPORT-LINE (44:6)
              MOVE 'ACTION'    TO REPORT-LINE (54:6)
              MOVE 'OWN CRD KYC STM ACR LIM' TO REPORT-LINE (74:23)
              WRITE REPORT-LINE
              MOVE ALL '-' TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE ZEROES TO ACCOUNT-NUMBER
              START ACCOUNT-FILE KEY IS NOT LESS THAN ACCOUNT-NUMBER
                 INVALID KEY
                    MOVE 'Y' TO ACCT-EOF-SW
              END-START
           END-IF.
      *****************************************************************
      * THE SATELLITE FILES ARE CREATED EMPTY IF THEY HAVE NEVER     *
      * BEEN WRITTEN; A MISSING HOLD, CHECK OR ESCHEAT FILE SIMPLY   *
      * HAS NOTHING TO STOP THE PURGE.                               *
      *****************************************************************
       050-OPEN-FILES-RTN.
           OPEN I-O ACCOUNT-FILE.
           OPEN I-O STMT-CTL-FILE.
           IF WS-SC-STATUS NOT = '00'
              OPEN OUTPUT STMT-CTL-FILE
              CLOSE STMT-CTL-FILE
              OPEN I-O STMT-CTL-FILE
           END-IF.
           OPEN I-O ACCRUAL-FILE.
           IF WS-ACR-STATUS NOT = '00'
              OPEN OUTPUT ACCRUAL-FILE
              CLOSE ACCRUAL-FILE
              OPEN I-O ACCRUAL-FILE
           END-IF.
           OPEN I-O CHNL-LIMIT-FILE.
           IF WS-CL-STATUS NOT = '00'
              OPEN OUTPUT CHNL-LIMIT-FILE
              CLOSE CHNL-LIMIT-FILE
              OPEN I-O CHNL-LIMIT-FILE
           END-IF.
           OPEN I-O ACCT-OWNER-FILE.
           IF WS-AO-STATUS NOT = '00'
              OPEN OUTPUT ACCT-OWNER-FILE
              CLOSE ACCT-OWNER-FILE
              OPEN I-O ACCT-OWNER-FILE
           END-IF.
           OPEN I-O CARD-FILE.
           IF WS-CARD-STATUS NOT = '00'
              OPEN OUTPUT CARD-FILE
              CLOSE CARD-FILE
              OPEN I-O CARD-FILE
           END-IF.
           OPEN I-O KYC-DOC-FILE.
           IF WS-KY-STATUS NOT = '00'
              OPEN OUTPUT KYC-DOC-FILE
              CLOSE KYC-DOC-FILE
              OPEN I-O KYC-DOC-FILE
           END-IF.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS = '00'
              MOVE 'Y' TO HOLD-OPEN-SW
           END-IF.
           OPEN INPUT CHECK-REG-FILE.
           IF WS-CK-STATUS = '00'
              MOVE 'Y' TO CK-OPEN-SW
           END-IF.
           OPEN INPUT ESCHEAT-REG-FILE.
           IF WS-ES-STATUS = '00'
              MOVE 'Y' TO ES-OPEN-SW
           END-IF.
           MOVE WS-BUSINESS-DATE TO WS-DATE-WORK.
           INITIALIZE WS-ARCHIVE-NAME.
           STRING 'ACCTARC.A' DELIMITED BY SIZE
                  WS-DATE-WORK DELIMITED BY SIZE
             INTO WS-ARCHIVE-NAME
           END-STRING.
           OPEN OUTPUT ARCHIVE-FILE.
      *****************************************************************
       060-LOAD-LOANS-RTN.
           OPEN INPUT LOAN-FILE.
           IF WS-LN-STATUS = '00'
              MOVE 'N' TO TBL-EOF-SW
              PERFORM 065-LOAD-ONE-LOAN-RTN UNTIL TBL-EOF-SW = 'Y'
              CLOSE LOAN-FILE
           END-IF.
      *****************************************************************
       065-LOAD-ONE-LOAN-RTN.
           READ LOAN-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO TBL-EOF-SW
              NOT AT END
                 IF LN-ACTIVE AND LN-DEPOSIT-ACCOUNT NOT = ZEROES
                    IF WS-LOAN-USED < 5000
                       ADD 1 TO WS-LOAN-USED
                       MOVE LN-DEPOSIT-ACCOUNT
                         TO WS-LOAN-ACCT (WS-LOAN-USED)
                    ELSE
                       ADD 1 TO WS-TABLE-DROPPED
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
       070-LOAD-DISPUTES-RTN.
           OPEN INPUT DISPUTE-FILE.
           IF WS-DP-STATUS = '00'
              MOVE 'N' TO TBL-EOF-SW
              PERFORM 075-LOAD-ONE-DISPUTE-RTN UNTIL TBL-EOF-SW = 'Y'
              CLOSE DISPUTE-FILE
           END-IF.
      *****************************************************************
       075-LOAD-ONE-DISPUTE-RTN.
           READ DISPUTE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO TBL-EOF-SW
              NOT AT END
                 IF DP-OPEN OR DP-PROVISIONAL
                    IF WS-DSP-USED < 2000
                       ADD 1 TO WS-DSP-USED
                       MOVE DP-ACCOUNT-NUMBER
                         TO WS-DSP-ACCT (WS-DSP-USED)
                    ELSE
                       ADD 1 TO WS-TABLE-DROPPED
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
       A300-PROCESS-RTN.
           READ ACCOUNT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO ACCT-EOF-SW
              NOT AT END
                 ADD 1 TO WS-ACCOUNTS-READ
                 IF CLOSED-ACCOUNT
                    ADD 1 TO WS-CLOSED-READ
                    PERFORM 100-CHECK-ACCOUNT-RTN
                 END-IF
           END-READ.
      *****************************************************************
      * AN ACCOUNT STILL INSIDE ITS RETENTION PERIOD IS ONLY         *
      * COUNTED; ONE PAST IT BUT HELD BACK IS LISTED WITH THE FIRST  *
      * REASON FOUND, SO OPERATIONS CAN CLEAR IT BEFORE NEXT YEAR.   *
      *****************************************************************
       100-CHECK-ACCOUNT-RTN.
           IF LAST-ACTIVITY-DATE = ZEROES
              ADD 1 TO WS-NO-CLOSE-DATE
           ELSE
              MOVE LAST-ACTIVITY-DATE TO WS-DATE-WORK
              COMPUTE WS-CLOSE-DAY-NUM = (WS-DATE-YYYY * 360) +
                      (WS-DATE-MM * 30) + WS-DATE-DD
              IF WS-CLOSE-DAY-NUM > WS-BUS-DAY-NUM
                 MOVE ZEROES TO WS-DAYS-CLOSED
              ELSE
                 COMPUTE WS-DAYS-CLOSED =
                         WS-BUS-DAY-NUM - WS-CLOSE-DAY-NUM
              END-IF
              IF WS-DAYS-CLOSED NOT > WS-RETENTION-DAYS
                 ADD 1 TO WS-IN-RETENTION
              ELSE
                 PERFORM 200-CHECK-BLOCKERS-RTN
                 IF WS-KEEP-REASON = SPACES
                    PERFORM 500-PURGE-ACCOUNT-RTN
                 ELSE
                    PERFORM 800-WRITE-DETAIL-RTN
                 END-IF
              END-IF
           END-IF.
      *****************************************************************
       200-CHECK-BLOCKERS-RTN.
           MOVE SPACES TO WS-KEEP-REASON.
           IF ACCOUNT-BALANCE NOT = ZEROES
              MOVE 'KEPT - BALANCE' TO WS-KEEP-REASON
              ADD 1 TO WS-KEPT-BALANCE
           END-IF.
           IF WS-KEEP-REASON = SPACES AND HOLD-OPEN-SW = 'Y'
              PERFORM 210-CHECK-HOLDS-RTN
           END-IF.
           IF WS-KEEP-REASON = SPACES
              PERFORM 220-CHECK-LOANS-RTN
           END-IF.
           IF WS-KEEP-REASON = SPACES AND CK-OPEN-SW = 'Y'
              PERFORM 230-CHECK-CHECKS-RTN
           END-IF.
           IF WS-KEEP-REASON = SPACES
              PERFORM 240-CHECK-DISPUTES-RTN
           END-IF.
           IF WS-KEEP-REASON = SPACES AND ES-OPEN-SW = 'Y'
              PERFORM 250-CHECK-ESCHEAT-RTN
           END-IF.
      *****************************************************************
       210-CHECK-HOLDS-RTN.
           MOVE 'N' TO FOUND-SW.
           MOVE 'N' TO SAT-EOF-SW.
           MOVE ACCOUNT-NUMBER TO HF-ACCOUNT-NUMBER.
           MOVE ZEROES TO HF-HOLD-SEQ.
           START HOLD-FILE KEY IS NOT LESS THAN HF-KEY
              INVALID KEY
                 MOVE 'Y' TO SAT-EOF-SW
           END-START.
           PERFORM 215-READ-HOLD-RTN
              UNTIL SAT-EOF-SW = 'Y' OR FOUND-SW = 'Y'.
           IF FOUND-SW = 'Y'
              MOVE 'KEPT - ACTIVE HOLD' TO WS-KEEP-REASON
              ADD 1 TO WS-KEPT-HOLD
           END-IF.
      *****************************************************************
       215-READ-HOLD-RTN.
           READ HOLD-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO SAT-EOF-SW
              NOT AT END
                 IF HF-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
                    MOVE 'Y' TO SAT-EOF-SW
                 ELSE
                    IF HF-ACTIVE
                       MOVE 'Y' TO FOUND-SW
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
       220-CHECK-LOANS-RTN.
           MOVE 'N' TO FOUND-SW.
           MOVE 1 TO WS-TBL-IDX.
           PERFORM 225-SCAN-LOAN-RTN
              UNTIL WS-TBL-IDX > WS-LOAN-USED OR FOUND-SW = 'Y'.
           IF FOUND-SW = 'Y'
              MOVE 'KEPT - ACTIVE LOAN' TO WS-KEEP-REASON
              ADD 1 TO WS-KEPT-LOAN
           END-IF.
      *****************************************************************
       225-SCAN-LOAN-RTN.
           IF WS-LOAN-ACCT (WS-TBL-IDX) = ACCOUNT-NUMBER
              MOVE 'Y' TO FOUND-SW
           END-IF.
           ADD 1 TO WS-TBL-IDX.
      *****************************************************************
       230-CHECK-CHECKS-RTN.
           MOVE 'N' TO FOUND-SW.
           MOVE 'N' TO SAT-EOF-SW.
           MOVE ACCOUNT-NUMBER TO CK-ACCOUNT-NUMBER.
           MOVE ZEROES TO CK-CHECK-NUMBER.
           START CHECK-REG-FILE KEY IS NOT LESS THAN CK-KEY
              INVALID KEY
                 MOVE 'Y' TO SAT-EOF-SW
           END-START.
           PERFORM 235-READ-CHECK-RTN
              UNTIL SAT-EOF-SW = 'Y' OR FOUND-SW = 'Y'.
           IF FOUND-SW = 'Y'
              MOVE 'KEPT - OPEN CHECK' TO WS-KEEP-REASON
              ADD 1 TO WS-KEPT-CHECK
           END-IF.
      *****************************************************************
       235-READ-CHECK-RTN.
           READ CHECK-REG-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO SAT-EOF-SW
              NOT AT END
                 IF CK-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
                    MOVE 'Y' TO SAT-EOF-SW
                 ELSE
                    IF CK-OUTSTANDING
                       MOVE 'Y' TO FOUND-SW
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
       240-CHECK-DISPUTES-RTN.
           MOVE 'N' TO FOUND-SW.
           MOVE 1 TO WS-TBL-IDX.
           PERFORM 245-SCAN-DISPUTE-RTN
              UNTIL WS-TBL-IDX > WS-DSP-USED OR FOUND-SW = 'Y'.
           IF FOUND-SW = 'Y'
              MOVE 'KEPT - OPEN DISPUTE' TO WS-KEEP-REASON
              ADD 1 TO WS-KEPT-DISPUTE
           END-IF.
      *****************************************************************
       245-SCAN-DISPUTE-RTN.
           IF WS-DSP-ACCT (WS-TBL-IDX) = ACCOUNT-NUMBER
              MOVE 'Y' TO FOUND-SW
           END-IF.
           ADD 1 TO WS-TBL-IDX.
      *****************************************************************
      * TURNED-OVER FUNDS CAN STILL BE CLAIMED, SO THE ACCOUNT STAYS *
      * UNTIL THE ESCHEAT REGISTER SHOWS THE CLAIM PAID.             *
      *****************************************************************
       250-CHECK-ESCHEAT-RTN.
           MOVE ACCOUNT-NUMBER TO ES-ACCOUNT-NUMBER.
           READ ESCHEAT-REG-FILE
              NOT INVALID KEY
                 IF NOT ES-CLAIMED
                    MOVE 'KEPT - ESCHEATMENT' TO WS-KEEP-REASON
                    ADD 1 TO WS-KEPT-ESCHEAT
                 END-IF
           END-READ.
      *****************************************************************
      * THE ACCOUNT RECORD GOES TO THE ARCHIVE FIRST, FOLLOWED BY    *
      * EACH OF ITS SATELLITE RECORDS, AND EACH IS DELETED FROM ITS  *
      * LIVE FILE AS IT IS ARCHIVED.                                 *
      *****************************************************************
       500-PURGE-ACCOUNT-RTN.
           MOVE ZEROES TO WS-PURGED-OWN WS-PURGED-CARD WS-PURGED-KYC
                          WS-PURGED-STM WS-PURGED-ACR WS-PURGED-LIM.
           MOVE ACCOUNT-REC TO AR-DATA.
           MOVE 'ACCOUNT ' TO AR-REC-TYPE.
           PERFORM 590-WRITE-ARCHIVE-RTN.
           DELETE ACCOUNT-FILE RECORD
              INVALID KEY
                 DISPLAY 'ACCTPURG - ERROR DELETING ACCOUNT '
                         ACCOUNT-NUMBER
                 ADD 1 TO WS-DELETE-ERRORS
           END-DELETE.
           PERFORM 510-PURGE-SINGLE-RTN.
           PERFORM 520-PURGE-OWNERS-RTN.
           PERFORM 530-PURGE-CARDS-RTN.
           PERFORM 540-PURGE-KYC-RTN.
           IF WS-ACCOUNTS-PURGED = ZEROES
              MOVE ACCOUNT-NUMBER TO WS-LOW-ACCOUNT
           END-IF.
           MOVE ACCOUNT-NUMBER TO WS-HIGH-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-PURGED.
           MOVE 'PURGED' TO WS-KEEP-REASON.
           PERFORM 800-WRITE-DETAIL-RTN.
      *****************************************************************
       510-PURGE-SINGLE-RTN.
           MOVE ACCOUNT-NUMBER TO SC-ACCOUNT-NUMBER.
           READ STMT-CTL-FILE
              NOT INVALID KEY
                 MOVE STMT-CTL-REC TO AR-DATA
                 MOVE 'STMTCTL ' TO AR-REC-TYPE
                 PERFORM 590-WRITE-ARCHIVE-RTN
                 ADD 1 TO WS-ARC-STMTCTL
                 ADD 1 TO WS-PURGED-STM
                 DELETE STMT-CTL-FILE RECORD
                    INVALID KEY
                       ADD 1 TO WS-DELETE-ERRORS
                 END-DELETE
           END-READ.
           MOVE ACCOUNT-NUMBER TO ACR-ACCOUNT-NUMBER.
           READ ACCRUAL-FILE
              NOT INVALID KEY
                 MOVE ACCRUAL-REC TO AR-DATA
                 MOVE 'ACCRUAL ' TO AR-REC-TYPE
                 PERFORM 590-WRITE-ARCHIVE-RTN
                 ADD 1 TO WS-ARC-ACCRUAL
                 ADD 1 TO WS-PURGED-ACR
                 DELETE ACCRUAL-FILE RECORD
                    INVALID KEY
                       ADD 1 TO WS-DELETE-ERRORS
                 END-DELETE
           END-READ.
           MOVE ACCOUNT-NUMBER TO CL-ACCOUNT-NUMBER.
           READ CHNL-LIMIT-FILE
              NOT INVALID KEY
                 MOVE CHNL-LIMIT-REC TO AR-DATA
                 MOVE 'CHNLLIM ' TO AR-REC-TYPE
                 PERFORM 590-WRITE-ARCHIVE-RTN
                 ADD 1 TO WS-ARC-CHNLLIM
                 ADD 1 TO WS-PURGED-LIM
                 DELETE CHNL-LIMIT-FILE RECORD
                    INVALID KEY
                       ADD 1 TO WS-DELETE-ERRORS
                 END-DELETE
           END-READ.
      *****************************************************************
       520-PURGE-OWNERS-RTN.
           MOVE 'N' TO SAT-EOF-SW.
           MOVE ACCOUNT-NUMBER TO AO-ACCOUNT-NUMBER.
           MOVE ZEROES TO AO-OWNER-SEQ.
           START ACCT-OWNER-FILE KEY IS NOT LESS THAN AO-KEY
              INVALID KEY
                 MOVE 'Y' TO SAT-EOF-SW
           END-START.
           PERFORM 525-PURGE-ONE-OWNER-RTN UNTIL SAT-EOF-SW = 'Y'.
      *****************************************************************
       525-PURGE-ONE-OWNER-RTN.
           READ ACCT-OWNER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO SAT-EOF-SW
              NOT AT END
                 IF AO-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
                    MOVE 'Y' TO SAT-EOF-SW
                 ELSE
                    MOVE ACCT-OWNER-REC TO AR-DATA
                    MOVE 'ACCTOWN ' TO AR-REC-TYPE
                    PERFORM 590-WRITE-ARCHIVE-RTN
                    ADD 1 TO WS-ARC-ACCTOWN
                    ADD 1 TO WS-PURGED-OWN
                    DELETE ACCT-OWNER-FILE RECORD
                       INVALID KEY
                          ADD 1 TO WS-DELETE-ERRORS
                    END-DELETE
                 END-IF
           END-READ.
      *****************************************************************
       530-PURGE-CARDS-RTN.
           MOVE 'N' TO SAT-EOF-SW.
           MOVE ACCOUNT-NUMBER TO CARD-ACCOUNT-NUMBER.
           START CARD-FILE KEY IS = CARD-ACCOUNT-NUMBER
              INVALID KEY
                 MOVE 'Y' TO SAT-EOF-SW
           END-START.
           PERFORM 535-PURGE-ONE-CARD-RTN UNTIL SAT-EOF-SW = 'Y'.
      *****************************************************************
       535-PURGE-ONE-CARD-RTN.
           READ CARD-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO SAT-EOF-SW
              NOT AT END
                 IF CARD-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
                    MOVE 'Y' TO SAT-EOF-SW
                 ELSE
                    MOVE CARD-REC TO AR-DATA
                    MOVE 'CARD    ' TO AR-REC-TYPE
                    PERFORM 590-WRITE-ARCHIVE-RTN
                    ADD 1 TO WS-ARC-CARD
                    ADD 1 TO WS-PURGED-CARD
                    DELETE CARD-FILE RECORD
                       INVALID KEY
                          ADD 1 TO WS-DELETE-ERRORS
                    END-DELETE
                 END-IF
           END-READ.
      *****************************************************************
       540-PURGE-KYC-RTN.
           MOVE 'N' TO SAT-EOF-SW.
           MOVE ACCOUNT-NUMBER TO KY-ACCOUNT-NUMBER.
           MOVE LOW-VALUES TO KY-DOC-TYPE.
           START KYC-DOC-FILE KEY IS NOT LESS THAN KY-KEY
              INVALID KEY
                 MOVE 'Y' TO SAT-EOF-SW
           END-START.
           PERFORM 545-PURGE-ONE-KYC-RTN UNTIL SAT-EOF-SW = 'Y'.
      *****************************************************************
       545-PURGE-ONE-KYC-RTN.
           READ KYC-DOC-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO SAT-EOF-SW
              NOT AT END
                 IF KY-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
                    MOVE 'Y' TO SAT-EOF-SW
                 ELSE
                    MOVE KYC-DOC-REC TO AR-DATA
                    MOVE 'KYCDOC  ' TO AR-REC-TYPE
                    PERFORM 590-WRITE-ARCHIVE-RTN
                    ADD 1 TO WS-ARC-KYCDOC
                    ADD 1 TO WS-PURGED-KYC
                    DELETE KYC-DOC-FILE RECORD
                       INVALID KEY
                          ADD 1 TO WS-DELETE-ERRORS
                    END-DELETE
                 END-IF
           END-READ.
      *****************************************************************
       590-WRITE-ARCHIVE-RTN.
           MOVE ACCOUNT-NUMBER TO AR-ACCOUNT-NUMBER.
           MOVE WS-BUSINESS-DATE TO AR-PURGE-DATE.
           WRITE ACCT-ARC-REC.
           ADD 1 TO WS-ARC-TOTAL.
      *****************************************************************
       800-WRITE-DETAIL-RTN.
           MOVE SPACES TO REPORT-LINE.
           MOVE ACCOUNT-NUMBER     TO REPORT-LINE (1:10).
           MOVE ACCOUNT-NAME       TO REPORT-LINE (13:30).
           MOVE LAST-ACTIVITY-DATE TO REPORT-LINE (44:8).
           MOVE WS-KEEP-REASON     TO REPORT-LINE (54:18).
           IF WS-KEEP-REASON = 'PURGED'
              MOVE WS-PURGED-OWN  TO REPORT-LINE (74:3)
              MOVE WS-PURGED-CARD TO REPORT-LINE (78:3)
              MOVE WS-PURGED-KYC  TO REPORT-LINE (82:3)
              MOVE WS-PURGED-STM  TO REPORT-LINE (86:3)
              MOVE WS-PURGED-ACR  TO REPORT-LINE (90:3)
              MOVE WS-PURGED-LIM  TO REPORT-LINE (94:3)
           END-IF.
           WRITE REPORT-LINE.
      *****************************************************************
       A900-CLOSE-RTN.
           IF RUN-SW = 'Y'
              IF WS-ACCOUNTS-PURGED > ZEROES
                 MOVE WS-BUSINESS-DATE   TO AC-PURGE-DATE
                 MOVE WS-ARCHIVE-NAME    TO AC-FILE-NAME
                 MOVE WS-RETENTION-DAYS  TO AC-RETENTION-DAYS
                 MOVE WS-LOW-ACCOUNT     TO AC-LOW-ACCOUNT
                 MOVE WS-HIGH-ACCOUNT    TO AC-HIGH-ACCOUNT
                 MOVE WS-ACCOUNTS-PURGED TO AC-ACCOUNT-COUNT
                 MOVE WS-ARC-TOTAL       TO AC-RECORD-COUNT
                 WRITE ACCT-CAT-REC
                    INVALID KEY
                       DISPLAY 'ACCTPURG - ERROR WRITING CATALOG'
                 END-WRITE
              END-IF
              PERFORM 950-WRITE-TOTALS-RTN
              CLOSE ACCOUNT-FILE
              CLOSE STMT-CTL-FILE
              CLOSE ACCRUAL-FILE
              CLOSE CHNL-LIMIT-FILE
              CLOSE ACCT-OWNER-FILE
              CLOSE CARD-FILE
              CLOSE KYC-DOC-FILE
              IF HOLD-OPEN-SW = 'Y'
                 CLOSE HOLD-FILE
              END-IF
              IF CK-OPEN-SW = 'Y'
                 CLOSE CHECK-REG-FILE
              END-IF
              IF ES-OPEN-SW = 'Y'
                 CLOSE ESCHEAT-REG-FILE
              END-IF
              CLOSE ARCHIVE-FILE
           END-IF.
           CLOSE ACCT-CAT-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'ACCTPURG - ACCOUNTS PURGED: ' WS-ACCOUNTS-PURGED.
           DISPLAY 'ACCTPURG - RECORDS ARCHIVED: ' WS-ARC-TOTAL.
           IF WS-DELETE-ERRORS > ZEROES
              DISPLAY 'ACCTPURG - DELETE ERRORS: ' WS-DELETE-ERRORS
           END-IF.
      *****************************************************************
      * CONTROL TOTALS - THE CLOSED ACCOUNTS READ MUST EQUAL THOSE   *
      * WITHOUT A CLOSING DATE, THOSE STILL IN RETENTION, THOSE KEPT *
      * AND THOSE PURGED; THE ARCHIVE RECORD COUNT MUST EQUAL THE    *
      * ACCOUNTS PURGED PLUS EVERY SATELLITE RECORD ARCHIVED.        *
      *****************************************************************
       950-WRITE-TOTALS-RTN.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'CONTROL TOTALS' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ACCOUNTS READ: ' WS-ACCOUNTS-READ
                  '  CLOSED: ' WS-CLOSED-READ
                  '  NO CLOSING DATE: ' WS-NO-CLOSE-DATE
                  '  IN RETENTION: ' WS-IN-RETENTION
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'KEPT - BALANCE: ' WS-KEPT-BALANCE
                  '  HOLD: ' WS-KEPT-HOLD
                  '  LOAN: ' WS-KEPT-LOAN
                  '  CHECK: ' WS-KEPT-CHECK
                  '  DISPUTE: ' WS-KEPT-DISPUTE
                  '  ESCHEAT: ' WS-KEPT-ESCHEAT
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ACCOUNTS PURGED: ' WS-ACCOUNTS-PURGED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ARCHIVED - STMTCTL: ' WS-ARC-STMTCTL
                  '  ACCRUAL: ' WS-ARC-ACCRUAL
                  '  CHNLLIM: ' WS-ARC-CHNLLIM
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ARCHIVED - ACCTOWN: ' WS-ARC-ACCTOWN
                  '  CARD: ' WS-ARC-CARD
                  '  KYCDOC: ' WS-ARC-KYCDOC
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ARCHIVE RECORDS WRITTEN: ' WS-ARC-TOTAL
                  '  DELETE ERRORS: ' WS-DELETE-ERRORS
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
