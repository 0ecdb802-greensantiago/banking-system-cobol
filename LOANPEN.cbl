      ****************************************************************
      * THIS PROGRAM IS THE NIGHTLY LATE-PAYMENT PENALTY ASSESSMENT  *
      * RUN.  EVERY UNPAID INSTALLMENT OF AN ACTIVE LOAN THAT IS     *
      * PAST ITS DUE DATE BY MORE THAN THE GRACE PERIOD IS CHARGED   *
      * PENALTY INTEREST ON ITS OVERDUE AMOUNT (PRINCIPAL PLUS       *
      * INTEREST DUE) AT THE PENALTY RATE SET BY CREDIT MANAGEMENT,  *
      * FOR THE DAYS SINCE THE LAST ASSESSMENT, ON A 30/360 BASIS.   *
      * THE CHARGE IS ADDED TO THE PENALTY OWED ON THE LOAN RECORD,  *
      * WHICH LOANPAY AND LOANADB COLLECT AHEAD OF INTEREST AND      *
      * PRINCIPAL, AND EACH LOAN CHARGED IS LISTED ON THE PENALTY    *
      * REGISTER.  PENALTY INCOME REACHES THE LEDGER THROUGH GLPOST  *
      * WHEN IT IS COLLECTED, THE SAME AS LOAN INTEREST.  A LOAN ON  *
      * NON-ACCRUAL (SEE LOANPROV) IS NOT CHARGED.                   *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANPEN.
       AUTHOR. GERAD CARLOS TUPAZ.
       DATE-WRITTEN. 10 15 2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO 'LOAN.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LN-LOAN-NUMBER.
           SELECT LOAN-SCHED-FILE ASSIGN TO 'LOANSCHD.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LS-KEY.
           SELECT SYSCTL-FILE ASSIGN TO 'SYSCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTL-KEY.
           SELECT REPORT-FILE ASSIGN TO 'LOANPEN.RPT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE
           RECORD CONTAINS 123 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS LOAN-REC.
       COPY LOANFILE.
       FD  LOAN-SCHED-FILE
           RECORD CONTAINS 55 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS LOAN-SCHED-REC.
       COPY LOANSCHD.
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
       01  WS-PENALTY-RATE           PIC 9(3)V99 VALUE 024.00.
       01  WS-GRACE-DAYS             PIC 9(3) VALUE 005.
       01  WS-BUS-SPLIT.
           05 WS-BUS-YYYY            PIC 9(4).
           05 WS-BUS-MM              PIC 9(2).
           05 WS-BUS-DD              PIC 9(2).
       01  WS-FROM-SPLIT.
           05 WS-FROM-YYYY           PIC 9(4).
           05 WS-FROM-MM             PIC 9(2).
           05 WS-FROM-DD             PIC 9(2).
       01  WS-DAYS-BETWEEN           PIC S9(6) VALUE ZEROES.
       01  WS-DAYS-OVERDUE           PIC S9(6) VALUE ZEROES.
       01  WS-DAYS-CHARGED           PIC S9(6) VALUE ZEROES.
       01  WS-DAYS-SINCE-LAST        PIC S9(6) VALUE ZEROES.
       01  WS-INST-TOTAL             PIC 9(9)V99 VALUE ZEROES.
       01  WS-INST-PENALTY           PIC 9(7)V99 VALUE ZEROES.
       01  WS-LOAN-OVERDUE           PIC 9(9)V99 VALUE ZEROES.
       01  WS-LOAN-PENALTY           PIC 9(7)V99 VALUE ZEROES.
       01  WS-INSTS-OVERDUE          PIC 9(3) VALUE ZEROES.
       01  WS-LOANS-READ             PIC 9(7) VALUE ZEROES.
       01  WS-LOANS-CHARGED          PIC 9(7) VALUE ZEROES.
       01  WS-TOTAL-PENALTY          PIC 9(9)V99 VALUE ZEROES.
       01  WS-TOTAL-OWED             PIC 9(9)V99 VALUE ZEROES.
       01  WS-AMOUNT-DISPLAY         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PENALTY-DISPLAY        PIC Z,ZZZ,ZZ9.99.
       01  WS-OWED-DISPLAY           PIC Z,ZZZ,ZZ9.99.
       01  WS-TOTAL-DISPLAY          PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-RATE-DISPLAY           PIC ZZ9.99.
       01  WS-INSTS-DISPLAY          PIC ZZ9.
       01  EOF-SW                    PIC X VALUE 'N'.
           88 END-OF-LOAN-FILE       VALUE 'Y'.
       01  SCHED-EOF-SW              PIC X VALUE 'N'.
      *****************************************************************
       PROCEDURE DIVISION.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A300-PROCESS-RTN UNTIL END-OF-LOAN-FILE.
           PERFORM A900-CLOSE-RTN.
           STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN I-O LOAN-FILE.
           OPEN INPUT LOAN-SCHED-FILE.
           OPEN OUTPUT REPORT-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
           OPEN INPUT SYSCTL-FILE.
           MOVE 'BUSDATE   ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-BUSINESS-DATE
           END-READ.
           MOVE 'PENRATE   ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-NUM-VALUE TO WS-PENALTY-RATE
           END-READ.
           MOVE 'PENGRACE  ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-NUM-VALUE TO WS-GRACE-DAYS
           END-READ.
           CLOSE SYSCTL-FILE.
           DISPLAY 'LOANPEN - PENALTY ASSESSMENT STARTED'.
           MOVE WS-PENALTY-RATE TO WS-RATE-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'LOAN PENALTY REGISTER - ' WS-BUSINESS-DATE
                  '   RATE ' WS-RATE-DISPLAY '%   GRACE '
                  WS-GRACE-DAYS ' DAYS'
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE 'LOAN NUMBER  INSTS  OVERDUE AMOUNT  PENALTY CHARGED'
             TO REPORT-LINE.
           MOVE '  PENALTY OWED' TO REPORT-LINE (52:14).
           WRITE REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZEROES TO LN-LOAN-NUMBER.
           START LOAN-FILE KEY IS NOT LESS THAN LN-LOAN-NUMBER
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
                 DISPLAY 'LOANPEN - NO LOANS ON FILE'
           END-START.
      *****************************************************************
       A300-PROCESS-RTN.
           READ LOAN-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 ADD 1 TO WS-LOANS-READ
                 IF LN-ACTIVE AND NOT LN-NON-ACCRUAL
                    PERFORM 100-ASSESS-ONE-LOAN-RTN
                 END-IF
           END-READ.
      *****************************************************************
      * THE DATE THE LOAN WAS LAST ASSESSED IS KEPT ON THE LOAN SO A *
      * DAY IS NEVER CHARGED TWICE, EVEN IF THE RUN IS REPEATED.     *
      *****************************************************************
       100-ASSESS-ONE-LOAN-RTN.
           MOVE ZEROES TO WS-LOAN-OVERDUE.
           MOVE ZEROES TO WS-LOAN-PENALTY.
           MOVE ZEROES TO WS-INSTS-OVERDUE.
           MOVE -1 TO WS-DAYS-SINCE-LAST.
           IF LN-PENALTY-THRU-DATE NOT = ZEROES
              MOVE LN-PENALTY-THRU-DATE TO WS-FROM-SPLIT
              PERFORM 300-COMPUTE-DAYS-RTN
              MOVE WS-DAYS-BETWEEN TO WS-DAYS-SINCE-LAST
           END-IF.
           IF LN-PENALTY-THRU-DATE < WS-BUSINESS-DATE
              PERFORM 200-SCAN-SCHEDULE-RTN
           END-IF.
           IF WS-LOAN-PENALTY > ZEROES
              ADD WS-LOAN-PENALTY TO LN-PENALTY-DUE
              MOVE WS-BUSINESS-DATE TO LN-PENALTY-THRU-DATE
              REWRITE LOAN-REC
                 INVALID KEY
                    DISPLAY 'LOANPEN - ERROR UPDATING LOAN '
                            LN-LOAN-NUMBER
                 NOT INVALID KEY
                    ADD 1 TO WS-LOANS-CHARGED
                    ADD WS-LOAN-PENALTY TO WS-TOTAL-PENALTY
                    ADD LN-PENALTY-DUE TO WS-TOTAL-OWED
                    PERFORM 400-REPORT-LOAN-RTN
              END-REWRITE
           END-IF.
      *****************************************************************
       200-SCAN-SCHEDULE-RTN.
           MOVE LN-LOAN-NUMBER TO LS-LOAN-NUMBER.
           MOVE ZEROES TO LS-INSTALLMENT-NO.
           MOVE 'N' TO SCHED-EOF-SW.
           START LOAN-SCHED-FILE KEY IS NOT LESS THAN LS-KEY
              INVALID KEY
                 MOVE 'Y' TO SCHED-EOF-SW
           END-START.
           PERFORM 250-ASSESS-ONE-INST-RTN UNTIL SCHED-EOF-SW = 'Y'.
      *****************************************************************
      * AN INSTALLMENT IS CHARGED ONLY FOR THE DAYS BEYOND ITS GRACE *
      * PERIOD, AND NEVER FOR MORE DAYS THAN HAVE PASSED SINCE THE   *
      * LOAN WAS LAST ASSESSED.                                      *
      *****************************************************************
       250-ASSESS-ONE-INST-RTN.
           READ LOAN-SCHED-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO SCHED-EOF-SW
              NOT AT END
                 IF LS-LOAN-NUMBER NOT = LN-LOAN-NUMBER OR
                    LS-DUE-DATE NOT < WS-BUSINESS-DATE
                    MOVE 'Y' TO SCHED-EOF-SW
                 ELSE
                    IF LS-UNPAID
                       MOVE LS-DUE-DATE TO WS-FROM-SPLIT
                       PERFORM 300-COMPUTE-DAYS-RTN
                       COMPUTE WS-DAYS-OVERDUE =
                               WS-DAYS-BETWEEN - WS-GRACE-DAYS
                       IF WS-DAYS-OVERDUE > ZEROES
                          PERFORM 260-CHARGE-ONE-INST-RTN
                       END-IF
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
       260-CHARGE-ONE-INST-RTN.
           MOVE WS-DAYS-OVERDUE TO WS-DAYS-CHARGED.
           IF WS-DAYS-SINCE-LAST NOT < ZEROES AND
              WS-DAYS-SINCE-LAST < WS-DAYS-CHARGED
              MOVE WS-DAYS-SINCE-LAST TO WS-DAYS-CHARGED
           END-IF.
           COMPUTE WS-INST-TOTAL = LS-PRINCIPAL-DUE + LS-INTEREST-DUE.
           COMPUTE WS-INST-PENALTY ROUNDED =
                   WS-INST-TOTAL * WS-PENALTY-RATE / 100
                   * WS-DAYS-CHARGED / 360.
           ADD 1 TO WS-INSTS-OVERDUE.
           ADD WS-INST-TOTAL TO WS-LOAN-OVERDUE.
           ADD WS-INST-PENALTY TO WS-LOAN-PENALTY.
      *****************************************************************
      * DAYS BETWEEN WS-FROM-SPLIT AND THE BUSINESS DATE ON A 30/360 *
      * BASIS, AS LOANAGE COUNTS DAYS PAST DUE.                      *
      *****************************************************************
       300-COMPUTE-DAYS-RTN.
           MOVE WS-BUSINESS-DATE TO WS-BUS-SPLIT.
           COMPUTE WS-DAYS-BETWEEN =
                   ((WS-BUS-YYYY - WS-FROM-YYYY) * 360)
                   + ((WS-BUS-MM - WS-FROM-MM) * 30)
                   + (WS-BUS-DD - WS-FROM-DD).
      *****************************************************************
       400-REPORT-LOAN-RTN.
           MOVE WS-INSTS-OVERDUE TO WS-INSTS-DISPLAY.
           MOVE WS-LOAN-OVERDUE TO WS-AMOUNT-DISPLAY.
           MOVE WS-LOAN-PENALTY TO WS-PENALTY-DISPLAY.
           MOVE LN-PENALTY-DUE TO WS-OWED-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING LN-LOAN-NUMBER      DELIMITED BY SIZE
                  '   '               DELIMITED BY SIZE
                  WS-INSTS-DISPLAY    DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY   DELIMITED BY SIZE
                  '     '             DELIMITED BY SIZE
                  WS-PENALTY-DISPLAY  DELIMITED BY SIZE
                  '    '              DELIMITED BY SIZE
                  WS-OWED-DISPLAY     DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
      *****************************************************************
       A900-CLOSE-RTN.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-PENALTY TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'LOANS CHARGED: ' WS-LOANS-CHARGED
                  '  PENALTY CHARGED: ' WS-TOTAL-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-OWED TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'PENALTY OWED ON LOANS CHARGED: ' WS-TOTAL-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE LOAN-FILE.
           CLOSE LOAN-SCHED-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'LOANPEN - LOANS READ: ' WS-LOANS-READ.
           DISPLAY 'LOANPEN - LOANS CHARGED: ' WS-LOANS-CHARGED.
           STOP RUN.
