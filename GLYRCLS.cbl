      ****************************************************************
      * THIS PROGRAM IS THE GL YEAR-END CLOSING BATCH.  FOR THE      *
      * YEAR BEING CLOSED IT ZEROES EVERY INCOME AND EXPENSE CHART   *
      * ACCOUNT AS AT 31 DECEMBER INTO THE RETAINED-EARNINGS GL      *
      * NAMED ON SYSCTL KEY GLRETEARN, PRINTS THE CLOSING ENTRIES    *
      * AND THE POST-CLOSING TRIAL BALANCE, AND MARKS THE YEAR       *
      * CLOSED BY SETTING SYSCTL KEY GLCLOSED TO ITS LAST DAY.       *
      * GLPOST AND GLJRNL REFUSE ANY POSTING DATED ON OR BEFORE      *
      * GLCLOSED; ONLY AN ADMINISTRATOR CAN REOPEN THE PERIOD BY     *
      * MOVING GLCLOSED BACK IN CTLMAINT, WHICH AUDITS THE CHANGE.   *
      * IF THE NEW YEAR HAS ALREADY BEEN POSTED, THE BALANCES OF     *
      * THOSE LATER GLRECON RECORDS ARE SHIFTED BY THE SAME CLOSING  *
      * AMOUNTS SO THE CARRY-FORWARD STAYS UNBROKEN.                 *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLYRCLS.
       AUTHOR. GERAD CARLOS TUPAZ.
       DATE-WRITTEN. 10 15 2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHART-FILE ASSIGN TO 'CHART.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CA-GL-ACCOUNT.
           SELECT GLRECON-FILE ASSIGN TO 'GLRECON.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GL-KEY.
           SELECT SYSCTL-FILE ASSIGN TO 'SYSCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTL-KEY.
           SELECT CTL-AUDIT-FILE ASSIGN TO 'CTLAUDIT.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO 'GLYRCLS.RPT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CHART-FILE
           RECORD CONTAINS 41 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CHART-REC.
       COPY CHART.
       FD  GLRECON-FILE
           RECORD CONTAINS 67 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS GL-REC.
       COPY GLRECON.
       FD  SYSCTL-FILE
           RECORD CONTAINS 31 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CTL-REC.
       COPY SYSCTL.
       FD  CTL-AUDIT-FILE
           RECORD CONTAINS 83 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CTL-AUDIT-REC.
       COPY CTLAUDIT.
       FD  REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE               PIC X(100).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-GL-RETAINED            PIC 9(10) VALUE 3000000001.
       01  WS-GL-CLOSED              PIC 9(8) VALUE ZEROES.
       01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZEROES.
       01  WS-BUS-DATE-R REDEFINES WS-BUSINESS-DATE.
           05 WS-BUS-YYYY            PIC 9(4).
           05 WS-BUS-MMDD            PIC 9(4).
       01  WS-CLOSE-DATE             PIC 9(8) VALUE ZEROES.
       01  WS-CLOSE-DATE-R REDEFINES WS-CLOSE-DATE.
           05 WS-CLOSE-YYYY          PIC 9(4).
           05 WS-CLOSE-MMDD          PIC 9(4).
       01  WS-CLOSE-YEAR             PIC 9(4) VALUE ZEROES.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-CURRENT-TIME           PIC 9(8) VALUE ZEROES.
       01  WS-RETAINED-NAME          PIC X(30) VALUE SPACES.
       01  WS-PRIOR-CLOSING          PIC S9(9)V99 VALUE ZEROES.
       01  WS-SHIFT-AMOUNT           PIC S9(9)V99 VALUE ZEROES.
       01  WS-ENTRY-AMOUNT           PIC 9(9)V99 VALUE ZEROES.
       01  WS-ENTRY-SIDE             PIC X VALUE 'D'.
       01  WS-NET-INCOME             PIC S9(11)V99 VALUE ZEROES.
       01  WS-CLS-DEBITS             PIC 9(13)V99 VALUE ZEROES.
       01  WS-CLS-CREDITS            PIC 9(13)V99 VALUE ZEROES.
       01  WS-TB-DEBITS              PIC 9(13)V99 VALUE ZEROES.
       01  WS-TB-CREDITS             PIC 9(13)V99 VALUE ZEROES.
       01  WS-CLOSED-COUNT           PIC 9(5) VALUE ZEROES.
       01  WS-LATER-COUNT            PIC 9(5) VALUE ZEROES.
       01  WS-TOTAL-DISPLAY          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-NET-DISPLAY            PIC -,---,---,---,--9.99.
       01  CLOSE-OK-SW               PIC X VALUE 'Y'.
       01  CHART-EOF-SW              PIC X VALUE 'N'.
           88 END-OF-CHART-FILE      VALUE 'Y'.
       01  GL-SCAN-EOF-SW            PIC X VALUE 'N'.
       01  CTL-FOUND-SW              PIC X VALUE 'N'.
       01  ENTRY-LINE.
           05 EL-GL-ACCOUNT          PIC 9(10).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 EL-GL-NAME             PIC X(30).
           05 EL-GL-TYPE             PIC X.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 EL-BALANCE             PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 EL-DEBIT               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 EL-CREDIT              PIC ZZZ,ZZZ,ZZ9.99.
       01  TB-LINE.
           05 TL-GL-ACCOUNT          PIC 9(10).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 TL-GL-NAME             PIC X(30).
           05 TL-GL-TYPE             PIC X.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 TL-DEBIT               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 TL-CREDIT              PIC ZZZ,ZZZ,ZZ9.99.
      *****************************************************************
       PROCEDURE DIVISION.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A300-PROCESS-RTN UNTIL END-OF-CHART-FILE.
           IF CLOSE-OK-SW = 'Y'
              PERFORM A400-CLOSE-TO-RETAINED-RTN
              PERFORM A500-POST-CLOSING-TB-RTN
              PERFORM A600-MARK-YEAR-CLOSED-RTN
           END-IF.
           PERFORM A900-CLOSE-RTN.
           STOP RUN.
      *****************************************************************
      * THE YEAR DEFAULTS TO THE ONE BEFORE THE BUSINESS DATE.  THE  *
      * RUN IS REFUSED FOR A YEAR THAT HAS NOT ENDED, A YEAR ALREADY *
      * CLOSED, OR WHEN THE RETAINED-EARNINGS GL IS NOT ON THE       *
      * CHART OF ACCOUNTS.                                           *
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN INPUT CHART-FILE.
           OPEN I-O GLRECON-FILE.
           OPEN I-O SYSCTL-FILE.
           OPEN EXTEND CTL-AUDIT-FILE.
           OPEN OUTPUT REPORT-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
           MOVE 'BUSDATE   ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-BUSINESS-DATE
           END-READ.
           MOVE 'GLRETEARN ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-GL-RETAINED
           END-READ.
           MOVE 'GLCLOSED  ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-GL-CLOSED
           END-READ.
           DISPLAY 'GLYRCLS - ENTER YEAR TO CLOSE (YYYY) OR 0 FOR'
                   ' LAST YEAR: '.
           ACCEPT WS-CLOSE-YEAR.
           IF WS-CLOSE-YEAR = ZEROES
              COMPUTE WS-CLOSE-YEAR = WS-BUS-YYYY - 1
           END-IF.
           MOVE WS-CLOSE-YEAR TO WS-CLOSE-YYYY.
           MOVE 1231          TO WS-CLOSE-MMDD.
           IF WS-CLOSE-DATE > WS-BUSINESS-DATE
              MOVE 'N' TO CLOSE-OK-SW
              DISPLAY 'GLYRCLS - YEAR ' WS-CLOSE-YEAR
                      ' HAS NOT ENDED - CLOSE REFUSED'
           END-IF.
           IF WS-CLOSE-DATE NOT > WS-GL-CLOSED
              MOVE 'N' TO CLOSE-OK-SW
              DISPLAY 'GLYRCLS - GL IS ALREADY CLOSED THROUGH '
                      WS-GL-CLOSED ' - CLOSE REFUSED'
           END-IF.
           MOVE WS-GL-RETAINED TO CA-GL-ACCOUNT.
           READ CHART-FILE
              INVALID KEY
                 MOVE 'N' TO CLOSE-OK-SW
                 DISPLAY 'GLYRCLS - RETAINED EARNINGS GL '
                         WS-GL-RETAINED ' NOT ON CHART - CLOSE REFUSED'
              NOT INVALID KEY
                 MOVE CA-GL-NAME TO WS-RETAINED-NAME
                 IF CA-INCOME OR CA-EXPENSE
                    MOVE 'N' TO CLOSE-OK-SW
                    DISPLAY 'GLYRCLS - RETAINED EARNINGS GL '
                            WS-GL-RETAINED ' IS AN INCOME OR EXPENSE'
                            ' ACCOUNT - CLOSE REFUSED'
                 END-IF
           END-READ.
           MOVE SPACES TO REPORT-LINE.
           STRING 'GL YEAR-END CLOSING ENTRIES - YEAR ' WS-CLOSE-YEAR
                  '  AS AT ' WS-CLOSE-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF CLOSE-OK-SW = 'N'
              MOVE 'Y' TO CHART-EOF-SW
              MOVE '*** CLOSE REFUSED - SEE RUN LOG ***' TO REPORT-LINE
              WRITE REPORT-LINE
           ELSE
              MOVE 'GL ACCOUNT    NAME                          T
      -       '  YEAR BALANCE       DEBIT          CREDIT'
                TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE ALL '-' TO REPORT-LINE
              WRITE REPORT-LINE
              DISPLAY 'GLYRCLS - CLOSING YEAR ' WS-CLOSE-YEAR
              MOVE ZEROES TO CA-GL-ACCOUNT
              START CHART-FILE KEY IS NOT LESS THAN CA-GL-ACCOUNT
                 INVALID KEY
                    MOVE 'Y' TO CHART-EOF-SW
                    DISPLAY 'GLYRCLS - CHART OF ACCOUNTS IS EMPTY'
              END-START
           END-IF.
      *****************************************************************
       A300-PROCESS-RTN.
           READ CHART-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO CHART-EOF-SW
              NOT AT END
                 IF CA-INCOME OR CA-EXPENSE
                    PERFORM 100-CLOSE-ONE-ACCOUNT-RTN
                 END-IF
           END-READ.
      *****************************************************************
      * AN INCOME OR EXPENSE ACCOUNT'S YEAR-END BALANCE IS REVERSED  *
      * ON ITS 31 DECEMBER RECORD - A CREDIT BALANCE IS DEBITED AND  *
      * A DEBIT BALANCE CREDITED - AND THE NET GOES TO RETAINED      *
      * EARNINGS.  THE ENTRIES ARE NOT SPLIT BY BRANCH, SO THE       *
      * BRANCH FLOWS ON GLBRANCH.DAT STILL SHOW THE YEAR'S TRADING.  *
      *****************************************************************
       100-CLOSE-ONE-ACCOUNT-RTN.
           PERFORM 150-ENSURE-YEAR-END-RTN.
           IF GL-CLOSING-BALANCE NOT = ZEROES
              ADD GL-CLOSING-BALANCE TO WS-NET-INCOME
              COMPUTE WS-SHIFT-AMOUNT = ZEROES - GL-CLOSING-BALANCE
              MOVE CA-GL-ACCOUNT      TO EL-GL-ACCOUNT
              MOVE CA-GL-NAME         TO EL-GL-NAME
              MOVE CA-GL-TYPE         TO EL-GL-TYPE
              MOVE GL-CLOSING-BALANCE TO EL-BALANCE
              MOVE ZEROES TO EL-DEBIT
              MOVE ZEROES TO EL-CREDIT
              IF GL-CLOSING-BALANCE > ZEROES
                 MOVE 'D' TO WS-ENTRY-SIDE
                 MOVE GL-CLOSING-BALANCE TO WS-ENTRY-AMOUNT
                 MOVE WS-ENTRY-AMOUNT TO EL-DEBIT
              ELSE
                 MOVE 'C' TO WS-ENTRY-SIDE
                 COMPUTE WS-ENTRY-AMOUNT = ZEROES - GL-CLOSING-BALANCE
                 MOVE WS-ENTRY-AMOUNT TO EL-CREDIT
              END-IF
              PERFORM 250-POST-CLOSING-ENTRY-RTN
              MOVE SPACES TO REPORT-LINE
              MOVE ENTRY-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              PERFORM 300-SHIFT-LATER-RTN
              ADD 1 TO WS-CLOSED-COUNT
           END-IF.
      *****************************************************************
      * WHEN THE ACCOUNT HAD NO ACTIVITY ON 31 DECEMBER ITS RECORD   *
      * IS BUILT FROM THE LATEST CLOSING BALANCE BEFORE THAT DATE,   *
      * THE SAME WAY GLPOST CARRIES BALANCES FORWARD.                *
      *****************************************************************
       150-ENSURE-YEAR-END-RTN.
           MOVE CA-GL-ACCOUNT TO GL-ACCOUNT-NUMBER.
           MOVE WS-CLOSE-DATE TO GL-DATE.
           READ GLRECON-FILE
              INVALID KEY
                 PERFORM 160-FIND-PRIOR-CLOSING-RTN
                 MOVE CA-GL-ACCOUNT    TO GL-ACCOUNT-NUMBER
                 MOVE WS-CLOSE-DATE    TO GL-DATE
                 MOVE WS-PRIOR-CLOSING TO GL-OPENING-BALANCE
                 MOVE ZEROES TO GL-TOTAL-DEBITS
                 MOVE ZEROES TO GL-TOTAL-CREDITS
                 MOVE ZEROES TO GL-TRANSACTION-COUNT
                 MOVE WS-PRIOR-CLOSING TO GL-CLOSING-BALANCE
                 WRITE GL-REC
                    INVALID KEY
                       DISPLAY 'GLYRCLS - ERROR CREATING GL RECORD '
                               CA-GL-ACCOUNT
                 END-WRITE
           END-READ.
      *****************************************************************
       160-FIND-PRIOR-CLOSING-RTN.
           MOVE ZEROES TO WS-PRIOR-CLOSING.
           MOVE CA-GL-ACCOUNT TO GL-ACCOUNT-NUMBER.
           MOVE ZEROES TO GL-DATE.
           MOVE 'N' TO GL-SCAN-EOF-SW.
           START GLRECON-FILE KEY IS NOT LESS THAN GL-KEY
              INVALID KEY
                 MOVE 'Y' TO GL-SCAN-EOF-SW
           END-START.
           PERFORM 170-SCAN-PRIOR-RTN UNTIL GL-SCAN-EOF-SW = 'Y'.
      *****************************************************************
       170-SCAN-PRIOR-RTN.
           READ GLRECON-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO GL-SCAN-EOF-SW
              NOT AT END
                 IF GL-ACCOUNT-NUMBER NOT = CA-GL-ACCOUNT
                    OR GL-DATE NOT < WS-CLOSE-DATE
                    MOVE 'Y' TO GL-SCAN-EOF-SW
                 ELSE
                    MOVE GL-CLOSING-BALANCE TO WS-PRIOR-CLOSING
                 END-IF
           END-READ.
      *****************************************************************
       250-POST-CLOSING-ENTRY-RTN.
           IF WS-ENTRY-SIDE = 'D'
              ADD WS-ENTRY-AMOUNT TO GL-TOTAL-DEBITS
              ADD WS-ENTRY-AMOUNT TO WS-CLS-DEBITS
           ELSE
              ADD WS-ENTRY-AMOUNT TO GL-TOTAL-CREDITS
              ADD WS-ENTRY-AMOUNT TO WS-CLS-CREDITS
           END-IF.
           ADD 1 TO GL-TRANSACTION-COUNT.
           COMPUTE GL-CLOSING-BALANCE = GL-OPENING-BALANCE
                   + GL-TOTAL-CREDITS - GL-TOTAL-DEBITS.
           REWRITE GL-REC
              INVALID KEY
                 DISPLAY 'GLYRCLS - ERROR POSTING GL RECORD '
                         GL-ACCOUNT-NUMBER
           END-REWRITE.
      *****************************************************************
      * ANY RECORDS ALREADY POSTED FOR THE NEW YEAR CARRIED THE OLD  *
      * BALANCE FORWARD - MOVE THEIR OPENING AND CLOSING BY THE      *
      * CLOSING ENTRY SO THEY AGREE WITH THE CLOSED YEAR-END.        *
      *****************************************************************
       300-SHIFT-LATER-RTN.
           MOVE WS-CLOSE-DATE TO GL-DATE.
           MOVE 'N' TO GL-SCAN-EOF-SW.
           START GLRECON-FILE KEY IS GREATER THAN GL-KEY
              INVALID KEY
                 MOVE 'Y' TO GL-SCAN-EOF-SW
           END-START.
           PERFORM 350-SHIFT-ONE-RTN UNTIL GL-SCAN-EOF-SW = 'Y'.
      *****************************************************************
       350-SHIFT-ONE-RTN.
           READ GLRECON-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO GL-SCAN-EOF-SW
              NOT AT END
                 IF GL-ACCOUNT-NUMBER NOT = EL-GL-ACCOUNT
                    MOVE 'Y' TO GL-SCAN-EOF-SW
                 ELSE
                    ADD WS-SHIFT-AMOUNT TO GL-OPENING-BALANCE
                    ADD WS-SHIFT-AMOUNT TO GL-CLOSING-BALANCE
                    REWRITE GL-REC
                       INVALID KEY
                          DISPLAY 'GLYRCLS - ERROR SHIFTING GL RECORD '
                                  GL-ACCOUNT-NUMBER ' ' GL-DATE
                    END-REWRITE
                    ADD 1 TO WS-LATER-COUNT
                 END-IF
           END-READ.
      *****************************************************************
      * THE NET OF THE CLOSING ENTRIES - THE YEAR'S PROFIT OR LOSS - *
      * IS BOOKED TO RETAINED EARNINGS AS ONE BALANCING ENTRY.       *
      *****************************************************************
       A400-CLOSE-TO-RETAINED-RTN.
           MOVE WS-GL-RETAINED TO CA-GL-ACCOUNT.
           READ CHART-FILE
              INVALID KEY
                 MOVE SPACES TO CA-GL-NAME
           END-READ.
           IF WS-NET-INCOME NOT = ZEROES
              PERFORM 150-ENSURE-YEAR-END-RTN
              MOVE WS-GL-RETAINED   TO EL-GL-ACCOUNT
              MOVE WS-RETAINED-NAME TO EL-GL-NAME
              MOVE CA-GL-TYPE       TO EL-GL-TYPE
              MOVE GL-CLOSING-BALANCE TO EL-BALANCE
              MOVE ZEROES TO EL-DEBIT
              MOVE ZEROES TO EL-CREDIT
              IF WS-NET-INCOME > ZEROES
                 MOVE 'C' TO WS-ENTRY-SIDE
                 MOVE WS-NET-INCOME TO WS-ENTRY-AMOUNT
                 MOVE WS-ENTRY-AMOUNT TO EL-CREDIT
              ELSE
                 MOVE 'D' TO WS-ENTRY-SIDE
                 COMPUTE WS-ENTRY-AMOUNT = ZEROES - WS-NET-INCOME
                 MOVE WS-ENTRY-AMOUNT TO EL-DEBIT
              END-IF
              MOVE WS-NET-INCOME TO WS-SHIFT-AMOUNT
              PERFORM 250-POST-CLOSING-ENTRY-RTN
              MOVE SPACES TO REPORT-LINE
              MOVE ENTRY-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              PERFORM 300-SHIFT-LATER-RTN
           END-IF.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CLS-DEBITS TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CLOSING DEBITS:  ' WS-TOTAL-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-CLS-CREDITS TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CLOSING CREDITS: ' WS-TOTAL-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-NET-INCOME TO WS-NET-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'NET INCOME TO RETAINED EARNINGS: ' WS-NET-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
      *****************************************************************
      * THE POST-CLOSING TRIAL BALANCE LISTS EVERY CHART ACCOUNT'S   *
      * 31 DECEMBER CLOSING BALANCE - CREDIT BALANCES IN THE CREDIT  *
      * COLUMN, DEBIT BALANCES IN THE DEBIT COLUMN - AND PROVES THE  *
      * TWO COLUMNS.  INCOME AND EXPENSE ACCOUNTS NOW SHOW NIL.      *
      *****************************************************************
       A500-POST-CLOSING-TB-RTN.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'POST-CLOSING TRIAL BALANCE - ' WS-CLOSE-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'GL ACCOUNT    NAME                          T
      -    '       DEBIT          CREDIT' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'N' TO CHART-EOF-SW.
           MOVE ZEROES TO CA-GL-ACCOUNT.
           START CHART-FILE KEY IS NOT LESS THAN CA-GL-ACCOUNT
              INVALID KEY
                 MOVE 'Y' TO CHART-EOF-SW
           END-START.
           PERFORM 500-LIST-ONE-BALANCE-RTN UNTIL END-OF-CHART-FILE.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TB-DEBITS TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TOTAL DEBIT BALANCES:  ' WS-TOTAL-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-TB-CREDITS TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TOTAL CREDIT BALANCES: ' WS-TOTAL-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-TB-DEBITS = WS-TB-CREDITS
              MOVE 'POST-CLOSING TRIAL BALANCE IS IN BALANCE'
                TO REPORT-LINE
           ELSE
              MOVE '*** POST-CLOSING TRIAL BALANCE OUT OF BALANCE ***'
                TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
      *****************************************************************
       500-LIST-ONE-BALANCE-RTN.
           READ CHART-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO CHART-EOF-SW
              NOT AT END
                 PERFORM 550-WRITE-BALANCE-RTN
           END-READ.
      *****************************************************************
       550-WRITE-BALANCE-RTN.
           MOVE CA-GL-ACCOUNT TO GL-ACCOUNT-NUMBER.
           MOVE WS-CLOSE-DATE TO GL-DATE.
           READ GLRECON-FILE
              INVALID KEY
                 PERFORM 160-FIND-PRIOR-CLOSING-RTN
                 MOVE WS-PRIOR-CLOSING TO GL-CLOSING-BALANCE
           END-READ.
           MOVE CA-GL-ACCOUNT TO TL-GL-ACCOUNT.
           MOVE CA-GL-NAME    TO TL-GL-NAME.
           MOVE CA-GL-TYPE    TO TL-GL-TYPE.
           MOVE ZEROES TO TL-DEBIT.
           MOVE ZEROES TO TL-CREDIT.
           IF GL-CLOSING-BALANCE < ZEROES
              COMPUTE WS-ENTRY-AMOUNT = ZEROES - GL-CLOSING-BALANCE
              MOVE WS-ENTRY-AMOUNT TO TL-DEBIT
              ADD WS-ENTRY-AMOUNT TO WS-TB-DEBITS
           ELSE
              MOVE GL-CLOSING-BALANCE TO TL-CREDIT
              ADD GL-CLOSING-BALANCE TO WS-TB-CREDITS
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           MOVE TB-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
      *****************************************************************
      * GLCLOSED IS SET TO THE LAST DAY OF THE CLOSED YEAR AND THE   *
      * CHANGE IS WRITTEN TO CTLAUDIT.DAT ALONGSIDE THE MANUAL       *
      * PARAMETER CHANGES, SO CLOSES AND REOPENS READ AS ONE TRAIL.  *
      *****************************************************************
       A600-MARK-YEAR-CLOSED-RTN.
           MOVE 'GLCLOSED  ' TO CTL-KEY.
           MOVE 'Y' TO CTL-FOUND-SW.
           READ SYSCTL-FILE
              INVALID KEY
                 MOVE 'N' TO CTL-FOUND-SW
                 MOVE 'GLCLOSED  ' TO CTL-KEY
                 MOVE ZEROES TO CTL-NUM-VALUE
                 MOVE ZEROES TO CTL-ACCT-VALUE
           END-READ.
           MOVE WS-CURRENT-DATE  TO CAU-DATE.
           MOVE WS-CURRENT-TIME  TO CAU-TIME.
           MOVE 'GLYRCLS'        TO CAU-USER-ID.
           MOVE CTL-KEY          TO CAU-CTL-KEY.
           MOVE CTL-NUM-VALUE    TO CAU-OLD-NUM-VALUE.
           MOVE CTL-NUM-VALUE    TO CAU-NEW-NUM-VALUE.
           MOVE CTL-ACCT-VALUE   TO CAU-OLD-ACCT-VALUE.
           MOVE WS-CLOSE-DATE    TO CTL-ACCT-VALUE.
           MOVE CTL-ACCT-VALUE   TO CAU-NEW-ACCT-VALUE.
           IF CTL-FOUND-SW = 'Y'
              REWRITE CTL-REC
                 INVALID KEY
                    DISPLAY 'GLYRCLS - ERROR UPDATING GLCLOSED'
              END-REWRITE
           ELSE
              WRITE CTL-REC
                 INVALID KEY
                    DISPLAY 'GLYRCLS - ERROR WRITING GLCLOSED'
              END-WRITE
           END-IF.
           WRITE CTL-AUDIT-REC.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'GL CLOSED THROUGH ' WS-CLOSE-DATE
                  ' - POSTINGS ON OR BEFORE THIS DATE ARE REFUSED'
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
      *****************************************************************
       A900-CLOSE-RTN.
           CLOSE CHART-FILE.
           CLOSE GLRECON-FILE.
           CLOSE SYSCTL-FILE.
           CLOSE CTL-AUDIT-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'GLYRCLS - ACCOUNTS CLOSED: ' WS-CLOSED-COUNT.
           DISPLAY 'GLYRCLS - LATER RECORDS ADJUSTED: ' WS-LATER-COUNT.
           IF CLOSE-OK-SW = 'Y'
              DISPLAY 'GLYRCLS - GL CLOSED THROUGH ' WS-CLOSE-DATE
           END-IF.
