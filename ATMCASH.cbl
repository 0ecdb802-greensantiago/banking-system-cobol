      ****************************************************************
      * THIS PROGRAM IS THE DAILY ATM CASH REPORT.  FOR EVERY        *
      * TERMINAL ON ATMMAST.DAT IT SHOWS THE CASH LOADED, THE CASH   *
      * DISPENSED SINCE THE LOAD AS POSTED BY CHNLPOST, AND THE      *
      * EXPECTED CASH LEFT IN THE MACHINE.  THE AVERAGE DAILY        *
      * DISPENSE SINCE THE LOAD GIVES THE DAYS OF CASH LEFT; A       *
      * TERMINAL BELOW ITS LOW-CASH LEVEL (OR THE SYSCTL ATMLOWCASH  *
      * DEFAULT) IS FLAGGED RELOAD NOW, AND ONE WITH NO MORE THAN    *
      * THE ATMLEADDAY DAYS LEFT IS FLAGGED RELOAD SOON, SO RELOADS  *
      * CAN BE SCHEDULED BEFORE MACHINES RUN DRY.                    *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMCASH.
       AUTHOR. GERAD CARLOS TUPAZ.
       DATE-WRITTEN. 10 15 2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATM-FILE ASSIGN TO 'ATMMAST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AT-TERMINAL-ID.
           SELECT SYSCTL-FILE ASSIGN TO 'SYSCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTL-KEY.
           SELECT REPORT-FILE ASSIGN TO 'ATMCASH.RPT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ATM-FILE
           RECORD CONTAINS 181 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ATM-REC.
       COPY ATMMAST.
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
       01  WS-LOW-CASH-DEFAULT       PIC 9(9)V99 VALUE 50000.00.
       01  WS-LEAD-DAYS              PIC 9(3) VALUE 2.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZEROES.
       01  WS-DATE-SPLIT.
           05 WS-DS-YYYY             PIC 9(4).
           05 WS-DS-MM               PIC 9(2).
           05 WS-DS-DD               PIC 9(2).
       01  WS-BUS-DAYNO              PIC 9(7) VALUE ZEROES.
       01  WS-LOAD-DAYNO             PIC 9(7) VALUE ZEROES.
       01  WS-DAYS-LOADED            PIC 9(5) VALUE ZEROES.
       01  WS-DAILY-AVERAGE          PIC 9(9)V99 VALUE ZEROES.
       01  WS-DAYS-LEFT              PIC 9(3) VALUE ZEROES.
       01  WS-EXPECTED-CASH          PIC 9(9)V99 VALUE ZEROES.
       01  WS-LOW-LEVEL              PIC 9(9)V99 VALUE ZEROES.
       01  WS-ACTION                 PIC X(11) VALUE SPACES.
       01  WS-ATM-COUNT              PIC 9(5) VALUE ZEROES.
       01  WS-RELOAD-COUNT           PIC 9(5) VALUE ZEROES.
       01  WS-EXPECTED-TOTAL         PIC 9(11)V99 VALUE ZEROES.
       01  WS-DISPENSED-TOTAL        PIC 9(11)V99 VALUE ZEROES.
       01  WS-LOAD-DISPLAY           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-DISP-DISPLAY           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EXP-DISPLAY            PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-LOW-DISPLAY            PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-DAYS-DISPLAY           PIC ZZ9.
       01  WS-TOTAL-DISPLAY          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  EOF-SW                    PIC X VALUE 'N'.
           88 END-OF-ATMS            VALUE 'Y'.
      *****************************************************************
       PROCEDURE DIVISION.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A300-PROCESS-RTN UNTIL END-OF-ATMS.
           PERFORM A900-CLOSE-RTN.
           STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN INPUT ATM-FILE.
           OPEN OUTPUT REPORT-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
           OPEN INPUT SYSCTL-FILE.
           MOVE 'BUSDATE   ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-BUSINESS-DATE
           END-READ.
           MOVE 'ATMLOWCASH' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-NUM-VALUE TO WS-LOW-CASH-DEFAULT
           END-READ.
           MOVE 'ATMLEADDAY' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-NUM-VALUE TO WS-LEAD-DAYS
           END-READ.
           CLOSE SYSCTL-FILE.
           MOVE WS-BUSINESS-DATE TO WS-DATE-SPLIT.
           COMPUTE WS-BUS-DAYNO = WS-DS-YYYY * 360 + WS-DS-MM * 30
                   + WS-DS-DD.
           DISPLAY 'ATMCASH - ATM EXPECTED CASH FOR ' WS-BUSINESS-DATE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ATM EXPECTED CASH AND RELOAD SCHEDULE - '
                  WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'TERMINAL'          TO REPORT-LINE (1:8).
           MOVE 'BR'                TO REPORT-LINE (11:2).
           MOVE 'LOADED'            TO REPORT-LINE (24:6).
           MOVE 'DISPENSED'         TO REPORT-LINE (36:9).
           MOVE 'EXPECTED'          TO REPORT-LINE (52:8).
           MOVE 'LOW LEVEL'         TO REPORT-LINE (66:9).
           MOVE 'DAYS'              TO REPORT-LINE (77:4).
           MOVE 'ACTION'            TO REPORT-LINE (83:6).
           WRITE REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO AT-TERMINAL-ID.
           START ATM-FILE KEY IS NOT LESS THAN AT-TERMINAL-ID
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
                 DISPLAY 'ATMCASH - NO ATM TERMINALS ON FILE'
           END-START.
      *****************************************************************
       A300-PROCESS-RTN.
           READ ATM-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 ADD 1 TO WS-ATM-COUNT
                 PERFORM 100-ASSESS-ATM-RTN
                 PERFORM 300-WRITE-DETAIL-RTN
           END-READ.
      *****************************************************************
      * DAYS LEFT IS THE EXPECTED CASH OVER THE AVERAGE DAILY        *
      * DISPENSE SINCE THE LOAD (30/360 BASIS); A MACHINE THAT HAS   *
      * NOT DISPENSED SHOWS 999.                                     *
      *****************************************************************
       100-ASSESS-ATM-RTN.
           IF AT-DISPENSED-AMOUNT > AT-LOADED-AMOUNT
              MOVE ZEROES TO WS-EXPECTED-CASH
           ELSE
              COMPUTE WS-EXPECTED-CASH = AT-LOADED-AMOUNT
                      - AT-DISPENSED-AMOUNT
           END-IF.
           ADD WS-EXPECTED-CASH TO WS-EXPECTED-TOTAL.
           ADD AT-DISPENSED-AMOUNT TO WS-DISPENSED-TOTAL.
           MOVE AT-LOW-CASH-LEVEL TO WS-LOW-LEVEL.
           IF WS-LOW-LEVEL = ZEROES
              MOVE WS-LOW-CASH-DEFAULT TO WS-LOW-LEVEL
           END-IF.
           MOVE 999 TO WS-DAYS-LEFT.
           IF AT-DISPENSED-AMOUNT > ZEROES AND AT-LOAD-DATE > ZEROES
              MOVE AT-LOAD-DATE TO WS-DATE-SPLIT
              COMPUTE WS-LOAD-DAYNO = WS-DS-YYYY * 360
                      + WS-DS-MM * 30 + WS-DS-DD
              IF WS-BUS-DAYNO > WS-LOAD-DAYNO
                 COMPUTE WS-DAYS-LOADED = WS-BUS-DAYNO
                         - WS-LOAD-DAYNO
              ELSE
                 MOVE 1 TO WS-DAYS-LOADED
              END-IF
              COMPUTE WS-DAILY-AVERAGE ROUNDED =
                      AT-DISPENSED-AMOUNT / WS-DAYS-LOADED
              IF WS-DAILY-AVERAGE > ZEROES AND
                 WS-EXPECTED-CASH / WS-DAILY-AVERAGE < 999
                 COMPUTE WS-DAYS-LEFT =
                         WS-EXPECTED-CASH / WS-DAILY-AVERAGE
              END-IF
           END-IF.
           MOVE SPACES TO WS-ACTION.
           IF AT-INACTIVE
              MOVE 'INACTIVE' TO WS-ACTION
           ELSE
           IF WS-EXPECTED-CASH < WS-LOW-LEVEL
              MOVE 'RELOAD NOW' TO WS-ACTION
              ADD 1 TO WS-RELOAD-COUNT
           ELSE
           IF WS-DAYS-LEFT NOT > WS-LEAD-DAYS
              MOVE 'RELOAD SOON' TO WS-ACTION
              ADD 1 TO WS-RELOAD-COUNT
           END-IF
           END-IF
           END-IF.
      *****************************************************************
       300-WRITE-DETAIL-RTN.
           MOVE AT-LOADED-AMOUNT    TO WS-LOAD-DISPLAY.
           MOVE AT-DISPENSED-AMOUNT TO WS-DISP-DISPLAY.
           MOVE WS-EXPECTED-CASH    TO WS-EXP-DISPLAY.
           MOVE WS-LOW-LEVEL        TO WS-LOW-DISPLAY.
           MOVE WS-DAYS-LEFT        TO WS-DAYS-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING AT-TERMINAL-ID    DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  AT-BRANCH-CODE    DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-LOAD-DISPLAY   DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-DISP-DISPLAY   DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-EXP-DISPLAY    DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-LOW-DISPLAY    DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  WS-DAYS-DISPLAY   DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  WS-ACTION         DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
      *****************************************************************
       A900-CLOSE-RTN.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TERMINALS: ' WS-ATM-COUNT
                  '  TO RELOAD: ' WS-RELOAD-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-DISPENSED-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'DISPENSED SINCE LOAD:   ' WS-TOTAL-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-EXPECTED-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'EXPECTED CASH IN ATMS:  ' WS-TOTAL-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE ATM-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'ATMCASH - TERMINALS TO RELOAD: ' WS-RELOAD-COUNT.
           STOP RUN.
