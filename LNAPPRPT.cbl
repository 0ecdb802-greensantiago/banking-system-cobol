      ****************************************************************
      * THIS PROGRAM PRINTS THE LOAN APPLICATION PIPELINE FROM THE   *
      * LOANAPP.DAT REGISTER FOR THE CREDIT COMMITTEE.  APPLICATIONS *
      * ARE LISTED IN FOUR SECTIONS - PENDING A DECISION, APPROVED   *
      * BUT NOT YET BOOKED, DECLINED AND WITHDRAWN - EACH WITH ITS   *
      * COUNT AND AMOUNTS, FOLLOWED BY THE NUMBER OF APPLICATIONS    *
      * ALREADY BOOKED AS LOANS.  PENDING APPLICATIONS SHOW THE      *
      * APPROVER LEVEL THEY ARE WAITING ON.                          *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNAPPRPT.
       AUTHOR. GERAD CARLOS TUPAZ.
       DATE-WRITTEN. 10 15 2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-APP-FILE ASSIGN TO 'LOANAPP.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LA-APP-NUMBER
                  ALTERNATE KEY IS LA-CUSTOMER-NUMBER WITH DUPLICATES.
           SELECT SYSCTL-FILE ASSIGN TO 'SYSCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTL-KEY.
           SELECT REPORT-FILE ASSIGN TO 'LNAPPRPT.RPT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-APP-FILE
           RECORD CONTAINS 160 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS LOAN-APP-REC.
       COPY LOANAPP.
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
      *****************************************************************
      * STATUS AND HEADING OF EACH SECTION, IN PRINT ORDER.          *
      *****************************************************************
       01  WS-SECTION-VALUES.
           05 FILLER  PIC X(31) VALUE 'PPENDING DECISION              '.
           05 FILLER  PIC X(31) VALUE 'AAPPROVED - NOT YET BOOKED     '.
           05 FILLER  PIC X(31) VALUE 'DDECLINED                      '.
           05 FILLER  PIC X(31) VALUE 'WWITHDRAWN                     '.
       01  WS-SECTION-TABLE REDEFINES WS-SECTION-VALUES.
           05 WS-SECTION-ENTRY OCCURS 4 TIMES.
              10 WS-SEC-STATUS       PIC X.
              10 WS-SEC-TITLE        PIC X(30).
       01  WS-SEC-IDX                PIC 9(2) VALUE ZEROES.
       01  WS-SEC-COUNT              PIC 9(7) VALUE ZEROES.
       01  WS-SEC-REQUESTED          PIC 9(11)V99 VALUE ZEROES.
       01  WS-SEC-APPROVED           PIC 9(11)V99 VALUE ZEROES.
       01  WS-BOOKED-COUNT           PIC 9(7) VALUE ZEROES.
       01  WS-BOOKED-AMOUNT          PIC 9(11)V99 VALUE ZEROES.
       01  WS-APPS-READ              PIC 9(7) VALUE ZEROES.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZEROES.
       01  WS-AMOUNT-DISPLAY         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-AMOUNT2-DISPLAY        PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-DISPLAY          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL2-DISPLAY         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-DISPLAY          PIC Z,ZZZ,ZZ9.
       01  WS-WAITING-ON             PIC X(15) VALUE SPACES.
       01  EOF-SW                    PIC X VALUE 'N'.
      *****************************************************************
       PROCEDURE DIVISION.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           MOVE 1 TO WS-SEC-IDX.
           PERFORM A300-PROCESS-RTN UNTIL WS-SEC-IDX > 4.
           PERFORM A900-CLOSE-RTN.
           STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN INPUT LOAN-APP-FILE.
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
           DISPLAY 'LNAPPRPT - LOAN APPLICATION PIPELINE STARTED'.
           MOVE SPACES TO REPORT-LINE.
           STRING 'LOAN APPLICATION PIPELINE - ' WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
      *****************************************************************
      * ONE PASS OF THE REGISTER PER SECTION.                        *
      *****************************************************************
       A300-PROCESS-RTN.
           MOVE ZEROES TO WS-SEC-COUNT.
           MOVE ZEROES TO WS-SEC-REQUESTED.
           MOVE ZEROES TO WS-SEC-APPROVED.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SEC-TITLE (WS-SEC-IDX) TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'APPLICATION CUSTOMER      REQUESTED       APPROVED'
             TO REPORT-LINE.
           MOVE 'ENTERED  TERM  DECIDED   BY/WAITING ON'
             TO REPORT-LINE (53:38).
           WRITE REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZEROES TO LA-APP-NUMBER.
           MOVE 'N' TO EOF-SW.
           START LOAN-APP-FILE KEY IS NOT LESS THAN LA-APP-NUMBER
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
           END-START.
           PERFORM 100-READ-ONE-APP-RTN UNTIL EOF-SW = 'Y'.
           MOVE WS-SEC-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-SEC-REQUESTED TO WS-TOTAL-DISPLAY.
           MOVE WS-SEC-APPROVED TO WS-TOTAL2-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'COUNT ' WS-COUNT-DISPLAY
                  '  REQUESTED ' WS-TOTAL-DISPLAY
                  '  APPROVED ' WS-TOTAL2-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           ADD 1 TO WS-SEC-IDX.
      *****************************************************************
       100-READ-ONE-APP-RTN.
           READ LOAN-APP-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF WS-SEC-IDX = 1
                    ADD 1 TO WS-APPS-READ
                    IF LA-BOOKED
                       ADD 1 TO WS-BOOKED-COUNT
                       ADD LA-APPROVED-AMOUNT TO WS-BOOKED-AMOUNT
                    END-IF
                 END-IF
                 IF LA-STATUS = WS-SEC-STATUS (WS-SEC-IDX)
                    PERFORM 200-PRINT-ONE-APP-RTN
                 END-IF
           END-READ.
      *****************************************************************
       200-PRINT-ONE-APP-RTN.
           ADD 1 TO WS-SEC-COUNT.
           ADD LA-REQ-AMOUNT TO WS-SEC-REQUESTED.
           ADD LA-APPROVED-AMOUNT TO WS-SEC-APPROVED.
           MOVE LA-REQ-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE LA-APPROVED-AMOUNT TO WS-AMOUNT2-DISPLAY.
           IF LA-PENDING
              IF LA-LEVEL-ADMIN
                 MOVE 'ADMINISTRATOR' TO WS-WAITING-ON
              ELSE
                 MOVE 'SUPERVISOR' TO WS-WAITING-ON
              END-IF
           ELSE
              MOVE LA-DECIDED-BY TO WS-WAITING-ON
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING LA-APP-NUMBER       DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  LA-CUSTOMER-NUMBER  DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY   DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-AMOUNT2-DISPLAY  DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  LA-ENTERED-DATE     DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  LA-REQ-TERM         DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  LA-DECIDED-DATE     DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  WS-WAITING-ON       DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF LA-DECISION-NOTE NOT = SPACES
              MOVE SPACES TO REPORT-LINE
              STRING '            NOTE: ' LA-DECISION-NOTE
                     '  PURPOSE: ' LA-PURPOSE
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
           END-IF.
      *****************************************************************
       A900-CLOSE-RTN.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-BOOKED-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-BOOKED-AMOUNT TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'BOOKED AS LOANS ' WS-COUNT-DISPLAY
                  '  APPROVED ' WS-TOTAL-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE LOAN-APP-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'LNAPPRPT - APPLICATIONS READ: ' WS-APPS-READ.
           DISPLAY 'LNAPPRPT - BOOKED AS LOANS: ' WS-BOOKED-COUNT.
           STOP RUN.
