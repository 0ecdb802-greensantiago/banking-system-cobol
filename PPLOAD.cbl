      ****************************************************************
      * THIS PROGRAM LOADS THE DAILY ISSUED-CHECKS FILES SENT IN BY  *
      * POSITIVE PAY CORPORATES.  EACH ITEM ON PPISSIN.DAT (ACCOUNT, *
      * CHECK NUMBER, AMOUNT, ISSUE DATE, PAYEE AND A VOID FLAG) IS  *
      * ADDED TO THE ISSUED-CHECKS REGISTER PPISSUE.DAT THAT         *
      * CHKCLEAR PROVES PRESENTED ITEMS AGAINST.  A RESENT ITEM      *
      * REPLACES THE ONE ON FILE AND A VOID ITEM VOIDS IT, UNLESS    *
      * THE CHECK HAS ALREADY BEEN PAID.  ITEMS FOR ACCOUNTS NOT     *
      * ENROLLED IN POSITIVE PAY ARE REJECTED ON THE LOAD REPORT.    *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPLOAD.
       AUTHOR. GERAD CARLOS TUPAZ.
       DATE-WRITTEN. 10 15 2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PP-ISSUE-IN-FILE ASSIGN TO 'PPISSIN.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT PP-ISSUE-FILE ASSIGN TO 'PPISSUE.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PI-KEY.
           SELECT PP-ENROL-FILE ASSIGN TO 'PPENROL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PE-ACCOUNT-NUMBER.
           SELECT SYSCTL-FILE ASSIGN TO 'SYSCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTL-KEY.
           SELECT REPORT-FILE ASSIGN TO 'PPLOAD.RPT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PP-ISSUE-IN-FILE
           RECORD CONTAINS 68 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS PP-ISSUE-IN-REC.
       COPY PPISSIN.
       FD  PP-ISSUE-FILE
           RECORD CONTAINS 84 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS PP-ISSUE-REC.
       COPY PPISSUE.
       FD  PP-ENROL-FILE
           RECORD CONTAINS 43 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS PP-ENROL-REC.
       COPY PPENROL.
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
       01  WS-ITEMS-READ             PIC 9(7) VALUE ZEROES.
       01  WS-ITEMS-ADDED            PIC 9(7) VALUE ZEROES.
       01  WS-ITEMS-REPLACED         PIC 9(7) VALUE ZEROES.
       01  WS-ITEMS-VOIDED           PIC 9(7) VALUE ZEROES.
       01  WS-ITEMS-REJECTED         PIC 9(7) VALUE ZEROES.
       01  WS-LOAD-ACTION            PIC X(26) VALUE SPACES.
       01  WS-AMOUNT-DISPLAY         PIC ZZZ,ZZZ,ZZ9.99.
       01  ON-FILE-SW                PIC X VALUE 'N'.
       01  EOF-SW                    PIC X VALUE 'N'.
           88 END-OF-ISSUE-FILE      VALUE 'Y'.
      *****************************************************************
       PROCEDURE DIVISION.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A300-PROCESS-RTN UNTIL END-OF-ISSUE-FILE.
           PERFORM A900-CLOSE-RTN.
           STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN INPUT PP-ISSUE-IN-FILE.
           OPEN I-O PP-ISSUE-FILE.
           OPEN INPUT PP-ENROL-FILE.
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
           DISPLAY 'PPLOAD - POSITIVE PAY ISSUE FILE LOAD STARTED'.
           MOVE SPACES TO REPORT-LINE.
           STRING 'POSITIVE PAY ISSUED-CHECKS LOAD - ' WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'ACCOUNT'           TO REPORT-LINE (1:7).
           MOVE 'CHECK'             TO REPORT-LINE (13:5).
           MOVE 'AMOUNT'            TO REPORT-LINE (30:6).
           MOVE 'ISSUED'            TO REPORT-LINE (37:6).
           MOVE 'PAYEE'             TO REPORT-LINE (46:5).
           MOVE 'ACTION'            TO REPORT-LINE (72:6).
           WRITE REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
      *****************************************************************
       A300-PROCESS-RTN.
           READ PP-ISSUE-IN-FILE
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 ADD 1 TO WS-ITEMS-READ
                 PERFORM 100-LOAD-ONE-ITEM-RTN
           END-READ.
      *****************************************************************
      * THE ACCOUNT MUST BE ACTIVELY ENROLLED.  A PAID CHECK IS      *
      * NEVER CHANGED; OTHERWISE THE ITEM IS ADDED, REPLACED OR      *
      * VOIDED ACCORDING TO THE VOID FLAG.                           *
      *****************************************************************
       100-LOAD-ONE-ITEM-RTN.
           MOVE SPACES TO WS-LOAD-ACTION.
           MOVE PF-ACCOUNT-NUMBER TO PE-ACCOUNT-NUMBER.
           READ PP-ENROL-FILE
              INVALID KEY
                 MOVE 'REJECTED - NOT ENROLLED' TO WS-LOAD-ACTION
              NOT INVALID KEY
                 IF NOT PE-ACTIVE
                    MOVE 'REJECTED - NOT ENROLLED' TO WS-LOAD-ACTION
                 END-IF
           END-READ.
           IF WS-LOAD-ACTION = SPACES
           AND PF-AMOUNT = ZEROES AND NOT PF-VOID-ITEM
              MOVE 'REJECTED - ZERO AMOUNT' TO WS-LOAD-ACTION
           END-IF.
           IF WS-LOAD-ACTION = SPACES
              MOVE 'N' TO ON-FILE-SW
              MOVE PF-ACCOUNT-NUMBER TO PI-ACCOUNT-NUMBER
              MOVE PF-CHECK-NUMBER   TO PI-CHECK-NUMBER
              READ PP-ISSUE-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO ON-FILE-SW
                    IF PI-PAID
                       MOVE 'REJECTED - ALREADY PAID'
                         TO WS-LOAD-ACTION
                    END-IF
              END-READ
           END-IF.
           IF WS-LOAD-ACTION = SPACES
              PERFORM 200-UPDATE-REGISTER-RTN
           ELSE
              ADD 1 TO WS-ITEMS-REJECTED
           END-IF.
           PERFORM 300-PRINT-ITEM-RTN.
      *****************************************************************
       200-UPDATE-REGISTER-RTN.
           MOVE PF-ACCOUNT-NUMBER TO PI-ACCOUNT-NUMBER.
           MOVE PF-CHECK-NUMBER   TO PI-CHECK-NUMBER.
           MOVE PF-AMOUNT         TO PI-AMOUNT.
           MOVE PF-ISSUE-DATE     TO PI-ISSUE-DATE.
           MOVE PF-PAYEE-NAME     TO PI-PAYEE-NAME.
           MOVE WS-BUSINESS-DATE  TO PI-LOAD-DATE.
           MOVE ZEROES            TO PI-PAID-DATE.
           IF PF-VOID-ITEM
              MOVE 'V' TO PI-STATUS
              MOVE 'VOIDED' TO WS-LOAD-ACTION
              ADD 1 TO WS-ITEMS-VOIDED
           ELSE
              MOVE 'I' TO PI-STATUS
              IF ON-FILE-SW = 'Y'
                 MOVE 'REPLACED' TO WS-LOAD-ACTION
                 ADD 1 TO WS-ITEMS-REPLACED
              ELSE
                 MOVE 'ADDED' TO WS-LOAD-ACTION
                 ADD 1 TO WS-ITEMS-ADDED
              END-IF
           END-IF.
           IF ON-FILE-SW = 'Y'
              REWRITE PP-ISSUE-REC
                 INVALID KEY
                    DISPLAY 'PPLOAD - ERROR UPDATING CHECK '
                            PF-ACCOUNT-NUMBER ' ' PF-CHECK-NUMBER
              END-REWRITE
           ELSE
              WRITE PP-ISSUE-REC
                 INVALID KEY
                    DISPLAY 'PPLOAD - ERROR ADDING CHECK '
                            PF-ACCOUNT-NUMBER ' ' PF-CHECK-NUMBER
              END-WRITE
           END-IF.
      *****************************************************************
       300-PRINT-ITEM-RTN.
           MOVE PF-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING PF-ACCOUNT-NUMBER  DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  PF-CHECK-NUMBER    DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY  DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  PF-ISSUE-DATE      DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  PF-PAYEE-NAME (1:24) DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           MOVE WS-LOAD-ACTION TO REPORT-LINE (72:26).
           WRITE REPORT-LINE.
      *****************************************************************
       A900-CLOSE-RTN.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'READ: ' WS-ITEMS-READ
                  '  ADDED: ' WS-ITEMS-ADDED
                  '  REPLACED: ' WS-ITEMS-REPLACED
                  '  VOIDED: ' WS-ITEMS-VOIDED
                  '  REJECTED: ' WS-ITEMS-REJECTED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE PP-ISSUE-IN-FILE.
           CLOSE PP-ISSUE-FILE.
           CLOSE PP-ENROL-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'PPLOAD - ITEMS READ: ' WS-ITEMS-READ.
           DISPLAY 'PPLOAD - ITEMS LOADED: ' WS-ITEMS-ADDED
                   ' REPLACED: ' WS-ITEMS-REPLACED
                   ' VOIDED: ' WS-ITEMS-VOIDED.
           DISPLAY 'PPLOAD - ITEMS REJECTED: ' WS-ITEMS-REJECTED.
