      ****************************************************************
      * THIS PROGRAM MAINTAINS AN ACCOUNT'S E-STATEMENT ENROLLMENT   *
      * ON ESTMT.DAT.  AN OPEN ACCOUNT WITH AN EMAIL ADDRESS ON FILE *
      * CAN BE ENROLLED, SO THE STATEMENT CYCLE SENDS ITS STATEMENT  *
      * THROUGH THE NOTIFICATION GATEWAY INSTEAD OF PRINTING IT.     *
      * RE-ENROLLING AN ACCOUNT WHOSE E-STATEMENT BOUNCED (AFTER THE *
      * EMAIL HAS BEEN CORRECTED) PUTS IT BACK ON E-DELIVERY, AND    *
      * CANCELLING RETURNS IT TO PAPER.                              *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTMTMNT IS INITIAL.
       AUTHOR. GERAD CARLOS TUPAZ.
       DATE-WRITTEN. 10 15 2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTMT-FILE ASSIGN TO 'ESTMT.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ES-ACCOUNT-NUMBER
                  FILE STATUS IS WS-ESTMT-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNT.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACCOUNT-NUMBER
                  ALTERNATE KEY IS USER-ID-ACCT WITH DUPLICATES.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CU-CUSTOMER-NUMBER.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ESTMT-FILE
           RECORD CONTAINS 70 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ESTMT-REC.
       COPY ESTMT.
       FD  ACCOUNT-FILE
           RECORD CONTAINS 201 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACCOUNT-REC.
       COPY ACCOUNTFILE.
       FD  CUSTOMER-FILE
           RECORD CONTAINS 174 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CUSTOMER-REC.
       COPY CUSTFILE.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-EM-FUNC                PIC X VALUE SPACES.
       01  WS-EM-ACCOUNT             PIC 9(10) VALUE ZEROES.
       01  WS-EM-EMAIL               PIC X(30) VALUE SPACES.
       01  WS-ESTMT-STATUS           PIC XX VALUE '00'.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-LIST-LINE              PIC 99 VALUE ZEROES.
       01  ACCT-OK-SW                PIC X VALUE 'N'.
       01  CONSOL-SW                 PIC X VALUE 'N'.
       01  EXIT-SW                   PIC X VALUE 'N'.
       01  DUMMY                     PIC X VALUE SPACES.
       COPY APLHA.
      *****************************************************************
       LINKAGE SECTION.
       01  LS-USER-ID                PIC X(15).
      *****************************************************************
       SCREEN SECTION.
       COPY "ESTMTMNT.ss".
      *****************************************************************
       PROCEDURE DIVISION USING LS-USER-ID.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A300-PROCESS-RTN UNTIL EXIT-SW = 'Y'.
           PERFORM A900-CLOSE-RTN.
      *     STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN I-O ESTMT-FILE.
           IF WS-ESTMT-STATUS NOT = '00'
              OPEN OUTPUT ESTMT-FILE
              CLOSE ESTMT-FILE
              OPEN I-O ESTMT-FILE
           END-IF.
           OPEN INPUT ACCOUNT-FILE.
           OPEN INPUT CUSTOMER-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           DISPLAY G-ESTMTMNT.
      *****************************************************************
       A300-PROCESS-RTN.
           ACCEPT G-EM-FUNC.
           INSPECT WS-EM-FUNC CONVERTING ALPHALOWER TO ALPHAUPPER.
           ACCEPT G-EM-ACCOUNT.
           PERFORM 050-READ-ACCOUNT-RTN.
           IF ACCT-OK-SW = 'Y'
              IF WS-EM-FUNC = 'E'
                 PERFORM 100-ENROLL-RTN
              ELSE
              IF WS-EM-FUNC = 'C'
                 PERFORM 200-CANCEL-RTN
              ELSE
              IF WS-EM-FUNC = 'I'
                 PERFORM 300-SHOW-ENROLLMENT-RTN
              ELSE
                 DISPLAY 'FUNCTION MUST BE E, C OR I'
                         LINE 22 COL 2 ERASE EOL
              END-IF
              END-IF
              END-IF
           END-IF.
           PERFORM A800-ASK-EXIT-RTN.
      *****************************************************************
      * THE EMAIL USED IS THE ONE THE STATEMENT CYCLE WILL SEND TO - *
      * THE CUSTOMER'S ON THE CIF, OR THE ACCOUNT'S OWN WHEN THE     *
      * ACCOUNT HAS NO CIF RECORD.                                   *
      *****************************************************************
       050-READ-ACCOUNT-RTN.
           MOVE 'N' TO ACCT-OK-SW.
           MOVE 'N' TO CONSOL-SW.
           MOVE WS-EM-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
              INVALID KEY
                 DISPLAY 'ACCOUNT NOT FOUND'
                         LINE 22 COL 2 ERASE EOL
              NOT INVALID KEY
                 MOVE 'Y' TO ACCT-OK-SW
           END-READ.
           IF ACCT-OK-SW = 'Y'
              MOVE CONTACT-EMAIL-ADDRESS OF ACCOUNT-REC
                TO WS-EM-EMAIL
              IF CUSTOMER-NUMBER NOT = ZEROES
                 MOVE CUSTOMER-NUMBER TO CU-CUSTOMER-NUMBER
                 READ CUSTOMER-FILE
                    NOT INVALID KEY
                       MOVE CU-CONTACT-EMAIL TO WS-EM-EMAIL
                       IF CU-CONSOLIDATED
                          MOVE 'Y' TO CONSOL-SW
                       END-IF
                 END-READ
              END-IF
              DISPLAY 'NAME  : ' LINE 08 COL 2 ERASE EOL
              DISPLAY ACCOUNT-NAME LINE 08 COL 10
              DISPLAY 'EMAIL : ' LINE 09 COL 2 ERASE EOL
              DISPLAY WS-EM-EMAIL LINE 09 COL 10
           END-IF.
      *****************************************************************
       100-ENROLL-RTN.
           IF NOT OPEN-ACCOUNT
              DISPLAY 'ACCOUNT IS NOT OPEN'
                      LINE 22 COL 2 ERASE EOL
           ELSE
           IF CONSOL-SW = 'Y'
              DISPLAY 'CUSTOMER TAKES THE CONSOLIDATED STATEMENT'
                      LINE 22 COL 2 ERASE EOL
           ELSE
           IF WS-EM-EMAIL = SPACES
              DISPLAY 'NO EMAIL ADDRESS ON FILE - UPDATE THE CIF FIRST'
                      LINE 22 COL 2 ERASE EOL
           ELSE
              PERFORM 150-WRITE-ENROLLMENT-RTN
           END-IF
           END-IF
           END-IF.
      *****************************************************************
       150-WRITE-ENROLLMENT-RTN.
           MOVE WS-EM-ACCOUNT TO ES-ACCOUNT-NUMBER.
           READ ESTMT-FILE
              INVALID KEY
                 INITIALIZE ESTMT-REC
                 MOVE WS-EM-ACCOUNT TO ES-ACCOUNT-NUMBER
                 MOVE 'E' TO ES-STATUS
                 MOVE WS-CURRENT-DATE TO ES-MAINT-DATE
                 MOVE LS-USER-ID TO ES-MAINT-BY
                 WRITE ESTMT-REC
                    INVALID KEY
                       DISPLAY 'ERROR IN WRITING RECORD.'
                               LINE 22 COL 2 ERASE EOL
                    NOT INVALID KEY
                       DISPLAY 'ACCOUNT ENROLLED FOR E-STATEMENTS'
                               LINE 22 COL 2 ERASE EOL
                 END-WRITE
              NOT INVALID KEY
                 IF ES-ENROLLED
                    DISPLAY 'ACCOUNT IS ALREADY ENROLLED'
                            LINE 22 COL 2 ERASE EOL
                 ELSE
                    MOVE 'E' TO ES-STATUS
                    MOVE WS-CURRENT-DATE TO ES-MAINT-DATE
                    MOVE LS-USER-ID TO ES-MAINT-BY
                    REWRITE ESTMT-REC
                       INVALID KEY
                          DISPLAY 'ERROR IN UPDATING RECORD.'
                                  LINE 22 COL 2 ERASE EOL
                       NOT INVALID KEY
                          DISPLAY 'ACCOUNT ENROLLED FOR E-STATEMENTS'
                                  LINE 22 COL 2 ERASE EOL
                    END-REWRITE
                 END-IF
           END-READ.
      *****************************************************************
       200-CANCEL-RTN.
           MOVE WS-EM-ACCOUNT TO ES-ACCOUNT-NUMBER.
           READ ESTMT-FILE
              INVALID KEY
                 DISPLAY 'ACCOUNT IS NOT ENROLLED'
                         LINE 22 COL 2 ERASE EOL
              NOT INVALID KEY
                 IF ES-CANCELLED
                    DISPLAY 'ENROLLMENT IS ALREADY CANCELLED'
                            LINE 22 COL 2 ERASE EOL
                 ELSE
                    MOVE 'C' TO ES-STATUS
                    MOVE WS-CURRENT-DATE TO ES-MAINT-DATE
                    MOVE LS-USER-ID TO ES-MAINT-BY
                    REWRITE ESTMT-REC
                       INVALID KEY
                          DISPLAY 'ERROR IN UPDATING RECORD.'
                                  LINE 22 COL 2 ERASE EOL
                       NOT INVALID KEY
                          DISPLAY 'ENROLLMENT CANCELLED - PAPER'
                                  ' STATEMENTS RESUME'
                                  LINE 22 COL 2 ERASE EOL
                    END-REWRITE
                 END-IF
           END-READ.
      *****************************************************************
       300-SHOW-ENROLLMENT-RTN.
           MOVE WS-EM-ACCOUNT TO ES-ACCOUNT-NUMBER.
           READ ESTMT-FILE
              INVALID KEY
                 DISPLAY 'ACCOUNT IS NOT ENROLLED - PAPER STATEMENTS'
                         LINE 22 COL 2 ERASE EOL
              NOT INVALID KEY
                 PERFORM 350-DISPLAY-ENROLLMENT-RTN
           END-READ.
      *****************************************************************
       350-DISPLAY-ENROLLMENT-RTN.
           DISPLAY 'STATUS: ' LINE 11 COL 2 ERASE EOL.
           IF ES-ENROLLED
              DISPLAY 'ENROLLED' LINE 11 COL 10
           ELSE
           IF ES-BOUNCED
              DISPLAY 'BOUNCED - ON PAPER UNTIL RE-ENROLLED'
                      LINE 11 COL 10
           ELSE
              DISPLAY 'CANCELLED' LINE 11 COL 10
           END-IF
           END-IF.
           DISPLAY 'CHANGED ON          BY' LINE 12 COL 2 ERASE EOL.
           DISPLAY ES-MAINT-DATE LINE 12 COL 13.
           DISPLAY ES-MAINT-BY LINE 12 COL 25.
           DISPLAY 'LAST SENT           CYCLE          RESULT'
                   LINE 13 COL 2 ERASE EOL.
           DISPLAY ES-LAST-SENT-DATE LINE 13 COL 12.
           DISPLAY ES-LAST-CYCLE-DATE LINE 13 COL 27.
           DISPLAY ES-LAST-RESULT LINE 13 COL 43.
           DISPLAY 'BOUNCES             LAST BOUNCE'
                   LINE 14 COL 2 ERASE EOL.
           DISPLAY ES-BOUNCE-COUNT LINE 14 COL 12.
           DISPLAY ES-BOUNCE-DATE LINE 14 COL 34.
      *****************************************************************
       A800-ASK-EXIT-RTN.
           DISPLAY 'DO YOU WANT TO EXIT? Y/N: '
                   LINE 23 COL 2 ERASE EOL.
           ACCEPT EXIT-SW LINE 23.
           INSPECT EXIT-SW CONVERTING ALPHALOWER TO ALPHAUPPER.
           IF EXIT-SW = 'N'
              PERFORM 900-CLEAR-FIELDS-RTN
           END-IF.
      *****************************************************************
       900-CLEAR-FIELDS-RTN.
           MOVE 08 TO WS-LIST-LINE.
           PERFORM 950-CLEAR-ONE-LINE-RTN UNTIL WS-LIST-LINE > 23.
           DISPLAY G-EM-FUNC.
           DISPLAY G-EM-ACCOUNT.
      *****************************************************************
       950-CLEAR-ONE-LINE-RTN.
           DISPLAY ' ' LINE WS-LIST-LINE COL 1 ERASE EOL.
           ADD 1 TO WS-LIST-LINE.
      *****************************************************************
       A900-CLOSE-RTN.
            CLOSE ESTMT-FILE.
            CLOSE ACCOUNT-FILE.
            CLOSE CUSTOMER-FILE.
            EXIT PROGRAM.
