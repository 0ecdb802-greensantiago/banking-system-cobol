      ****************************************************************
      * THIS PROGRAM MERGES A DUPLICATE CUSTOMER NUMBER INTO THE     *
      * ONE THAT IS TO SURVIVE.  THE SUPERVISOR KEYS THE SURVIVING   *
      * CIF AND THE RETIRED CIF (USUALLY FROM THE DUPCUST REPORT),   *
      * CHECKS THE TWO SETS OF DETAILS SIDE BY SIDE AND CONFIRMS.    *
      * EVERY RECORD CARRYING THE RETIRED NUMBER IS THEN REPOINTED   *
      * TO THE SURVIVOR:                                             *
      *   - ACCOUNT.DAT  CUSTOMER-NUMBER, WITH THE CACHED NAME AND   *
      *                  CONTACT DETAILS REFRESHED AS CIFMAINT DOES; *
      *   - USER.DAT     USER-CUSTOMER-NO, WITH THE CONTACT DETAILS; *
      *   - LOAN.DAT     LN-CUSTOMER-NUMBER;                         *
      *   - ESCHREG.DAT  ES-CUSTOMER-NUMBER;                         *
      *   - LOANAPP.DAT  LA-CUSTOMER-NUMBER;                         *
      *   - SDBRENT.DAT  SR-CUSTOMER-NUMBER.                         *
      * THE RETIRED CUSTOMER RECORD IS CLOSED WITH A FORWARD POINTER *
      * (CU-MERGED-INTO) TO THE SURVIVOR.  EVERY RECORD CHANGED IS   *
      * JOURNALED.  A DECEASED OR ALREADY-MERGED CIF CANNOT TAKE     *
      * PART.  ONLY A SUPERVISOR OR ADMINISTRATOR MAY USE THIS       *
      * PROGRAM.                                                     *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIFMERGE IS INITIAL.
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
           SELECT USER-FILE ASSIGN TO 'USER.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS USER-ID.
           SELECT LOAN-FILE ASSIGN TO 'LOAN.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LN-LOAN-NUMBER.
           SELECT ESCHEAT-REG-FILE ASSIGN TO 'ESCHREG.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ES-ACCOUNT-NUMBER.
           SELECT LOAN-APP-FILE ASSIGN TO 'LOANAPP.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LA-APP-NUMBER
                  ALTERNATE KEY IS LA-CUSTOMER-NUMBER WITH DUPLICATES.
           SELECT SDB-RENT-FILE ASSIGN TO 'SDBRENT.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SR-AGREEMENT-NUMBER
                  ALTERNATE KEY IS SR-BOX-KEY WITH DUPLICATES.
           SELECT JOURNAL-FILE ASSIGN TO 'JOURNAL.DAT'
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
       FD  USER-FILE
           RECORD CONTAINS 321 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS USER-REC.
       COPY USERFILE.
       FD  LOAN-FILE
           RECORD CONTAINS 123 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS LOAN-REC.
       COPY LOANFILE.
       FD  ESCHEAT-REG-FILE
           RECORD CONTAINS 79 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ESCHEAT-REG-REC.
       COPY ESCHREG.
       FD  LOAN-APP-FILE
           RECORD CONTAINS 160 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS LOAN-APP-REC.
       COPY LOANAPP.
       FD  SDB-RENT-FILE
           RECORD CONTAINS 107 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS SDB-RENT-REC.
       COPY SDBRENT.
       FD  JOURNAL-FILE
           RECORD CONTAINS 370 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS JOURNAL-REC.
       COPY JRNL.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-MG-KEEP-CIF            PIC 9(8) VALUE ZEROES.
       01  WS-MG-KEEP-NAME           PIC X(30) VALUE SPACES.
       01  WS-MG-KEEP-ADDRESS        PIC X(50) VALUE SPACES.
       01  WS-MG-KEEP-CONTACT        PIC X(15) VALUE SPACES.
       01  WS-MG-KEEP-EMAIL          PIC X(30) VALUE SPACES.
       01  WS-MG-RETIRE-CIF          PIC 9(8) VALUE ZEROES.
       01  WS-MG-RETIRE-NAME         PIC X(30) VALUE SPACES.
       01  WS-MG-RETIRE-CONTACT      PIC X(15) VALUE SPACES.
       01  WS-MG-RETIRE-EMAIL        PIC X(30) VALUE SPACES.
       01  WS-MG-ACCT-COUNT          PIC 9(4) VALUE ZEROES.
       01  WS-MG-USER-COUNT          PIC 9(4) VALUE ZEROES.
       01  WS-MG-LOAN-COUNT          PIC 9(4) VALUE ZEROES.
       01  WS-MG-ESCH-COUNT          PIC 9(4) VALUE ZEROES.
       01  WS-MG-APP-COUNT           PIC 9(4) VALUE ZEROES.
       01  WS-MG-SDB-COUNT           PIC 9(4) VALUE ZEROES.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  MERGE-OK-SW               PIC X VALUE 'N'.
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
       COPY "CIFMERGE.ss".
      *****************************************************************
       PROCEDURE DIVISION USING LS-USER-ID.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A300-PROCESS-RTN UNTIL EXIT-SW = 'Y'.
           PERFORM A900-CLOSE-RTN.
      *     STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN EXTEND JOURNAL-FILE.
           OPEN I-O CUSTOMER-FILE.
           OPEN I-O ACCOUNT-FILE.
           OPEN I-O USER-FILE.
           OPEN I-O LOAN-FILE.
           OPEN I-O ESCHEAT-REG-FILE.
           OPEN I-O LOAN-APP-FILE.
           OPEN I-O SDB-RENT-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM 050-CHECK-AUTHORITY-RTN.
           IF EXIT-SW = 'N'
              DISPLAY G-CIFMERGE
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
              DISPLAY 'CIFMERGE - SUPERVISOR AUTHORITY IS REQUIRED'
                      LINE 22 COL 2 ERASE EOL
              DISPLAY 'PRESS ENTER TO CONTINUE...'
                      LINE 23 COL 2 ERASE EOL
              ACCEPT DUMMY LINE 23
           END-IF.
      *****************************************************************
       A300-PROCESS-RTN.
           MOVE 'N' TO MERGE-OK-SW.
           ACCEPT G-MG-KEEP-CIF.
           MOVE WS-MG-KEEP-CIF TO CU-CUSTOMER-NUMBER.
           READ CUSTOMER-FILE
              INVALID KEY
                 DISPLAY 'SURVIVING CUSTOMER NOT ON FILE'
                         LINE 22 COL 2 ERASE EOL
              NOT INVALID KEY
                 MOVE CU-CUSTOMER-NAME   TO WS-MG-KEEP-NAME
                 MOVE CU-CONTACT-ADDRESS TO WS-MG-KEEP-ADDRESS
                 MOVE CU-CONTACT-NUMBER  TO WS-MG-KEEP-CONTACT
                 MOVE CU-CONTACT-EMAIL   TO WS-MG-KEEP-EMAIL
                 DISPLAY G-MG-KEEP-NAME
                 DISPLAY G-MG-KEEP-CONTACT
                 DISPLAY G-MG-KEEP-EMAIL
                 IF CU-MERGED-INTO NOT = ZEROES
                    DISPLAY 'SURVIVING CIF WAS ITSELF MERGED INTO'
                            LINE 22 COL 2 ERASE EOL
                    DISPLAY CU-MERGED-INTO LINE 22 COL 39
                 ELSE
                 IF NOT CU-ACTIVE
                    DISPLAY 'SURVIVING CUSTOMER IS NOT ACTIVE'
                            LINE 22 COL 2 ERASE EOL
                 ELSE
                    PERFORM 100-GET-RETIRED-CIF-RTN
                 END-IF
                 END-IF
           END-READ.
           IF MERGE-OK-SW = 'Y'
              DISPLAY 'MERGE RETIRED CIF INTO SURVIVOR? Y/N: '
                      LINE 22 COL 2 ERASE EOL
              ACCEPT SAVE-SW LINE 22
              INSPECT SAVE-SW CONVERTING ALPHALOWER TO ALPHAUPPER
              IF SAVE-SW = 'Y'
                 PERFORM 200-MERGE-RTN
              END-IF
           END-IF.
           PERFORM A800-ASK-EXIT-RTN.
      *****************************************************************
       100-GET-RETIRED-CIF-RTN.
           ACCEPT G-MG-RETIRE-CIF.
           MOVE WS-MG-RETIRE-CIF TO CU-CUSTOMER-NUMBER.
           READ CUSTOMER-FILE
              INVALID KEY
                 DISPLAY 'RETIRED CUSTOMER NOT ON FILE'
                         LINE 22 COL 2 ERASE EOL
              NOT INVALID KEY
                 MOVE CU-CUSTOMER-NAME   TO WS-MG-RETIRE-NAME
                 MOVE CU-CONTACT-NUMBER  TO WS-MG-RETIRE-CONTACT
                 MOVE CU-CONTACT-EMAIL   TO WS-MG-RETIRE-EMAIL
                 DISPLAY G-MG-RETIRE-NAME
                 DISPLAY G-MG-RETIRE-CONTACT
                 DISPLAY G-MG-RETIRE-EMAIL
                 IF WS-MG-RETIRE-CIF = WS-MG-KEEP-CIF
                    DISPLAY 'SURVIVING AND RETIRED CIF ARE THE SAME'
                            LINE 22 COL 2 ERASE EOL
                 ELSE
                 IF CU-MERGED-INTO NOT = ZEROES
                    DISPLAY 'RETIRED CIF WAS ALREADY MERGED INTO'
                            LINE 22 COL 2 ERASE EOL
                    DISPLAY CU-MERGED-INTO LINE 22 COL 38
                 ELSE
                 IF CU-DECEASED
                    DISPLAY 'RETIRED CIF IS DECEASED - SEE ESTMAINT'
                            LINE 22 COL 2 ERASE EOL
                 ELSE
                    MOVE 'Y' TO MERGE-OK-SW
                 END-IF
                 END-IF
                 END-IF
           END-READ.
      *****************************************************************
       200-MERGE-RTN.
           MOVE ZEROES TO WS-MG-ACCT-COUNT.
           MOVE ZEROES TO WS-MG-USER-COUNT.
           MOVE ZEROES TO WS-MG-LOAN-COUNT.
           MOVE ZEROES TO WS-MG-ESCH-COUNT.
           MOVE ZEROES TO WS-MG-APP-COUNT.
           MOVE ZEROES TO WS-MG-SDB-COUNT.
           PERFORM 300-REPOINT-ACCOUNTS-RTN.
           PERFORM 400-REPOINT-USERS-RTN.
           PERFORM 500-REPOINT-LOANS-RTN.
           PERFORM 600-REPOINT-ESCHEATS-RTN.
           PERFORM 700-REPOINT-APPLICATIONS-RTN.
           PERFORM 750-REPOINT-SDB-RENTALS-RTN.
           PERFORM 800-CLOSE-RETIRED-CIF-RTN.
           DISPLAY G-MG-COUNTS.
      *****************************************************************
      * THE ACCOUNTS TAKE THE SURVIVOR'S NUMBER AND ITS CACHED NAME  *
      * AND CONTACT DETAILS, THE SAME AS A CIFMAINT REFRESH.         *
      *****************************************************************
       300-REPOINT-ACCOUNTS-RTN.
           MOVE ZEROES TO ACCOUNT-NUMBER.
           MOVE 'N' TO EOF-SW.
           START ACCOUNT-FILE KEY IS NOT LESS THAN ACCOUNT-NUMBER
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
           END-START.
           PERFORM 310-REPOINT-ONE-ACCOUNT-RTN UNTIL EOF-SW = 'Y'.
      *****************************************************************
       310-REPOINT-ONE-ACCOUNT-RTN.
           READ ACCOUNT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF CUSTOMER-NUMBER = WS-MG-RETIRE-CIF
                    MOVE WS-MG-KEEP-CIF  TO CUSTOMER-NUMBER
                    MOVE WS-MG-KEEP-NAME TO ACCOUNT-NAME
                    MOVE WS-MG-KEEP-ADDRESS
                      TO CONTACT-ADDRESS OF ACCOUNT-REC
                    MOVE WS-MG-KEEP-CONTACT
                      TO CONTACT-NUMBER OF ACCOUNT-REC
                    MOVE WS-MG-KEEP-EMAIL
                      TO CONTACT-EMAIL-ADDRESS OF ACCOUNT-REC
                    REWRITE ACCOUNT-REC
                       INVALID KEY
                          DISPLAY 'ERROR REPOINTING ACCOUNT'
                                  LINE 24 COL 2 ERASE EOL
                       NOT INVALID KEY
                          ADD 1 TO WS-MG-ACCT-COUNT
                          PERFORM 880-WRITE-ACCT-JOURNAL-RTN
                    END-REWRITE
                 END-IF
           END-READ.
      *****************************************************************
       400-REPOINT-USERS-RTN.
           MOVE SPACES TO USER-ID.
           MOVE 'N' TO EOF-SW.
           START USER-FILE KEY IS NOT LESS THAN USER-ID
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
           END-START.
           PERFORM 410-REPOINT-ONE-USER-RTN UNTIL EOF-SW = 'Y'.
      *****************************************************************
       410-REPOINT-ONE-USER-RTN.
           READ USER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF USER-CUSTOMER-NO = WS-MG-RETIRE-CIF
                    MOVE WS-MG-KEEP-CIF TO USER-CUSTOMER-NO
                    MOVE WS-MG-KEEP-ADDRESS
                      TO CONTACT-ADDRESS OF USER-REC
                    MOVE WS-MG-KEEP-CONTACT
                      TO CONTACT-NUMBER OF USER-REC
                    MOVE WS-MG-KEEP-EMAIL
                      TO CONTACT-EMAIL-ADDRESS OF USER-REC
                    REWRITE USER-REC
                       INVALID KEY
                          DISPLAY 'ERROR REPOINTING USER'
                                  LINE 24 COL 2 ERASE EOL
                       NOT INVALID KEY
                          ADD 1 TO WS-MG-USER-COUNT
                          PERFORM 890-WRITE-USER-JOURNAL-RTN
                    END-REWRITE
                 END-IF
           END-READ.
      *****************************************************************
       500-REPOINT-LOANS-RTN.
           MOVE ZEROES TO LN-LOAN-NUMBER.
           MOVE 'N' TO EOF-SW.
           START LOAN-FILE KEY IS NOT LESS THAN LN-LOAN-NUMBER
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
           END-START.
           PERFORM 510-REPOINT-ONE-LOAN-RTN UNTIL EOF-SW = 'Y'.
      *****************************************************************
       510-REPOINT-ONE-LOAN-RTN.
           READ LOAN-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF LN-CUSTOMER-NUMBER = WS-MG-RETIRE-CIF
                    MOVE WS-MG-KEEP-CIF TO LN-CUSTOMER-NUMBER
                    REWRITE LOAN-REC
                       INVALID KEY
                          DISPLAY 'ERROR REPOINTING LOAN'
                                  LINE 24 COL 2 ERASE EOL
                       NOT INVALID KEY
                          ADD 1 TO WS-MG-LOAN-COUNT
                          PERFORM 850-WRITE-LOAN-JOURNAL-RTN
                    END-REWRITE
                 END-IF
           END-READ.
      *****************************************************************
       600-REPOINT-ESCHEATS-RTN.
           MOVE ZEROES TO ES-ACCOUNT-NUMBER.
           MOVE 'N' TO EOF-SW.
           START ESCHEAT-REG-FILE KEY IS NOT LESS THAN ES-ACCOUNT-NUMBER
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
           END-START.
           PERFORM 610-REPOINT-ONE-ESCHEAT-RTN UNTIL EOF-SW = 'Y'.
      *****************************************************************
       610-REPOINT-ONE-ESCHEAT-RTN.
           READ ESCHEAT-REG-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF ES-CUSTOMER-NUMBER = WS-MG-RETIRE-CIF
                    MOVE WS-MG-KEEP-CIF TO ES-CUSTOMER-NUMBER
                    REWRITE ESCHEAT-REG-REC
                       INVALID KEY
                          DISPLAY 'ERROR REPOINTING ESCHEAT ENTRY'
                                  LINE 24 COL 2 ERASE EOL
                       NOT INVALID KEY
                          ADD 1 TO WS-MG-ESCH-COUNT
                          PERFORM 860-WRITE-ESCH-JOURNAL-RTN
                    END-REWRITE
                 END-IF
           END-READ.
      *****************************************************************
      * LOAN APPLICATIONS ARE READ IN APPLICATION NUMBER ORDER SO    *
      * CHANGING THE CUSTOMER ALTERNATE KEY DOES NOT DISTURB THE     *
      * BROWSE.                                                      *
      *****************************************************************
       700-REPOINT-APPLICATIONS-RTN.
           MOVE ZEROES TO LA-APP-NUMBER.
           MOVE 'N' TO EOF-SW.
           START LOAN-APP-FILE KEY IS NOT LESS THAN LA-APP-NUMBER
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
           END-START.
           PERFORM 710-REPOINT-ONE-APP-RTN UNTIL EOF-SW = 'Y'.
      *****************************************************************
       710-REPOINT-ONE-APP-RTN.
           READ LOAN-APP-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF LA-CUSTOMER-NUMBER = WS-MG-RETIRE-CIF
                    MOVE WS-MG-KEEP-CIF TO LA-CUSTOMER-NUMBER
                    REWRITE LOAN-APP-REC
                       INVALID KEY
                          DISPLAY 'ERROR REPOINTING LOAN APPLICATION'
                                  LINE 24 COL 2 ERASE EOL
                       NOT INVALID KEY
                          ADD 1 TO WS-MG-APP-COUNT
                          PERFORM 865-WRITE-APP-JOURNAL-RTN
                    END-REWRITE
                 END-IF
           END-READ.
      *****************************************************************
      * EVERY BOX AGREEMENT, IN FORCE OR ENDED, FOLLOWS THE CIF SO   *
      * THE RENTER SEEN AT THE VAULT IS THE SURVIVOR.                *
      *****************************************************************
       750-REPOINT-SDB-RENTALS-RTN.
           MOVE ZEROES TO SR-AGREEMENT-NUMBER.
           MOVE 'N' TO EOF-SW.
           START SDB-RENT-FILE
                 KEY IS NOT LESS THAN SR-AGREEMENT-NUMBER
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
           END-START.
           PERFORM 760-REPOINT-ONE-RENTAL-RTN UNTIL EOF-SW = 'Y'.
      *****************************************************************
       760-REPOINT-ONE-RENTAL-RTN.
           READ SDB-RENT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF SR-CUSTOMER-NUMBER = WS-MG-RETIRE-CIF
                    MOVE WS-MG-KEEP-CIF TO SR-CUSTOMER-NUMBER
                    REWRITE SDB-RENT-REC
                       INVALID KEY
                          DISPLAY 'ERROR REPOINTING BOX RENTAL'
                                  LINE 24 COL 2 ERASE EOL
                       NOT INVALID KEY
                          ADD 1 TO WS-MG-SDB-COUNT
                          PERFORM 867-WRITE-SDB-JOURNAL-RTN
                    END-REWRITE
                 END-IF
           END-READ.
      *****************************************************************
       800-CLOSE-RETIRED-CIF-RTN.
           MOVE WS-MG-RETIRE-CIF TO CU-CUSTOMER-NUMBER.
           READ CUSTOMER-FILE
              INVALID KEY
                 DISPLAY 'RETIRED CUSTOMER NOT ON FILE'
                         LINE 23 COL 2 ERASE EOL
              NOT INVALID KEY
                 MOVE 'C'             TO CU-STATUS
                 MOVE WS-MG-KEEP-CIF  TO CU-MERGED-INTO
                 MOVE WS-CURRENT-DATE TO CU-LAST-MAINT-DATE
                 MOVE LS-USER-ID      TO CU-LAST-MAINT-BY
                 REWRITE CUSTOMER-REC
                    INVALID KEY
                       DISPLAY 'ERROR IN UPDATING RETIRED CUSTOMER'
                               LINE 23 COL 2 ERASE EOL
                    NOT INVALID KEY
                       PERFORM 870-WRITE-CUST-JOURNAL-RTN
                       DISPLAY 'MERGE COMPLETE - RETIRED CIF CLOSED'
                               LINE 23 COL 2 ERASE EOL
                 END-REWRITE
           END-READ.
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
           MOVE ZEROES TO WS-MG-KEEP-CIF.
           MOVE SPACES TO WS-MG-KEEP-NAME.
           MOVE SPACES TO WS-MG-KEEP-ADDRESS.
           MOVE SPACES TO WS-MG-KEEP-CONTACT.
           MOVE SPACES TO WS-MG-KEEP-EMAIL.
           MOVE ZEROES TO WS-MG-RETIRE-CIF.
           MOVE SPACES TO WS-MG-RETIRE-NAME.
           MOVE SPACES TO WS-MG-RETIRE-CONTACT.
           MOVE SPACES TO WS-MG-RETIRE-EMAIL.
           MOVE ZEROES TO WS-MG-ACCT-COUNT.
           MOVE ZEROES TO WS-MG-USER-COUNT.
           MOVE ZEROES TO WS-MG-LOAN-COUNT.
           MOVE ZEROES TO WS-MG-ESCH-COUNT.
           MOVE ZEROES TO WS-MG-APP-COUNT.
           MOVE ZEROES TO WS-MG-SDB-COUNT.
           DISPLAY ' ' LINE 22 COL 1 ERASE EOL.
           DISPLAY ' ' LINE 23 COL 1 ERASE EOL.
           DISPLAY ' ' LINE 24 COL 1 ERASE EOL.
           DISPLAY G-MG-KEEP-CIF.
           DISPLAY G-MG-KEEP-NAME.
           DISPLAY G-MG-KEEP-CONTACT.
           DISPLAY G-MG-KEEP-EMAIL.
           DISPLAY G-MG-RETIRE-CIF.
           DISPLAY G-MG-RETIRE-NAME.
           DISPLAY G-MG-RETIRE-CONTACT.
           DISPLAY G-MG-RETIRE-EMAIL.
           DISPLAY G-MG-COUNTS.
      *****************************************************************
       A900-CLOSE-RTN.
            CLOSE CUSTOMER-FILE.
            CLOSE ACCOUNT-FILE.
            CLOSE USER-FILE.
            CLOSE LOAN-FILE.
            CLOSE ESCHEAT-REG-FILE.
            CLOSE LOAN-APP-FILE.
            CLOSE SDB-RENT-FILE.
            CLOSE JOURNAL-FILE.
            EXIT PROGRAM.
      *****************************************************************
      * EVERY MASTER-FILE UPDATE ALSO WRITES ITS AFTER-IMAGE TO THE  *
      * DAILY JOURNAL SO JRNLAPLY CAN ROLL A RESTORED FILE FORWARD.  *
      * THE LOAN, ESCHEAT, APPLICATION AND BOX RENTAL IMAGES ARE     *
      * KEPT FOR THE AUDIT TRAIL OF THE MERGE.                       *
      *****************************************************************
       850-WRITE-LOAN-JOURNAL-RTN.
           ACCEPT JR-DATE FROM DATE YYYYMMDD.
           ACCEPT JR-TIME FROM TIME.
           MOVE 'CIFMERGE' TO JR-PROGRAM.
           MOVE LS-USER-ID TO JR-OPERATOR.
           MOVE 'LOAN' TO JR-FILE-ID.
           MOVE SPACES TO JR-IMAGE.
           MOVE LOAN-REC TO JR-IMAGE.
           WRITE JOURNAL-REC.
      *****************************************************************
       860-WRITE-ESCH-JOURNAL-RTN.
           ACCEPT JR-DATE FROM DATE YYYYMMDD.
           ACCEPT JR-TIME FROM TIME.
           MOVE 'CIFMERGE' TO JR-PROGRAM.
           MOVE LS-USER-ID TO JR-OPERATOR.
           MOVE 'ESCHREG' TO JR-FILE-ID.
           MOVE SPACES TO JR-IMAGE.
           MOVE ESCHEAT-REG-REC TO JR-IMAGE.
           WRITE JOURNAL-REC.
      *****************************************************************
       865-WRITE-APP-JOURNAL-RTN.
           ACCEPT JR-DATE FROM DATE YYYYMMDD.
           ACCEPT JR-TIME FROM TIME.
           MOVE 'CIFMERGE' TO JR-PROGRAM.
           MOVE LS-USER-ID TO JR-OPERATOR.
           MOVE 'LOANAPP' TO JR-FILE-ID.
           MOVE SPACES TO JR-IMAGE.
           MOVE LOAN-APP-REC TO JR-IMAGE.
           WRITE JOURNAL-REC.
      *****************************************************************
       867-WRITE-SDB-JOURNAL-RTN.
           ACCEPT JR-DATE FROM DATE YYYYMMDD.
           ACCEPT JR-TIME FROM TIME.
           MOVE 'CIFMERGE' TO JR-PROGRAM.
           MOVE LS-USER-ID TO JR-OPERATOR.
           MOVE 'SDBRENT' TO JR-FILE-ID.
           MOVE SPACES TO JR-IMAGE.
           MOVE SDB-RENT-REC TO JR-IMAGE.
           WRITE JOURNAL-REC.
      *****************************************************************
       870-WRITE-CUST-JOURNAL-RTN.
           ACCEPT JR-DATE FROM DATE YYYYMMDD.
           ACCEPT JR-TIME FROM TIME.
           MOVE 'CIFMERGE' TO JR-PROGRAM.
           MOVE LS-USER-ID TO JR-OPERATOR.
           MOVE 'CUSTOMER' TO JR-FILE-ID.
           MOVE SPACES TO JR-IMAGE.
           MOVE CUSTOMER-REC TO JR-IMAGE.
           WRITE JOURNAL-REC.
      *****************************************************************
       880-WRITE-ACCT-JOURNAL-RTN.
           ACCEPT JR-DATE FROM DATE YYYYMMDD.
           ACCEPT JR-TIME FROM TIME.
           MOVE 'CIFMERGE' TO JR-PROGRAM.
           MOVE LS-USER-ID TO JR-OPERATOR.
           MOVE 'ACCOUNT' TO JR-FILE-ID.
           MOVE SPACES TO JR-IMAGE.
           MOVE ACCOUNT-REC TO JR-IMAGE.
           WRITE JOURNAL-REC.
      *****************************************************************
       890-WRITE-USER-JOURNAL-RTN.
           ACCEPT JR-DATE FROM DATE YYYYMMDD.
           ACCEPT JR-TIME FROM TIME.
           MOVE 'CIFMERGE' TO JR-PROGRAM.
           MOVE LS-USER-ID TO JR-OPERATOR.
           MOVE 'USER' TO JR-FILE-ID.
           MOVE SPACES TO JR-IMAGE.
           MOVE USER-REC TO JR-IMAGE.
           WRITE JOURNAL-REC.
