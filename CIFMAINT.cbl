      * SESSION, SO ONE CHANGE FIXES EVERY ACCOUNT AND STATEMENT.     *
      * NEW CUSTOMER NUMBERS COME FROM THE CUSTSEQ SERIES ON          *
      * SYSCTL.DAT.                                                   *
      * THE CONSOLIDATED STATEMENT FLAG OPTS THE CUSTOMER INTO ONE    *
      * MONTHLY RELATIONSHIP STATEMENT (RELSTMT) IN PLACE OF A        *
      * STATEMENT PER ACCOUNT FROM STMTCYCL.                          *
      * STATUS D (DECEASED) IS SET ONLY BY THE REPORT OF DEATH IN     *
      * ESTMAINT AND CANNOT BE KEYED OR CLEARED HERE.                 *
      * A CUSTOMER MERGED INTO ANOTHER BY CIFMERGE IS SHOWN WITH THE  *
      * SURVIVING CIF AND CANNOT BE MAINTAINED.                       *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIFMAINT IS INITIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE
           RECORD CONTAINS 174 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CUSTOMER-REC.
       COPY CUSTFILE.
           DATA RECORD IS ACCOUNT-REC.
       COPY ACCOUNTFILE.
       FD  USER-FILE
           RECORD CONTAINS 321 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS USER-REC.
       COPY USERFILE.
           DATA RECORD IS CTL-REC.
       COPY SYSCTL.
       FD  JOURNAL-FILE
           RECORD CONTAINS 370 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS JOURNAL-REC.
       COPY JRNL.
       01  WS-CU-CONTACT             PIC X(15) VALUE SPACES.
       01  WS-CU-EMAIL               PIC X(30) VALUE SPACES.
       01  WS-CU-STATUS              PIC X VALUE 'A'.
       01  WS-CU-OLD-STATUS          PIC X VALUE SPACES.
       01  WS-CU-CONSOL              PIC X VALUE 'N'.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-NEW-CUST-SW            PIC X VALUE 'N'.
       01  WS-CUST-OK-SW             PIC X VALUE 'Y'.
                            LINE 21 COL 2 ERASE EOL
                    MOVE 'N' TO WS-CUST-OK-SW
                 NOT INVALID KEY
                    IF CU-MERGED-INTO NOT = ZEROES
                       DISPLAY 'CUSTOMER WAS MERGED INTO CIF'
                               LINE 21 COL 2 ERASE EOL
                       DISPLAY CU-MERGED-INTO LINE 21 COL 31
                       MOVE 'N' TO WS-CUST-OK-SW
                    ELSE
                       MOVE CU-CUSTOMER-NAME   TO WS-CU-NAME
                       MOVE CU-CONTACT-ADDRESS TO WS-CU-ADDRESS
                       MOVE CU-CONTACT-NUMBER  TO WS-CU-CONTACT
                       MOVE CU-CONTACT-EMAIL   TO WS-CU-EMAIL
                       MOVE CU-STATUS          TO WS-CU-STATUS
                       MOVE CU-STATUS          TO WS-CU-OLD-STATUS
                       MOVE CU-CONSOL-STMT     TO WS-CU-CONSOL
                       DISPLAY G-CU-NAME
                       DISPLAY G-CU-ADDRESS
                       DISPLAY G-CU-CONTACT
                       DISPLAY G-CU-EMAIL
                       DISPLAY G-CU-STATUS
                       DISPLAY G-CU-CONSOL
                       DISPLAY
                         'EXISTING CUSTOMER SHOWN - KEY NEW VALUES'
                               LINE 21 COL 2 ERASE EOL
                    END-IF
              END-READ
           END-IF.
           IF WS-CUST-OK-SW = 'Y'
           ACCEPT G-CU-EMAIL.
           ACCEPT G-CU-STATUS.
           INSPECT WS-CU-STATUS CONVERTING ALPHALOWER TO ALPHAUPPER.
           ACCEPT G-CU-CONSOL.
           INSPECT WS-CU-CONSOL CONVERTING ALPHALOWER TO ALPHAUPPER.
           IF WS-CU-NAME = SPACES
              DISPLAY 'CUSTOMER NAME MUST NOT BE BLANK'
                      LINE 22 COL 2 ERASE EOL
           ELSE
           IF WS-CU-OLD-STATUS = 'D' AND WS-CU-STATUS NOT = 'D'
              DISPLAY 'CUSTOMER IS DECEASED - SEE ESTMAINT'
                      LINE 22 COL 2 ERASE EOL
           ELSE
           IF WS-CU-STATUS NOT = 'A' AND WS-CU-STATUS NOT = 'C' AND
              WS-CU-OLD-STATUS NOT = 'D'
              DISPLAY 'STATUS MUST BE A OR C'
                      LINE 22 COL 2 ERASE EOL
           ELSE
           IF WS-CU-CONSOL NOT = 'Y' AND WS-CU-CONSOL NOT = 'N'
              DISPLAY 'CONSOLIDATED STATEMENT MUST BE Y OR N'
                      LINE 22 COL 2 ERASE EOL
           ELSE
              DISPLAY 'SAVE CUSTOMER? Y/N: ' LINE 22 COL 2 ERASE EOL
              ACCEPT SAVE-SW LINE 22
                 PERFORM 200-SAVE-CUSTOMER-RTN
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
      *****************************************************************
      * NEW CUSTOMER NUMBERS ARE ASSIGNED FROM THE CUSTSEQ NUMBER    *
           MOVE WS-CU-CONTACT  TO CU-CONTACT-NUMBER.
           MOVE WS-CU-EMAIL    TO CU-CONTACT-EMAIL.
           MOVE WS-CU-STATUS   TO CU-STATUS.
           MOVE WS-CU-CONSOL   TO CU-CONSOL-STMT.
           MOVE WS-CURRENT-DATE TO CU-LAST-MAINT-DATE.
           MOVE LS-USER-ID     TO CU-LAST-MAINT-BY.
           IF WS-NEW-CUST-SW = 'Y'
              MOVE WS-CURRENT-DATE TO CU-OPENED-DATE
              MOVE ZEROES TO CU-MERGED-INTO
              WRITE CUSTOMER-REC
                 INVALID KEY
                    DISPLAY 'ERROR IN WRITING RECORD'
           MOVE SPACES TO WS-CU-CONTACT.
           MOVE SPACES TO WS-CU-EMAIL.
           MOVE 'A' TO WS-CU-STATUS.
           MOVE SPACES TO WS-CU-OLD-STATUS.
           MOVE 'N' TO WS-CU-CONSOL.
           DISPLAY ' ' LINE 21 COL 1 ERASE EOL.
           DISPLAY ' ' LINE 22 COL 1 ERASE EOL.
           DISPLAY ' ' LINE 23 COL 1 ERASE EOL.
           DISPLAY G-CU-CONTACT.
           DISPLAY G-CU-EMAIL.
           DISPLAY G-CU-STATUS.
           DISPLAY G-CU-CONSOL.
      *****************************************************************
       A900-CLOSE-RTN.
            CLOSE CUSTOMER-FILE.
