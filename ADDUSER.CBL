       DATA DIVISION.
       FILE SECTION.
       FD  USER-FILE
           RECORD CONTAINS 321 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS USER-REC.
       COPY USERFILE.
           DATA RECORD IS BRANCH-REC.
       COPY BRANCH.
       FD  JOURNAL-FILE
           RECORD CONTAINS 370 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS JOURNAL-REC.
       COPY JRNL.
       FD  CUSTOMER-FILE
           RECORD CONTAINS 174 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CUSTOMER-REC.
       COPY CUSTFILE.
           MOVE 'A' TO USER-STATUS.
           MOVE WS-USER-BRANCH TO USER-BRANCH-CODE.
           MOVE WS-USER-CUSTNO TO USER-CUSTOMER-NO.
           MOVE ZEROES TO USER-LAST-SIGNON-DATE.
           MOVE ZEROES TO USER-LAST-SIGNON-TIME.
           MOVE SPACES TO USER-LAST-TERMINAL.
           ACCEPT USER-ACTIVE-DATE FROM DATE YYYYMMDD.
           DISPLAY WALLPAPER.
           DISPLAY 'SAVE NEW USER CREDENTIALS? Y/N: '
                    LINE 22 COL 2 ERASE EOL.
