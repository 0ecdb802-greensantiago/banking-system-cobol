           DATA RECORD IS ACCOUNT-REC.
       COPY ACCOUNTFILE.
       FD  USER-FILE
           RECORD CONTAINS 321 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS USER-REC.
       COPY USERFILE.
