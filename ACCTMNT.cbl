           DATA RECORD IS ACCOUNT-REC.
       COPY ACCOUNTFILE.
       FD  USER-FILE
           RECORD CONTAINS 321 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS USER-REC.
       COPY USERFILE.
           DATA RECORD IS ACCT-AUDIT-REC.
       COPY ACCTAUD.
       FD  JOURNAL-FILE
           RECORD CONTAINS 370 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS JOURNAL-REC.
       COPY JRNL.
