           DATA RECORD IS SEC-LOG-REC.
       COPY SECLOG.
       FD  JOURNAL-FILE
           RECORD CONTAINS 370 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS JOURNAL-REC.
       COPY JRNL.
