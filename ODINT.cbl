           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE               PIC X(100).
       FD  JOURNAL-FILE
           RECORD CONTAINS 370 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS JOURNAL-REC.
       COPY JRNL.
