           DATA RECORD IS CTL-REC.
       COPY SYSCTL.
       FD  JOURNAL-FILE
           RECORD CONTAINS 370 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS JOURNAL-REC.
       COPY JRNL.
