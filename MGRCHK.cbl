           DATA RECORD IS CHECK-PRT-LINE.
       01  CHECK-PRT-LINE            PIC X(80).
       FD  JOURNAL-FILE
           RECORD CONTAINS 370 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS JOURNAL-REC.
       COPY JRNL.
