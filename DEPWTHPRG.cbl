           DATA RECORD IS RECEIPT-PRT-LINE.
       01  RECEIPT-PRT-LINE          PIC X(80).
       FD  USER-FILE
           RECORD CONTAINS 321 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS USER-REC.
       COPY USERFILE.
           DATA RECORD IS GL-REC.
       COPY GLRECON.
       FD  JOURNAL-FILE
           RECORD CONTAINS 370 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS JOURNAL-REC.
       COPY JRNL.
