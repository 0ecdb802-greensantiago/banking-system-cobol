           DATA RECORD IS RECEIPT-PRT-LINE.
       01  RECEIPT-PRT-LINE          PIC X(80).
       FD  USER-FILE
           RECORD CONTAINS 321 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS USER-REC.
       COPY USERFILE.
