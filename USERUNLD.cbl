       DATA DIVISION.
       FILE SECTION.
       FD  USER-FILE
           RECORD CONTAINS 321 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS USER-REC.
       COPY USERFILE.
       FD  UNLOAD-FILE
           RECORD CONTAINS 321 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS UNLOAD-REC.
       01  UNLOAD-REC                 PIC X(321).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-RECORD-COUNT             PIC 9(9) VALUE ZEROES.
