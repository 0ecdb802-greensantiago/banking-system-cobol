           DATA RECORD IS ACCOUNT-REC.
       COPY ACCOUNTFILE.
       FD  USER-FILE
           RECORD CONTAINS 321 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS USER-REC.
       COPY USERFILE.
           DATA RECORD IS CTL-AUDIT-REC.
       COPY CTLAUDIT.
       FD  JOURNAL-FILE
           RECORD CONTAINS 370 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS JOURNAL-REC.
       COPY JRNL.
                         LINE 22 COL 2 ERASE EOL
              NOT INVALID KEY
                 IF PD-FIELD-NAME = 'STATUS'
                    IF PD-NEW-VALUE (1:1) = 'A' AND INACTIVE-USER
                       MOVE WS-CURRENT-DATE TO USER-ACTIVE-DATE
                    END-IF
                    MOVE PD-NEW-VALUE (1:1) TO USER-STATUS
                    REWRITE USER-REC
                       INVALID KEY
