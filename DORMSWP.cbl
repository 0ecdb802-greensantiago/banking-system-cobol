           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE                PIC X(80).
       FD  RUN-CTL-FILE
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS RUN-CTL-REC.
       COPY RUNCTL.
       FD  JOURNAL-FILE
           RECORD CONTAINS 370 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS JOURNAL-REC.
       COPY JRNL.
                 MOVE 'DORMSWP ' TO RC-JOB-NAME
                 MOVE WS-CURRENT-DATE TO RC-RUN-DATE
                 MOVE 'S' TO RC-STATUS
                 ACCEPT RC-START-TIME FROM TIME
                 MOVE ZEROES TO RC-END-TIME
                 MOVE ZEROES TO RC-RECORD-COUNT
                 MOVE ZEROES TO RC-LAST-KEY
                 MOVE ZEROES TO RC-BUSINESS-DATE
                 WRITE RUN-CTL-REC
                    INVALID KEY
                       DISPLAY 'DORMSWP - ERROR WRITING RUN CONTROL'
                            CONVERTING ALPHALOWER TO ALPHAUPPER
                    IF WS-OVERRIDE-SW = 'Y'
                       MOVE 'S' TO RC-STATUS
                       ACCEPT RC-START-TIME FROM TIME
                       MOVE ZEROES TO RC-END-TIME
                       MOVE ZEROES TO RC-RECORD-COUNT
                       MOVE ZEROES TO RC-LAST-KEY
                       REWRITE RUN-CTL-REC
           WRITE REPORT-LINE.
           IF SKIP-RUN-SW = 'N'
              MOVE 'C' TO RC-STATUS
              ACCEPT RC-END-TIME FROM TIME
              REWRITE RUN-CTL-REC
                 INVALID KEY
                    DISPLAY 'DORMSWP - ERROR CLOSING RUN CONTROL'
