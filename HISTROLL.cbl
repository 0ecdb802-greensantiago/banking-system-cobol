           DATA RECORD IS TRAN-HIST-REC.
       COPY TRANHIST.
       FD  RUN-CTL-FILE
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS RUN-CTL-REC.
       COPY RUNCTL.
                 MOVE 'HISTROLL' TO RC-JOB-NAME
                 MOVE WS-CURRENT-DATE TO RC-RUN-DATE
                 MOVE 'S' TO RC-STATUS
                 ACCEPT RC-START-TIME FROM TIME
                 MOVE ZEROES TO RC-END-TIME
                 MOVE ZEROES TO RC-RECORD-COUNT
                 MOVE ZEROES TO RC-LAST-KEY
                 MOVE ZEROES TO RC-BUSINESS-DATE
                 WRITE RUN-CTL-REC
                    INVALID KEY
                       DISPLAY 'HISTROLL - ERROR WRITING RUN CONTROL'
                 END-WRITE
              NOT INVALID KEY
                 MOVE 'S' TO RC-STATUS
                 ACCEPT RC-START-TIME FROM TIME
                 MOVE ZEROES TO RC-END-TIME
                 MOVE ZEROES TO RC-RECORD-COUNT
                 REWRITE RUN-CTL-REC
           END-READ.
      *****************************************************************
       940-MARK-RUN-COMPLETE-RTN.
           MOVE 'C' TO RC-STATUS.
           ACCEPT RC-END-TIME FROM TIME.
           MOVE WS-HIST-COUNT TO RC-RECORD-COUNT.
           REWRITE RUN-CTL-REC
              INVALID KEY
