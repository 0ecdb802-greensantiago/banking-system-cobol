      * THIS PROGRAM IS A MONTHLY BATCH JOB THAT POSTS INTEREST TO    *
      * EVERY SAVINGS ACCOUNT ON FILE. IT IS RUN ONCE PER MONTH FROM  *
      * THE BATCH SCHEDULE, NOT FROM A TELLER SCREEN.                 *
      * INTEREST CAPITALIZED FROM ACCRUAL.DAT WAS ALREADY BOOKED TO   *
      * ACCRUED INTEREST PAYABLE NIGHT BY NIGHT, SO THAT ACCRUAL IS   *
      * REVERSED (INTACCRRV) AS THE INTEREST IS PAID.                 *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTPOST.
           DATA RECORD IS TAX-LEDGER-REC.
       COPY TAXLEDG.
       FD  RUN-CTL-FILE
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS RUN-CTL-REC.
       COPY RUNCTL.
           DATA RECORD IS NOTIF-REC.
       COPY NOTIFQ.
       FD  JOURNAL-FILE
           RECORD CONTAINS 370 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS JOURNAL-REC.
       COPY JRNL.
                 MOVE 'INTPOST ' TO RC-JOB-NAME
                 MOVE WS-BUSINESS-DATE TO RC-RUN-DATE
                 MOVE 'S' TO RC-STATUS
                 ACCEPT RC-START-TIME FROM TIME
                 MOVE ZEROES TO RC-END-TIME
                 MOVE ZEROES TO RC-RECORD-COUNT
                 MOVE ZEROES TO RC-LAST-KEY
                 MOVE ZEROES TO RC-BUSINESS-DATE
                 WRITE RUN-CTL-REC
                    INVALID KEY
                       DISPLAY 'INTPOST - ERROR WRITING RUN CONTROL'
                            CONVERTING ALPHALOWER TO ALPHAUPPER
                    IF WS-OVERRIDE-SW = 'Y'
                       MOVE 'S' TO RC-STATUS
                       ACCEPT RC-START-TIME FROM TIME
                       MOVE ZEROES TO RC-END-TIME
                       MOVE ZEROES TO RC-RECORD-COUNT
                       MOVE ZEROES TO RC-LAST-KEY
                       REWRITE RUN-CTL-REC
                    INVALID KEY
                       DISPLAY 'ERROR RESETTING ACCRUAL FOR ACCOUNT '
                               ACCOUNT-NUMBER
                    NOT INVALID KEY
                       IF WS-INTEREST-AMOUNT > ZEROES
                          PERFORM 250-WRITE-ACCRUAL-REVERSAL-RTN
                       END-IF
                 END-REWRITE
           END-READ.
           IF WS-INTEREST-AMOUNT > ZEROES
           MOVE SPACES          TO TRAN-BRANCH-CODE.
           MOVE SPACES            TO TRAN-REFERENCE.
           WRITE TRAN-LOG-REC.
      *****************************************************************
      * THE REVERSAL CARRIES NO CUSTOMER ACCOUNT SO IT STAYS OFF THE *
      * STATEMENT; THE ACCOUNT IS KEPT IN THE REFERENCE FOR TRACING. *
      *****************************************************************
       250-WRITE-ACCRUAL-REVERSAL-RTN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-BUSINESS-DATE TO TRAN-DATE.
           MOVE WS-CURRENT-TIME TO TRAN-TIME.
           MOVE 'INTACCRRV'     TO TRAN-TYPE.
           MOVE ZEROES          TO TRAN-FROM-ACCOUNT.
           MOVE ZEROES          TO TRAN-TO-ACCOUNT.
           MOVE WS-INTEREST-AMOUNT TO TRAN-AMOUNT.
           MOVE 'BATCH'         TO TRAN-TELLER-ID.
           MOVE ZEROES          TO TRAN-FX-RATE.
           MOVE WS-CURRENT-DATE TO TRAN-ACTUAL-DATE.
           MOVE SPACES          TO TRAN-BRANCH-CODE.
           MOVE ACCOUNT-NUMBER  TO TRAN-REFERENCE.
           WRITE TRAN-LOG-REC.
      *****************************************************************
       300-WRITE-TAX-LEDGER-RTN.
           MOVE ACCOUNT-NUMBER     TO TL-ACCOUNT-NUMBER.
       A900-CLOSE-RTN.
           IF SKIP-RUN-SW = 'N'
              MOVE 'C' TO RC-STATUS
              ACCEPT RC-END-TIME FROM TIME
              REWRITE RUN-CTL-REC
                 INVALID KEY
                    DISPLAY 'INTPOST - ERROR CLOSING RUN CONTROL'
