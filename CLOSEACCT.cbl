      ****************************************************************
      * THIS PROGRAM CLOSES AN ACCOUNT ONCE ITS BALANCE HAS BEEN      *
      * BROUGHT TO ZERO. THE ACCOUNT RECORD IS KEPT ON FILE WITH      *
      * ACCOUNT-STATUS SET TO CLOSED SO HISTORY IS NOT LOST, AND THE  *
      * CLOSING DATE IS LEFT IN LAST-ACTIVITY-DATE FOR ACCTPURG TO    *
      * AGE THE ACCOUNT OFF THE LIVE FILES.                           *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOSEACCT IS INITIAL.
           DATA RECORD IS TRAN-LOG-REC.
       COPY TRANLOG.
       FD  JOURNAL-FILE
           RECORD CONTAINS 370 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS JOURNAL-REC.
       COPY JRNL.
           INSPECT CLOSE-SW CONVERTING ALPHALOWER TO ALPHAUPPER.
           IF CLOSE-SW = 'Y'
              MOVE 'C' TO ACCOUNT-STATUS
              MOVE WS-BUSINESS-DATE TO LAST-ACTIVITY-DATE
              REWRITE ACCOUNT-REC
                 INVALID KEY
                    DISPLAY 'ERROR IN UPDATING RECORD'
