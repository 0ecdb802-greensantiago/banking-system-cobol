      * MARKED MATURED AND THE FUNDS SIT IN THE ACCOUNT FOR PAYOUT   *
      * AT THE WINDOW.  DEPOSITS MATURING WITHIN THE COMING WEEK GO  *
      * ON THE REPORT SO THE BRANCH CAN CALL THE CUSTOMER.           *
      * THE INTEREST INTACCR ACCRUED ON THE DEPOSIT OVER THE TERM IS *
      * REVERSED OUT OF ACCRUED INTEREST PAYABLE AS IT IS PAID.      *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDMATURE.
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE               PIC X(100).
       FD  JOURNAL-FILE
           RECORD CONTAINS 370 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS JOURNAL-REC.
       COPY JRNL.
       01  WS-AMOUNT-DISPLAY         PIC ZZZ,ZZZ,ZZ9.99.
       01  EOF-SW                    PIC X VALUE 'N'.
           88 END-OF-TERM-FILE       VALUE 'Y'.
       COPY ACRRVPRM.
      *****************************************************************
       PROCEDURE DIVISION.
       A100-MAIN-MODULE.
           END-REWRITE.
           PERFORM 880-WRITE-ACCT-JOURNAL-RTN.
           PERFORM 250-WRITE-TRANLOG-RTN.
           PERFORM 260-REVERSE-ACCRUAL-RTN.
      *****************************************************************
       250-WRITE-TRANLOG-RTN.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE SPACES           TO TRAN-BRANCH-CODE.
           MOVE SPACES            TO TRAN-REFERENCE.
           WRITE TRAN-LOG-REC.
      *****************************************************************
       260-REVERSE-ACCRUAL-RTN.
           MOVE 'D' TO AV-KIND.
           MOVE TD-ACCOUNT-NUMBER TO AV-NUMBER.
           CALL 'ACRREV' USING ACR-REVERSAL-AREA.
           IF AV-AMOUNT-REVERSED > ZEROES
              MOVE 'INTACCRRV'        TO TRAN-TYPE
              MOVE ZEROES             TO TRAN-TO-ACCOUNT
              MOVE AV-AMOUNT-REVERSED TO TRAN-AMOUNT
              MOVE TD-ACCOUNT-NUMBER  TO TRAN-REFERENCE
              WRITE TRAN-LOG-REC
           END-IF.
      *****************************************************************
      * A ROLLED DEPOSIT STARTS A NEW TERM FROM THE BUSINESS DATE.   *
      * THE NEW MATURITY ADVANCES BY WHOLE MONTHS OF 30 DAYS PLUS    *
