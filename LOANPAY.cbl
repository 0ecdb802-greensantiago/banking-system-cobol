       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE
           RECORD CONTAINS 123 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS LOAN-REC.
       COPY LOANFILE.
           DATA RECORD IS CTL-REC.
       COPY SYSCTL.
       FD  JOURNAL-FILE
           RECORD CONTAINS 370 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS JOURNAL-REC.
       COPY JRNL.
       01  WS-INST-TOTAL             PIC 9(9)V99 VALUE ZEROES.
       01  WS-PRIN-PAID              PIC 9(9)V99 VALUE ZEROES.
       01  WS-INT-PAID               PIC 9(9)V99 VALUE ZEROES.
       01  WS-PEN-PAID               PIC 9(7)V99 VALUE ZEROES.
       01  WS-TOTAL-PAID             PIC 9(9)V99 VALUE ZEROES.
       01  WS-INSTS-PAID             PIC 9(3) VALUE ZEROES.
       01  WS-NEXT-DUE               PIC 9(8) VALUE ZEROES.
       01  FRZ-EOF-SW                PIC X VALUE 'N'.
       01  DUMMY                     PIC X VALUE SPACES.
       COPY APLHA.
       COPY COLLPRM.
       COPY ACRRVPRM.
      *****************************************************************
       LINKAGE SECTION.
       01  LS-USER-ID                PIC X(15).
           MOVE LN-MONTHLY-PAYMENT TO WS-AMOUNT-DISPLAY.
           DISPLAY 'MONTHLY PAYMENT:' LINE 08 COL 2 ERASE EOL.
           DISPLAY WS-AMOUNT-DISPLAY LINE 08 COL 19.
           MOVE LN-PENALTY-DUE TO WS-AMOUNT-DISPLAY.
           DISPLAY 'PENALTY DUE:' LINE 09 COL 2 ERASE EOL.
           DISPLAY WS-AMOUNT-DISPLAY LINE 09 COL 19.
           ACCEPT G-LP-AMOUNT.
           MOVE WS-LP-AMOUNT TO WS-REMAINING.
           MOVE ZEROES TO WS-PEN-PAID.
           MOVE ZEROES TO WS-PRIN-PAID.
           MOVE ZEROES TO WS-INT-PAID.
           MOVE ZEROES TO WS-INSTS-PAID.
           PERFORM 150-APPLY-PENALTY-RTN.
           PERFORM 200-APPLY-INSTALLMENTS-RTN.
           IF WS-INSTS-PAID = ZEROES AND WS-PEN-PAID = ZEROES
              DISPLAY 'AMOUNT DOES NOT COVER THE NEXT INSTALLMENT'
                      LINE 21 COL 2 ERASE EOL
           ELSE
              COMPUTE WS-TOTAL-PAID = WS-PEN-PAID + WS-PRIN-PAID
                      + WS-INT-PAID
              PERFORM 400-DEBIT-ACCOUNT-RTN
           END-IF.
      *****************************************************************
      * PENALTY OWED ON THE LOAN IS COLLECTED AHEAD OF INTEREST AND  *
      * PRINCIPAL - IN PART IF THE PAYMENT WILL NOT COVER ALL OF IT. *
      *****************************************************************
       150-APPLY-PENALTY-RTN.
           IF WS-REMAINING < LN-PENALTY-DUE
              MOVE WS-REMAINING TO WS-PEN-PAID
           ELSE
              MOVE LN-PENALTY-DUE TO WS-PEN-PAID
           END-IF.
           SUBTRACT WS-PEN-PAID FROM WS-REMAINING.
      *****************************************************************
      * THE PAYMENT COVERS WHOLE INSTALLMENTS FROM THE EARLIEST      *
      * UNPAID ROW FORWARD.  THE ROWS ARE ONLY MARKED IN WORKING     *
      * STORAGE HERE - THEY ARE REWRITTEN AFTER THE FUNDING DEBIT    *
      *****************************************************************
       600-UPDATE-LOAN-RTN.
           SUBTRACT WS-PRIN-PAID FROM LN-OUTSTANDING.
           SUBTRACT WS-PEN-PAID FROM LN-PENALTY-DUE.
           IF WS-NEXT-DUE = ZEROES
              MOVE 'P' TO LN-STATUS
              MOVE ZEROES TO LN-NEXT-DUE-DATE
              MOVE ZEROES TO LN-DAYS-PAST-DUE
              PERFORM 650-RELEASE-COLLATERAL-RTN
              DISPLAY 'LOAN IS FULLY PAID' LINE 23 COL 2 ERASE EOL
           ELSE
              MOVE WS-NEXT-DUE TO LN-NEXT-DUE-DATE
                 DISPLAY 'ERROR IN UPDATING LOAN RECORD'
                         LINE 21 COL 2 ERASE EOL
           END-REWRITE.
      *****************************************************************
      * A PAID-OFF LOAN NO LONGER NEEDS ITS SECURITY - ITS ITEMS ON  *
      * THE COLLATERAL REGISTER AND ANY PLEDGE HOLDS ARE RELEASED.   *
      *****************************************************************
       650-RELEASE-COLLATERAL-RTN.
           MOVE LN-LOAN-NUMBER   TO RL-LOAN-NUMBER.
           MOVE LS-USER-ID       TO RL-RELEASED-BY.
           MOVE WS-BUSINESS-DATE TO RL-RELEASE-DATE.
           CALL 'COLLREL' USING COLL-RELEASE-AREA.
      *****************************************************************
       700-WRITE-TRANLOG-RTN.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-BUSINESS-DATE TO TRAN-DATE.
           MOVE WS-CURRENT-TIME  TO TRAN-TIME.
           MOVE 'LOANPEN'        TO TRAN-TYPE.
           MOVE LN-DEPOSIT-ACCOUNT TO TRAN-FROM-ACCOUNT.
           MOVE WS-LP-LOAN       TO TRAN-TO-ACCOUNT.
           MOVE WS-PEN-PAID      TO TRAN-AMOUNT.
           MOVE LS-USER-ID       TO TRAN-TELLER-ID.
           MOVE ZEROES           TO TRAN-FX-RATE.
           MOVE WS-CURRENT-DATE  TO TRAN-ACTUAL-DATE.
           MOVE SPACES           TO TRAN-BRANCH-CODE.
           MOVE SPACES            TO TRAN-REFERENCE.
           IF WS-PEN-PAID > ZEROES
              WRITE TRAN-LOG-REC
           END-IF.
           IF WS-PRIN-PAID > ZEROES
              MOVE 'LOANPRIN'    TO TRAN-TYPE
              MOVE WS-PRIN-PAID  TO TRAN-AMOUNT
              WRITE TRAN-LOG-REC
           END-IF.
           IF WS-INT-PAID > ZEROES
              MOVE 'LOANINT'     TO TRAN-TYPE
              MOVE WS-INT-PAID   TO TRAN-AMOUNT
              MOVE SPACES TO TRAN-REFERENCE
              WRITE TRAN-LOG-REC
           END-IF.
           IF WS-INT-PAID > ZEROES
              PERFORM 750-REVERSE-ACCRUAL-RTN
           END-IF.
      *****************************************************************
      * THE INTEREST NOW COLLECTED HAD BEEN ACCRUED NIGHT BY NIGHT   *
      * TO ACCRUED INTEREST RECEIVABLE - THAT ACCRUAL IS REVERSED SO *
      * THE LOANINT ENTRY ALONE CARRIES THE INCOME.                  *
      *****************************************************************
       750-REVERSE-ACCRUAL-RTN.
           MOVE 'L' TO AV-KIND.
           MOVE WS-LP-LOAN TO AV-NUMBER.
           CALL 'ACRREV' USING ACR-REVERSAL-AREA.
           IF AV-AMOUNT-REVERSED > ZEROES
              MOVE 'LNACCRRV'         TO TRAN-TYPE
              MOVE ZEROES             TO TRAN-FROM-ACCOUNT
              MOVE ZEROES             TO TRAN-TO-ACCOUNT
              MOVE AV-AMOUNT-REVERSED TO TRAN-AMOUNT
              MOVE WS-LP-LOAN TO TRAN-REFERENCE
              WRITE TRAN-LOG-REC
           END-IF.
      *****************************************************************
       A800-ASK-EXIT-RTN.
           DISPLAY 'DO YOU WANT TO EXIT? Y/N: '
       900-CLEAR-FIELDS-RTN.
           DISPLAY ' ' LINE 07 COL 1 ERASE EOL.
           DISPLAY ' ' LINE 08 COL 1 ERASE EOL.
           DISPLAY ' ' LINE 09 COL 1 ERASE EOL.
           DISPLAY ' ' LINE 10 COL 1 ERASE EOL.
           DISPLAY ' ' LINE 21 COL 1 ERASE EOL.
           DISPLAY ' ' LINE 22 COL 1 ERASE EOL.
