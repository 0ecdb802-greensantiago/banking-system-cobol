      ****************************************************************
      * THIS SUBPROGRAM CLEARS THE INTEREST ACCRUAL HELD FOR ONE     *
      * DEPOSIT ACCOUNT (ACCRUAL.DAT) OR ONE LOAN (LNACCR.DAT) AT    *
      * THE POINT THE INTEREST IS ACTUALLY PAID OR COLLECTED, AND    *
      * HANDS BACK THE AMOUNT THE LEDGER CARRIES FOR IT - THE        *
      * ACCRUAL ROUNDED TO THE CENTAVO, THE SAME FIGURE INTACCR      *
      * BOOKED - SO THE CALLER CAN LOG THE INTACCRRV OR LNACCRRV     *
      * REVERSAL FOR GLPOST.  IT IS CALLED BY TDMATURE WHEN A TERM   *
      * DEPOSIT MATURES AND BY LOANPAY, LOANADB AND LOANPOFF WHEN    *
      * LOAN INTEREST IS COLLECTED.  NOTHING HELD RETURNS ZERO.      *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACRREV.
       AUTHOR. GERAD CARLOS TUPAZ.
       DATE-WRITTEN. 10 15 2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCRUAL-FILE ASSIGN TO 'ACCRUAL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACR-ACCOUNT-NUMBER.
           SELECT LOAN-ACCRUAL-FILE ASSIGN TO 'LNACCR.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LA-LOAN-NUMBER.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ACCRUAL-FILE
           RECORD CONTAINS 34 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACCRUAL-REC.
       COPY ACCRUAL.
       FD  LOAN-ACCRUAL-FILE
           RECORD CONTAINS 34 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS LOAN-ACCRUAL-REC.
       COPY LNACCR.
      ****************************************************************
       LINKAGE SECTION.
       COPY ACRRVPRM.
      ****************************************************************
       PROCEDURE DIVISION USING ACR-REVERSAL-AREA.
       100-MAIN-MODULE.
           MOVE ZEROES TO AV-AMOUNT-REVERSED.
           IF AV-LOAN-ACCRUAL
              PERFORM 300-CLEAR-LOAN-RTN
           ELSE
              PERFORM 200-CLEAR-DEPOSIT-RTN
           END-IF.
           EXIT PROGRAM.
      ****************************************************************
       200-CLEAR-DEPOSIT-RTN.
           OPEN I-O ACCRUAL-FILE.
           MOVE AV-NUMBER TO ACR-ACCOUNT-NUMBER.
           READ ACCRUAL-FILE
              NOT INVALID KEY
                 IF ACR-ACCRUED-INTEREST > ZEROES
                    COMPUTE AV-AMOUNT-REVERSED ROUNDED =
                            ACR-ACCRUED-INTEREST
                    MOVE ZEROES TO ACR-ACCRUED-INTEREST
                    MOVE ZEROES TO ACR-DAYS-ACCRUED
                    REWRITE ACCRUAL-REC
                       INVALID KEY
                          MOVE ZEROES TO AV-AMOUNT-REVERSED
                    END-REWRITE
                 END-IF
           END-READ.
           CLOSE ACCRUAL-FILE.
      ****************************************************************
       300-CLEAR-LOAN-RTN.
           OPEN I-O LOAN-ACCRUAL-FILE.
           MOVE AV-NUMBER TO LA-LOAN-NUMBER.
           READ LOAN-ACCRUAL-FILE
              NOT INVALID KEY
                 IF LA-ACCRUED-INTEREST > ZEROES
                    COMPUTE AV-AMOUNT-REVERSED ROUNDED =
                            LA-ACCRUED-INTEREST
                    MOVE ZEROES TO LA-ACCRUED-INTEREST
                    MOVE ZEROES TO LA-DAYS-ACCRUED
                    REWRITE LOAN-ACCRUAL-REC
                       INVALID KEY
                          MOVE ZEROES TO AV-AMOUNT-REVERSED
                    END-REWRITE
                 END-IF
           END-READ.
           CLOSE LOAN-ACCRUAL-FILE.
