      ****************************************************************
      * THIS SUBPROGRAM RELEASES THE COLLATERAL OF A LOAN THAT HAS   *
      * BEEN PAID OFF.  EVERY ACTIVE ITEM ON THE COLLATERAL REGISTER *
      * (COLLAT.DAT) FOR THE LOAN IS MARKED RELEASED, AND WHERE THE  *
      * ITEM IS A PLEDGED DEPOSIT OR TERM DEPOSIT THE HOLD PLACED ON *
      * THE ACCOUNT WHEN IT WAS PLEDGED IS RELEASED WITH IT.  IT IS  *
      * CALLED BY LOANPAY, LOANADB AND LOANPOFF AT THE POINT THE     *
      * LOAN STATUS BECOMES PAID OFF, AND HANDS BACK THE NUMBER OF   *
      * ITEMS RELEASED.                                              *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLREL.
       AUTHOR. GERAD CARLOS TUPAZ.
       DATE-WRITTEN. 10 15 2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLATERAL-FILE ASSIGN TO 'COLLAT.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CO-KEY.
           SELECT HOLD-FILE ASSIGN TO 'HOLDFILE.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HF-KEY.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  COLLATERAL-FILE
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS COLLATERAL-REC.
       COPY COLLAT.
       FD  HOLD-FILE
           RECORD CONTAINS 78 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS HOLD-REC.
       COPY HOLDFILE.
      ****************************************************************
       WORKING-STORAGE SECTION.
       01  EOF-SW                    PIC X VALUE 'N'.
      ****************************************************************
       LINKAGE SECTION.
       COPY COLLPRM.
      ****************************************************************
       PROCEDURE DIVISION USING COLL-RELEASE-AREA.
       100-MAIN-MODULE.
           MOVE ZEROES TO RL-ITEMS-RELEASED.
           OPEN I-O COLLATERAL-FILE.
           OPEN I-O HOLD-FILE.
           MOVE RL-LOAN-NUMBER TO CO-LOAN-NUMBER.
           MOVE ZEROES TO CO-SEQ.
           MOVE 'N' TO EOF-SW.
           START COLLATERAL-FILE KEY IS NOT LESS THAN CO-KEY
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
           END-START.
           PERFORM 200-RELEASE-ONE-ITEM-RTN UNTIL EOF-SW = 'Y'.
           CLOSE COLLATERAL-FILE.
           CLOSE HOLD-FILE.
           EXIT PROGRAM.
      ****************************************************************
       200-RELEASE-ONE-ITEM-RTN.
           READ COLLATERAL-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF CO-LOAN-NUMBER NOT = RL-LOAN-NUMBER
                    MOVE 'Y' TO EOF-SW
                 ELSE
                    IF CO-ACTIVE
                       IF CO-HOLD-SEQ NOT = ZEROES
                          PERFORM 300-RELEASE-HOLD-RTN
                       END-IF
                       MOVE 'R' TO CO-STATUS
                       MOVE RL-RELEASED-BY TO CO-RELEASED-BY
                       MOVE RL-RELEASE-DATE TO CO-RELEASED-DATE
                       REWRITE COLLATERAL-REC
                          NOT INVALID KEY
                             ADD 1 TO RL-ITEMS-RELEASED
                       END-REWRITE
                    END-IF
                 END-IF
           END-READ.
      ****************************************************************
       300-RELEASE-HOLD-RTN.
           MOVE CO-PLEDGED-ACCOUNT TO HF-ACCOUNT-NUMBER.
           MOVE CO-HOLD-SEQ TO HF-HOLD-SEQ.
           READ HOLD-FILE
              NOT INVALID KEY
                 IF HF-ACTIVE
                    MOVE 'R' TO HF-STATUS
                    REWRITE HOLD-REC
                    END-REWRITE
                 END-IF
           END-READ.
