      ****************************************************************
      * THIS SUBPROGRAM PARKS AN ITEM THAT CANNOT BE POSTED TO ITS   *
      * ACCOUNT ON THE SUSPENSE REGISTER (SUSPREG.DAT).  IT IS       *
      * CALLED BY THE BATCH POSTING PROGRAMS ONLY WHEN THE MONEY HAS *
      * ALREADY MOVED - CASH TAKEN IN OR PAID OUT AT A CHANNEL,      *
      * CLEARING ALREADY SETTLED, OR A SOURCE ACCOUNT ALREADY        *
      * DEBITED - SO THE FUNDS ARE HELD AGAINST THE SUSPENSE GL      *
      * UNTIL OPERATIONS APPLIES OR RETURNS THEM IN SUSPMNT.  ITEM   *
      * NUMBERS COME FROM THE SUSPSEQ SERIES ON SYSCTL.DAT AND ARE   *
      * HANDED BACK TO THE CALLER FOR ITS TRANSACTION LOG ENTRY.     *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPPARK.
       AUTHOR. GERAD CARLOS TUPAZ.
       DATE-WRITTEN. 10 15 2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPREG-FILE ASSIGN TO 'SUSPREG.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SU-ITEM-NUMBER.
           SELECT SYSCTL-FILE ASSIGN TO 'SYSCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTL-KEY.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  SUSPREG-FILE
           RECORD CONTAINS 146 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS SUSP-REG-REC.
       COPY SUSPREG.
       FD  SYSCTL-FILE
           RECORD CONTAINS 31 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CTL-REC.
       COPY SYSCTL.
      ****************************************************************
       WORKING-STORAGE SECTION.
      ****************************************************************
       LINKAGE SECTION.
       COPY SUSPPRM.
      ****************************************************************
       PROCEDURE DIVISION USING SUSP-PARK-AREA.
       100-MAIN-MODULE.
           OPEN I-O SUSPREG-FILE.
           OPEN I-O SYSCTL-FILE.
           PERFORM 200-ASSIGN-ITEM-NUMBER-RTN.
           PERFORM 300-WRITE-ITEM-RTN.
           CLOSE SUSPREG-FILE.
           CLOSE SYSCTL-FILE.
           EXIT PROGRAM.
      ****************************************************************
       200-ASSIGN-ITEM-NUMBER-RTN.
           MOVE 'SUSPSEQ   ' TO CTL-KEY.
           READ SYSCTL-FILE
              INVALID KEY
                 MOVE 'SUSPSEQ   ' TO CTL-KEY
                 MOVE ZEROES TO CTL-NUM-VALUE
                 MOVE ZEROES TO CTL-ACCT-VALUE
                 WRITE CTL-REC
                    INVALID KEY
                       DISPLAY 'ERROR STARTING SUSPENSE SERIES'
                 END-WRITE
           END-READ.
           ADD 1 TO CTL-ACCT-VALUE.
           REWRITE CTL-REC
              INVALID KEY
                 DISPLAY 'ERROR ADVANCING SUSPENSE SERIES'
           END-REWRITE.
           MOVE CTL-ACCT-VALUE TO PK-ITEM-NUMBER.
      ****************************************************************
       300-WRITE-ITEM-RTN.
           MOVE PK-ITEM-NUMBER    TO SU-ITEM-NUMBER.
           MOVE PK-SOURCE         TO SU-SOURCE.
           MOVE PK-REFERENCE      TO SU-REFERENCE.
           MOVE PK-ACCOUNT-NUMBER TO SU-ACCOUNT-NUMBER.
           MOVE PK-AMOUNT         TO SU-AMOUNT.
           MOVE PK-DIRECTION      TO SU-DIRECTION.
           MOVE PK-REASON         TO SU-REASON.
           MOVE PK-PARKED-DATE    TO SU-PARKED-DATE.
           MOVE 'O'               TO SU-STATUS.
           MOVE SPACES            TO SU-PENDING-ACTION.
           MOVE ZEROES            TO SU-TARGET-ACCOUNT.
           MOVE SPACES            TO SU-MAKER.
           MOVE SPACES            TO SU-CHECKER.
           MOVE ZEROES            TO SU-RESOLVED-DATE.
           WRITE SUSP-REG-REC
              INVALID KEY
                 DISPLAY 'ERROR WRITING SUSPENSE ITEM ' PK-ITEM-NUMBER
                 MOVE ZEROES TO PK-ITEM-NUMBER
           END-WRITE.
