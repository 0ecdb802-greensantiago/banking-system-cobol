           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE               PIC X(100).
       FD  JOURNAL-FILE
           RECORD CONTAINS 370 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS JOURNAL-REC.
       COPY JRNL.
           88 END-OF-ORDER-FILE      VALUE 'Y'.
       01  HOLD-EOF-SW               PIC X VALUE 'N'.
       01  ORDER-OK-SW               PIC X VALUE 'N'.
       01  WS-SUSP-REASON            PIC X(30) VALUE SPACES.
       01  WS-SRC-CURRENCY           PIC X(3) VALUE SPACES.
       01  WS-FRZ-CUR-TYPE           PIC X VALUE SPACES.
       01  FRZ-EOF-SW                PIC X VALUE 'N'.
       COPY SUSPPRM.
      *****************************************************************
       PROCEDURE DIVISION.
       A100-MAIN-MODULE.
                 INVALID KEY
                    DISPLAY 'SOEXEC - DESTINATION NOT FOUND '
                            SO-TO-ACCOUNT
                    MOVE 'DESTINATION NOT FOUND' TO WS-SUSP-REASON
                    PERFORM 415-PARK-IN-SUSPENSE-RTN
                 NOT INVALID KEY
                    ADD SO-AMOUNT TO ACCOUNT-BALANCE
                    MOVE WS-CURRENT-DATE TO LAST-ACTIVITY-DATE
                       INVALID KEY
                          DISPLAY 'SOEXEC - ERROR POSTING DEST '
                                  SO-TO-ACCOUNT
                          MOVE 'ERROR POSTING DESTINATION'
                            TO WS-SUSP-REASON
                          PERFORM 415-PARK-IN-SUSPENSE-RTN
                    END-REWRITE
                    PERFORM 880-WRITE-ACCT-JOURNAL-RTN
              END-READ
           END-IF.
      *****************************************************************
      * THE SOURCE ACCOUNT HAS ALREADY BEEN DEBITED WHEN THE         *
      * DESTINATION FAILS, SO THE FUNDS ARE PARKED ON THE SUSPENSE   *
      * REGISTER AGAINST THE SUSPENSE GL INSTEAD OF BEING LOST ON    *
      * THE CONSOLE LOG.  OPERATIONS APPLIES OR RETURNS THEM IN      *
      * SUSPMNT.                                                     *
      *****************************************************************
       415-PARK-IN-SUSPENSE-RTN.
           MOVE 'SOEXEC'           TO PK-SOURCE.
           MOVE SPACES             TO PK-REFERENCE.
           STRING SO-FROM-ACCOUNT ' ' SO-SEQ
                  DELIMITED BY SIZE INTO PK-REFERENCE
           END-STRING.
           MOVE SO-FROM-ACCOUNT    TO PK-ACCOUNT-NUMBER.
           MOVE SO-AMOUNT          TO PK-AMOUNT.
           MOVE 'C'                TO PK-DIRECTION.
           MOVE WS-SUSP-REASON     TO PK-REASON.
           MOVE WS-BUSINESS-DATE   TO PK-PARKED-DATE.
           MOVE ZEROES             TO PK-ITEM-NUMBER.
           CALL 'SUSPPARK' USING SUSP-PARK-AREA.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-BUSINESS-DATE   TO TRAN-DATE.
           MOVE WS-CURRENT-TIME    TO TRAN-TIME.
           MOVE 'SUSPDEP'          TO TRAN-TYPE.
           MOVE ZEROES             TO TRAN-FROM-ACCOUNT.
           MOVE ZEROES             TO TRAN-TO-ACCOUNT.
           MOVE SO-AMOUNT          TO TRAN-AMOUNT.
           MOVE 'STANDORD'         TO TRAN-TELLER-ID.
           MOVE ZEROES             TO TRAN-FX-RATE.
           MOVE WS-CURRENT-DATE    TO TRAN-ACTUAL-DATE.
           MOVE SPACES             TO TRAN-BRANCH-CODE.
           MOVE PK-ITEM-NUMBER     TO TRAN-REFERENCE.
           WRITE TRAN-LOG-REC.
      *****************************************************************
       420-UPDATE-DAILY-TOTAL-RTN.
           MOVE SO-FROM-ACCOUNT TO DT-ACCOUNT-NUMBER.
