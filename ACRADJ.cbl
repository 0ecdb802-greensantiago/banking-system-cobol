      * REFERENCE FIELD) PRECEDES THE BUSINESS DATE AND ANY ENTRY    *
      * WHOSE TRAN-DATE PRECEDES ITS ACTUAL POSTING DATE, RECOMPUTES *
      * THE AFFECTED SAVINGS ACCOUNT'S ACCRUAL FOR THE INTERVENING   *
      * DAYS AT THE TIERED RATE (OR AN APPROVED PREFERENTIAL RATE    *
      * IN FORCE), AND REPORTS EACH ADJUSTMENT.                      *
      * THE NET CHANGE IN THE ACCRUALS, ROUNDED THE WAY THE LEDGER   *
      * CARRIES THEM, IS LOGGED AS AN INTACCR OR INTACCRRV ENTRY.    *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACRADJ.
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RT-KEY.
           SELECT PREF-RATE-FILE ASSIGN TO 'PREFRATE.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PR-KEY.
           SELECT SYSCTL-FILE ASSIGN TO 'SYSCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
           LABEL RECORD IS STANDARD
           DATA RECORD IS RATE-TABLE-REC.
       COPY RATETBL.
       FD  PREF-RATE-FILE
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS PREF-RATE-REC.
       COPY PREFRATE.
       FD  SYSCTL-FILE
           RECORD CONTAINS 31 CHARACTERS
           LABEL RECORD IS STANDARD
       01  WS-ADJ-AMOUNT             PIC 9(9)V9(4) VALUE ZEROES.
       01  WS-ADJ-COUNT              PIC 9(7) VALUE ZEROES.
       01  WS-ADJ-DISPLAY            PIC ZZZ,ZZZ,ZZ9.9999.
       01  WS-CURRENT-TIME           PIC 9(8) VALUE ZEROES.
       01  WS-BOOKED-BEFORE          PIC 9(9)V99 VALUE ZEROES.
       01  WS-BOOKED-AFTER           PIC 9(9)V99 VALUE ZEROES.
       01  WS-NET-BOOKED             PIC S9(9)V99 VALUE ZEROES.
       01  EOF-SW                    PIC X VALUE 'N'.
           88 END-OF-TRAN-LOG        VALUE 'Y'.
       01  RT-EOF-SW                 PIC X VALUE 'N'.
       01  PR-EOF-SW                 PIC X VALUE 'N'.
      *****************************************************************
       PROCEDURE DIVISION.
       A100-MAIN-MODULE.
           OPEN INPUT ACCOUNT-FILE.
           OPEN I-O ACCRUAL-FILE.
           OPEN INPUT RATE-TABLE-FILE.
           OPEN INPUT PREF-RATE-FILE.
           OPEN OUTPUT REPORT-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
      *****************************************************************
       350-COMPUTE-AND-POST-RTN.
           PERFORM 370-LOOKUP-BAND-RATE-RTN.
           PERFORM 390-LOOKUP-PREF-RATE-RTN.
           COMPUTE WS-ADJ-AMOUNT ROUNDED =
                   TRAN-AMOUNT * WS-BAND-RATE / 100 / 365
                   * WS-ELAPSED-DAYS.
                          INVALID KEY
                             DISPLAY 'ACRADJ - ERROR WRITING ACCRUAL '
                                     WS-ADJ-ACCOUNT
                          NOT INVALID KEY
                             COMPUTE WS-BOOKED-AFTER ROUNDED =
                                     ACR-ACCRUED-INTEREST
                             ADD WS-BOOKED-AFTER TO WS-NET-BOOKED
                       END-WRITE
                       PERFORM 400-REPORT-ADJUSTMENT-RTN
                    END-IF
                 NOT INVALID KEY
                    COMPUTE WS-BOOKED-BEFORE ROUNDED =
                            ACR-ACCRUED-INTEREST
                    IF WS-ADJ-SIGN = '+'
                       ADD WS-ADJ-AMOUNT TO ACR-ACCRUED-INTEREST
                    ELSE
                       INVALID KEY
                          DISPLAY 'ACRADJ - ERROR UPDATING ACCRUAL '
                                  WS-ADJ-ACCOUNT
                       NOT INVALID KEY
                          COMPUTE WS-BOOKED-AFTER ROUNDED =
                                  ACR-ACCRUED-INTEREST
                          COMPUTE WS-NET-BOOKED = WS-NET-BOOKED
                                  + WS-BOOKED-AFTER - WS-BOOKED-BEFORE
                    END-REWRITE
                    PERFORM 400-REPORT-ADJUSTMENT-RTN
              END-READ
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
      * AN APPROVED PREFERENTIAL RATE IN FORCE ON THE BUSINESS DATE  *
      * REPLACES THE BAND RATE, AS IN INTACCR.                       *
      *****************************************************************
       390-LOOKUP-PREF-RATE-RTN.
           MOVE WS-ADJ-ACCOUNT TO PR-ACCOUNT-NUMBER.
           MOVE ZEROES TO PR-SEQ-NUMBER.
           MOVE 'N' TO PR-EOF-SW.
           START PREF-RATE-FILE KEY IS NOT LESS THAN PR-KEY
              INVALID KEY
                 MOVE 'Y' TO PR-EOF-SW
           END-START.
           PERFORM 395-READ-NEXT-PREF-RTN UNTIL PR-EOF-SW = 'Y'.
      *****************************************************************
       395-READ-NEXT-PREF-RTN.
           READ PREF-RATE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO PR-EOF-SW
              NOT AT END
                 IF PR-ACCOUNT-NUMBER NOT = WS-ADJ-ACCOUNT
                    MOVE 'Y' TO PR-EOF-SW
                 ELSE
                    IF PR-APPROVED AND
                       PR-START-DATE NOT > WS-BUSINESS-DATE AND
                       PR-EXPIRY-DATE NOT < WS-BUSINESS-DATE
                       MOVE PR-RATE TO WS-BAND-RATE
                       MOVE 'Y' TO PR-EOF-SW
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
       400-REPORT-ADJUSTMENT-RTN.
           ADD 1 TO WS-ADJ-COUNT.
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE TRAN-LOG-FILE.
           IF WS-NET-BOOKED NOT = ZEROES
              PERFORM 800-BOOK-NET-CHANGE-RTN
           END-IF.
           CLOSE ACCOUNT-FILE.
           CLOSE ACCRUAL-FILE.
           CLOSE RATE-TABLE-FILE.
           CLOSE PREF-RATE-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'ACRADJ - ADJUSTMENTS APPLIED: ' WS-ADJ-COUNT.
           STOP RUN.
      *****************************************************************
      * THE LOG HAS BEEN READ TO THE END, SO IT IS REOPENED FOR      *
      * EXTEND TO TAKE THE ONE HEAD-OFFICE ENTRY FOR THE NET CHANGE. *
      *****************************************************************
       800-BOOK-NET-CHANGE-RTN.
           OPEN EXTEND TRAN-LOG-FILE.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-BUSINESS-DATE TO TRAN-DATE.
           MOVE WS-CURRENT-TIME  TO TRAN-TIME.
           IF WS-NET-BOOKED > ZEROES
              MOVE 'INTACCR'     TO TRAN-TYPE
              MOVE WS-NET-BOOKED TO TRAN-AMOUNT
           ELSE
              MOVE 'INTACCRRV'   TO TRAN-TYPE
              COMPUTE TRAN-AMOUNT = ZEROES - WS-NET-BOOKED
           END-IF.
           MOVE ZEROES           TO TRAN-FROM-ACCOUNT.
           MOVE ZEROES           TO TRAN-TO-ACCOUNT.
           MOVE 'ACRADJ'         TO TRAN-TELLER-ID.
           MOVE ZEROES           TO TRAN-FX-RATE.
           MOVE WS-CURRENT-DATE  TO TRAN-ACTUAL-DATE.
           MOVE SPACES           TO TRAN-BRANCH-CODE.
           MOVE SPACES           TO TRAN-REFERENCE.
           WRITE TRAN-LOG-REC.
           CLOSE TRAN-LOG-FILE.
