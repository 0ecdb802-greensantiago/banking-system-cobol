      * TELLER'S CASH DRAWER.  FOR EVERY DRAWER ON DRAWER.DAT IT     *
      * TOTALS THE TELLER'S DEPOSIT AND WITHDRAWAL ENTRIES FROM      *
      * TRANLOG.DAT, ASKS THE OPERATOR FOR THE COUNTED CASH, AND     *
      * PRINTS AN OVER/SHORT REPORT PER TELLER.  EACH PROOF IS       *
      * RECORDED ON DRWPROOF.DAT FOR THE BRANCH CLOSE CHECKLIST.     *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLRPROOF.
           SELECT TRAN-LOG-FILE ASSIGN TO 'TRANLOG.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT DRAWER-PROOF-FILE ASSIGN TO 'DRWPROOF.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DP-KEY.
           SELECT REPORT-FILE ASSIGN TO 'TLRPROOF.RPT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRAN-LOG-REC.
       COPY TRANLOG.
       FD  DRAWER-PROOF-FILE
           RECORD CONTAINS 51 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS DRAWER-PROOF-REC.
       COPY DRWPROOF.
       FD  REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORD IS STANDARD
       01  WS-COUNTED-NOTES            PIC 9(7) VALUE ZEROES.
       01  WS-NOTE-OVER-SHORT          PIC S9(7) VALUE ZEROES.
       01  WS-NOTE-OS-DISPLAY          PIC ---,--9.
       01  WS-PHP-OVER-SHORT           PIC S9(9)V99 VALUE ZEROES.
       01  WS-CURRENT-TIME             PIC 9(8) VALUE ZEROES.
       01  PROOF-DIFF-SW               PIC X VALUE 'N'.
      *****************************************************************
       PROCEDURE DIVISION.
       A100-MAIN-MODULE.
           OPEN INPUT DRAWER-FILE.
           OPEN INPUT CCY-DRAWER-FILE.
           OPEN INPUT DENOM-FILE.
           OPEN I-O DRAWER-PROOF-FILE.
           OPEN OUTPUT REPORT-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
              AT END
                 MOVE 'Y' TO DRAWER-EOF-SW
              NOT AT END
                 IF DR-TELLER-ID NOT = 'VAULT' AND
                    DR-TELLER-ID (1:6) NOT = 'VAULT-'
                    PERFORM 200-PROVE-TELLER-RTN
                 END-IF
           END-READ.
           ACCEPT WS-COUNTED-CASH.
           COMPUTE WS-OVER-SHORT = WS-COUNTED-CASH
                   - WS-EXPECTED-CASH.
           MOVE WS-OVER-SHORT TO WS-PHP-OVER-SHORT.
           MOVE 'N' TO PROOF-DIFF-SW.
           IF WS-OVER-SHORT NOT = ZEROES
              MOVE 'Y' TO PROOF-DIFF-SW
           END-IF.
           PERFORM 300-WRITE-DETAIL-RTN.
           PERFORM 400-PROVE-CCY-DRAWERS-RTN.
           PERFORM 500-PROVE-DENOMS-RTN.
           PERFORM 600-RECORD-PROOF-RTN.
           ADD 1 TO WS-TELLER-COUNT.
      *****************************************************************
       210-SCAN-TRANLOG-RTN.
                    ACCEPT WS-COUNTED-CASH
                    COMPUTE WS-OVER-SHORT = WS-COUNTED-CASH
                            - WS-EXPECTED-CASH
                    IF WS-OVER-SHORT NOT = ZEROES
                       MOVE 'Y' TO PROOF-DIFF-SW
                    END-IF
                    PERFORM 420-WRITE-CCY-DETAIL-RTN
                 END-IF
           END-READ.
                    ACCEPT WS-COUNTED-NOTES
                    COMPUTE WS-NOTE-OVER-SHORT = WS-COUNTED-NOTES
                            - DN-NOTE-COUNT
                    IF WS-NOTE-OVER-SHORT NOT = ZEROES
                       MOVE 'Y' TO PROOF-DIFF-SW
                    END-IF
                    PERFORM 520-WRITE-DENOM-DETAIL-RTN
                 END-IF
           END-READ.
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
      *****************************************************************
      * THE PROOF IS RECORDED ON DRWPROOF.DAT FOR THE BUSINESS DATE, *
      * FLAGGED WHERE THE CASH, ANY CURRENCY OR ANY NOTE VALUE WAS   *
      * OVER OR SHORT, SO THE BRANCH CLOSE CHECKLIST (BRCLOSE) CAN   *
      * SEE WHICH DRAWERS HAVE PROVED.  A RE-PROOF REPLACES IT.      *
      *****************************************************************
       600-RECORD-PROOF-RTN.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-PROVE-TELLER TO DP-TELLER-ID.
           MOVE WS-BUSINESS-DATE TO DP-BUSINESS-DATE.
           READ DRAWER-PROOF-FILE
              INVALID KEY
                 MOVE WS-PROVE-TELLER TO DP-TELLER-ID
                 MOVE WS-BUSINESS-DATE TO DP-BUSINESS-DATE
           END-READ.
           MOVE WS-PHP-OVER-SHORT TO DP-OVER-SHORT.
           MOVE PROOF-DIFF-SW    TO DP-DIFFERENCE-SW.
           MOVE WS-CURRENT-DATE  TO DP-PROVED-DATE.
           MOVE WS-CURRENT-TIME  TO DP-PROVED-TIME.
           REWRITE DRAWER-PROOF-REC
              INVALID KEY
                 WRITE DRAWER-PROOF-REC
                    INVALID KEY
                       DISPLAY 'TLRPROOF - ERROR RECORDING PROOF '
                               WS-PROVE-TELLER
                 END-WRITE
           END-REWRITE.
      *****************************************************************
       A900-CLOSE-RTN.
           MOVE SPACES TO REPORT-LINE.
           CLOSE DRAWER-FILE.
           CLOSE CCY-DRAWER-FILE.
           CLOSE DENOM-FILE.
           CLOSE DRAWER-PROOF-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'TLRPROOF - PROOF COMPLETE. TELLERS: '
                   WS-TELLER-COUNT.
