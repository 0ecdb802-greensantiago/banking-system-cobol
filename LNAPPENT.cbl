      ****************************************************************
      * THIS PROGRAM CAPTURES LOAN APPLICATIONS ON THE APPLICATION   *
      * REGISTER LOANAPP.DAT AHEAD OF CREDIT REVIEW.  AN APPLICATION *
      * IS TAKEN AGAINST AN ACTIVE CIF WITH THE AMOUNT AND TERM      *
      * REQUESTED, THE PURPOSE AND THE DECLARED MONTHLY INCOME, AND  *
      * IS ROUTED BY AMOUNT - UP TO THE LNAPPSUPV LIMIT ON SYSCTL A  *
      * SUPERVISOR MAY DECIDE IT, ABOVE IT ONLY AN ADMINISTRATOR.    *
      * THE DECISION ITSELF IS RECORDED IN LNAPPRV.  AN APPLICATION  *
      * STILL PENDING, OR APPROVED BUT NOT YET BOOKED BY LOANMNT,    *
      * MAY BE WITHDRAWN AT THE CUSTOMER'S REQUEST.  APPLICATION     *
      * NUMBERS COME FROM THE LNAPPSEQ SERIES ON SYSCTL.DAT.         *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNAPPENT IS INITIAL.
       AUTHOR. GERAD CARLOS TUPAZ.
       DATE-WRITTEN. 10 15 2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-APP-FILE ASSIGN TO 'LOANAPP.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LA-APP-NUMBER
                  ALTERNATE KEY IS LA-CUSTOMER-NUMBER WITH DUPLICATES.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CU-CUSTOMER-NUMBER.
           SELECT SYSCTL-FILE ASSIGN TO 'SYSCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTL-KEY.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-APP-FILE
           RECORD CONTAINS 160 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS LOAN-APP-REC.
       COPY LOANAPP.
       FD  CUSTOMER-FILE
           RECORD CONTAINS 174 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CUSTOMER-REC.
       COPY CUSTFILE.
       FD  SYSCTL-FILE
           RECORD CONTAINS 31 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CTL-REC.
       COPY SYSCTL.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-LA-FUNC                PIC X VALUE SPACES.
       01  WS-LA-NUMBER              PIC 9(10) VALUE ZEROES.
       01  WS-LA-CUST                PIC 9(8) VALUE ZEROES.
       01  WS-LA-AMOUNT              PIC 9(9)V99 VALUE ZEROES.
       01  WS-LA-TERM                PIC 9(3) VALUE ZEROES.
       01  WS-LA-PURPOSE             PIC X(20) VALUE SPACES.
       01  WS-LA-INCOME              PIC 9(9)V99 VALUE ZEROES.
       01  WS-SUPV-LIMIT             PIC 9(9)V99 VALUE 500000.00.
       01  WS-STATUS-NAME            PIC X(20) VALUE SPACES.
       01  WS-AMOUNT-DISPLAY         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZEROES.
       01  EXIT-SW                   PIC X VALUE 'N'.
       01  SAVE-SW                   PIC X VALUE 'Y'.
       01  DUMMY                     PIC X VALUE SPACES.
       COPY APLHA.
      *****************************************************************
       LINKAGE SECTION.
       01  LS-USER-ID                PIC X(15).
      *****************************************************************
       SCREEN SECTION.
       COPY "LNAPPENT.ss".
      *****************************************************************
       PROCEDURE DIVISION USING LS-USER-ID.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A300-PROCESS-RTN UNTIL EXIT-SW = 'Y'.
           PERFORM A900-CLOSE-RTN.
      *     STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN I-O LOAN-APP-FILE.
           OPEN INPUT CUSTOMER-FILE.
           OPEN I-O SYSCTL-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
           MOVE 'BUSDATE   ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-BUSINESS-DATE
           END-READ.
           MOVE 'LNAPPSUPV ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-NUM-VALUE TO WS-SUPV-LIMIT
           END-READ.
           DISPLAY G-LNAPPENT.
      *****************************************************************
       A300-PROCESS-RTN.
           ACCEPT G-LA-FUNC.
           INSPECT WS-LA-FUNC CONVERTING ALPHALOWER TO ALPHAUPPER.
           IF WS-LA-FUNC = 'C'
              PERFORM 100-CAPTURE-RTN
           ELSE
           IF WS-LA-FUNC = 'I'
              PERFORM 300-INQUIRE-RTN
           ELSE
           IF WS-LA-FUNC = 'W'
              PERFORM 400-WITHDRAW-RTN
           ELSE
              DISPLAY 'FUNCTION MUST BE C, I OR W'
                      LINE 21 COL 2 ERASE EOL
           END-IF
           END-IF
           END-IF.
           PERFORM A800-ASK-EXIT-RTN.
      *****************************************************************
       100-CAPTURE-RTN.
           ACCEPT G-LA-CUST.
           MOVE WS-LA-CUST TO CU-CUSTOMER-NUMBER.
           READ CUSTOMER-FILE
              INVALID KEY
                 DISPLAY 'CUSTOMER NUMBER NOT ON FILE'
                         LINE 21 COL 2 ERASE EOL
              NOT INVALID KEY
                 IF NOT CU-ACTIVE
                    DISPLAY 'CUSTOMER IS NOT ACTIVE'
                            LINE 21 COL 2 ERASE EOL
                 ELSE
                    DISPLAY CU-CUSTOMER-NAME LINE 07 COL 31
                    PERFORM 150-ACCEPT-APP-FIELDS-RTN
                 END-IF
           END-READ.
      *****************************************************************
       150-ACCEPT-APP-FIELDS-RTN.
           ACCEPT G-LA-AMOUNT.
           ACCEPT G-LA-TERM.
           ACCEPT G-LA-PURPOSE.
           ACCEPT G-LA-INCOME.
           IF WS-LA-AMOUNT = ZEROES OR WS-LA-TERM = ZEROES
              DISPLAY 'AMOUNT AND TERM MUST NOT BE ZERO'
                      LINE 21 COL 2 ERASE EOL
           ELSE
           IF WS-LA-PURPOSE = SPACES
              DISPLAY 'PURPOSE IS REQUIRED'
                      LINE 21 COL 2 ERASE EOL
           ELSE
              IF WS-LA-AMOUNT > WS-SUPV-LIMIT
                 DISPLAY 'ROUTED FOR ADMINISTRATOR APPROVAL'
                         LINE 14 COL 2 ERASE EOL
              ELSE
                 DISPLAY 'ROUTED FOR SUPERVISOR APPROVAL'
                         LINE 14 COL 2 ERASE EOL
              END-IF
              DISPLAY 'SAVE APPLICATION? Y/N: '
                      LINE 21 COL 2 ERASE EOL
              ACCEPT SAVE-SW LINE 21
              INSPECT SAVE-SW CONVERTING ALPHALOWER TO ALPHAUPPER
              IF SAVE-SW = 'Y'
                 PERFORM 200-ASSIGN-APP-NUMBER-RTN
                 PERFORM 250-WRITE-APP-RTN
              END-IF
           END-IF
           END-IF.
      *****************************************************************
       200-ASSIGN-APP-NUMBER-RTN.
           MOVE 'LNAPPSEQ  ' TO CTL-KEY.
           READ SYSCTL-FILE
              INVALID KEY
                 MOVE 'LNAPPSEQ  ' TO CTL-KEY
                 MOVE ZEROES TO CTL-NUM-VALUE
                 MOVE 6000000000 TO CTL-ACCT-VALUE
                 WRITE CTL-REC
                    INVALID KEY
                       DISPLAY 'ERROR STARTING NUMBER SERIES'
                               LINE 22 COL 2 ERASE EOL
                 END-WRITE
           END-READ.
           ADD 1 TO CTL-ACCT-VALUE.
           REWRITE CTL-REC
              INVALID KEY
                 DISPLAY 'ERROR ADVANCING NUMBER SERIES'
                         LINE 22 COL 2 ERASE EOL
           END-REWRITE.
           MOVE CTL-ACCT-VALUE TO WS-LA-NUMBER.
      *****************************************************************
       250-WRITE-APP-RTN.
           MOVE WS-LA-NUMBER     TO LA-APP-NUMBER.
           MOVE WS-LA-CUST       TO LA-CUSTOMER-NUMBER.
           MOVE WS-LA-AMOUNT     TO LA-REQ-AMOUNT.
           MOVE WS-LA-TERM       TO LA-REQ-TERM.
           MOVE WS-LA-PURPOSE    TO LA-PURPOSE.
           MOVE WS-LA-INCOME     TO LA-MONTHLY-INCOME.
           IF WS-LA-AMOUNT > WS-SUPV-LIMIT
              MOVE 'A'           TO LA-APPROVER-LEVEL
           ELSE
              MOVE 'S'           TO LA-APPROVER-LEVEL
           END-IF.
           MOVE 'P'              TO LA-STATUS.
           MOVE ZEROES           TO LA-APPROVED-AMOUNT.
           MOVE LS-USER-ID       TO LA-ENTERED-BY.
           MOVE WS-BUSINESS-DATE TO LA-ENTERED-DATE.
           MOVE SPACES           TO LA-DECIDED-BY.
           MOVE ZEROES           TO LA-DECIDED-DATE.
           MOVE SPACES           TO LA-DECISION-NOTE.
           MOVE ZEROES           TO LA-LOAN-NUMBER.
           MOVE ZEROES           TO LA-BOOKED-DATE.
           WRITE LOAN-APP-REC
              INVALID KEY
                 DISPLAY 'ERROR IN WRITING APPLICATION'
                         LINE 22 COL 2 ERASE EOL
              NOT INVALID KEY
                 DISPLAY G-LA-NUMBER
                 DISPLAY 'APPLICATION SAVED - NUMBER:'
                         LINE 22 COL 2 ERASE EOL
                 DISPLAY WS-LA-NUMBER LINE 22 COL 31
           END-WRITE.
      *****************************************************************
       300-INQUIRE-RTN.
           ACCEPT G-LA-NUMBER.
           MOVE WS-LA-NUMBER TO LA-APP-NUMBER.
           READ LOAN-APP-FILE
              INVALID KEY
                 DISPLAY 'APPLICATION NOT ON FILE'
                         LINE 21 COL 2 ERASE EOL
              NOT INVALID KEY
                 PERFORM 350-SHOW-APP-RTN
           END-READ.
      *****************************************************************
       350-SHOW-APP-RTN.
           MOVE LA-CUSTOMER-NUMBER TO WS-LA-CUST.
           MOVE LA-REQ-AMOUNT      TO WS-LA-AMOUNT.
           MOVE LA-REQ-TERM        TO WS-LA-TERM.
           MOVE LA-PURPOSE         TO WS-LA-PURPOSE.
           MOVE LA-MONTHLY-INCOME  TO WS-LA-INCOME.
           DISPLAY G-LA-CUST.
           DISPLAY G-LA-AMOUNT.
           DISPLAY G-LA-TERM.
           DISPLAY G-LA-PURPOSE.
           DISPLAY G-LA-INCOME.
           IF LA-PENDING
              MOVE 'PENDING' TO WS-STATUS-NAME
           ELSE
           IF LA-APPROVED
              MOVE 'APPROVED' TO WS-STATUS-NAME
           ELSE
           IF LA-DECLINED
              MOVE 'DECLINED' TO WS-STATUS-NAME
           ELSE
           IF LA-WITHDRAWN
              MOVE 'WITHDRAWN' TO WS-STATUS-NAME
           ELSE
              MOVE 'BOOKED' TO WS-STATUS-NAME
           END-IF
           END-IF
           END-IF
           END-IF.
           DISPLAY 'STATUS          :' LINE 14 COL 2 ERASE EOL.
           DISPLAY WS-STATUS-NAME LINE 14 COL 20.
           IF LA-LEVEL-ADMIN
              DISPLAY 'ADMINISTRATOR' LINE 14 COL 42
           ELSE
              DISPLAY 'SUPERVISOR' LINE 14 COL 42
           END-IF.
           DISPLAY 'ENTERED BY      :' LINE 15 COL 2 ERASE EOL.
           DISPLAY LA-ENTERED-BY LINE 15 COL 20.
           DISPLAY LA-ENTERED-DATE LINE 15 COL 37.
           IF NOT LA-PENDING
              DISPLAY 'DECIDED BY      :' LINE 16 COL 2 ERASE EOL
              DISPLAY LA-DECIDED-BY LINE 16 COL 20
              DISPLAY LA-DECIDED-DATE LINE 16 COL 37
              DISPLAY LA-DECISION-NOTE LINE 16 COL 47
           END-IF.
           IF LA-APPROVED OR LA-BOOKED
              MOVE LA-APPROVED-AMOUNT TO WS-AMOUNT-DISPLAY
              DISPLAY 'APPROVED AMOUNT :' LINE 17 COL 2 ERASE EOL
              DISPLAY WS-AMOUNT-DISPLAY LINE 17 COL 20
           END-IF.
           IF LA-BOOKED
              DISPLAY 'BOOKED AS LOAN  :' LINE 18 COL 2 ERASE EOL
              DISPLAY LA-LOAN-NUMBER LINE 18 COL 20
              DISPLAY LA-BOOKED-DATE LINE 18 COL 37
           END-IF.
      *****************************************************************
       400-WITHDRAW-RTN.
           ACCEPT G-LA-NUMBER.
           MOVE WS-LA-NUMBER TO LA-APP-NUMBER.
           READ LOAN-APP-FILE
              INVALID KEY
                 DISPLAY 'APPLICATION NOT ON FILE'
                         LINE 21 COL 2 ERASE EOL
              NOT INVALID KEY
                 PERFORM 350-SHOW-APP-RTN
                 IF NOT LA-PENDING AND NOT LA-APPROVED
                    DISPLAY 'ONLY A PENDING OR UNBOOKED APPLICATION'
                            ' MAY BE WITHDRAWN'
                            LINE 21 COL 2 ERASE EOL
                 ELSE
                    DISPLAY 'WITHDRAW APPLICATION? Y/N: '
                            LINE 21 COL 2 ERASE EOL
                    ACCEPT SAVE-SW LINE 21
                    INSPECT SAVE-SW CONVERTING ALPHALOWER TO ALPHAUPPER
                    IF SAVE-SW = 'Y'
                       MOVE 'W' TO LA-STATUS
                       MOVE LS-USER-ID TO LA-DECIDED-BY
                       MOVE WS-BUSINESS-DATE TO LA-DECIDED-DATE
                       MOVE 'CUSTOMER WITHDREW' TO LA-DECISION-NOTE
                       REWRITE LOAN-APP-REC
                          INVALID KEY
                             DISPLAY 'ERROR IN UPDATING APPLICATION'
                                     LINE 22 COL 2 ERASE EOL
                          NOT INVALID KEY
                             DISPLAY 'APPLICATION WITHDRAWN'
                                     LINE 22 COL 2 ERASE EOL
                       END-REWRITE
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
       A800-ASK-EXIT-RTN.
           DISPLAY 'DO YOU WANT TO EXIT? Y/N: '
                   LINE 24 COL 2 ERASE EOL.
           ACCEPT EXIT-SW LINE 24.
           INSPECT EXIT-SW CONVERTING ALPHALOWER TO ALPHAUPPER.
           IF EXIT-SW = 'N'
              PERFORM 900-CLEAR-FIELDS-RTN
           END-IF.
      *****************************************************************
       900-CLEAR-FIELDS-RTN.
           DISPLAY ' ' LINE 07 COL 31 ERASE EOL.
           DISPLAY ' ' LINE 14 COL 1 ERASE EOL.
           DISPLAY ' ' LINE 15 COL 1 ERASE EOL.
           DISPLAY ' ' LINE 16 COL 1 ERASE EOL.
           DISPLAY ' ' LINE 17 COL 1 ERASE EOL.
           DISPLAY ' ' LINE 18 COL 1 ERASE EOL.
           DISPLAY ' ' LINE 21 COL 1 ERASE EOL.
           DISPLAY ' ' LINE 22 COL 1 ERASE EOL.
           DISPLAY ' ' LINE 24 COL 1 ERASE EOL.
           MOVE SPACES TO WS-LA-FUNC.
           MOVE ZEROES TO WS-LA-NUMBER.
           MOVE ZEROES TO WS-LA-CUST.
           MOVE ZEROES TO WS-LA-AMOUNT.
           MOVE ZEROES TO WS-LA-TERM.
           MOVE SPACES TO WS-LA-PURPOSE.
           MOVE ZEROES TO WS-LA-INCOME.
           DISPLAY G-LA-FUNC.
           DISPLAY G-LA-NUMBER.
           DISPLAY G-LA-CUST.
           DISPLAY G-LA-AMOUNT.
           DISPLAY G-LA-TERM.
           DISPLAY G-LA-PURPOSE.
           DISPLAY G-LA-INCOME.
      *****************************************************************
       A900-CLOSE-RTN.
            CLOSE LOAN-APP-FILE.
            CLOSE CUSTOMER-FILE.
            CLOSE SYSCTL-FILE.
            EXIT PROGRAM.
