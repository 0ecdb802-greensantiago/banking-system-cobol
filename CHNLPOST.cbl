      * LINE) AND POSTED WITH TRANLOG ENTRIES CARRYING THE TERMINAL  *
      * IDENTITY.  REJECTED ITEMS GO TO CHNLREJ.DAT WITH A REASON    *
      * CODE, AND CONTROL TOTALS PROVE ITEMS RECEIVED AGAINST        *
      * POSTED AND REJECTED.  CASH PAID OUT BY ONE OF OUR OWN ATMS   *
      * IS ADDED TO THAT TERMINAL'S DISPENSED TOTAL ON ATMMAST.DAT.  *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHNLPOST.
           SELECT JOURNAL-FILE ASSIGN TO 'JOURNAL.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT ATM-FILE ASSIGN TO 'ATMMAST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AT-TERMINAL-ID.
           SELECT SYSCTL-FILE ASSIGN TO 'SYSCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
           DATA RECORD IS CHNL-TRACE-REC.
       COPY CHNLTRC.
       FD  RUN-CTL-FILE
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS RUN-CTL-REC.
       COPY RUNCTL.
           DATA RECORD IS TRAN-LOG-REC.
       COPY TRANLOG.
       FD  JOURNAL-FILE
           RECORD CONTAINS 370 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS JOURNAL-REC.
       COPY JRNL.
       FD  ATM-FILE
           RECORD CONTAINS 181 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ATM-REC.
       COPY ATMMAST.
       FD  SYSCTL-FILE
           RECORD CONTAINS 31 CHARACTERS
           LABEL RECORD IS STANDARD
       01  WS-NEW-CHNL-TOTAL         PIC 9(9)V99 VALUE ZEROES.
       01  WS-OVERRIDE-SW            PIC X VALUE 'N'.
       01  SKIP-RUN-SW               PIC X VALUE 'N'.
       COPY SUSPPRM.
       COPY APLHA.
      *****************************************************************
       PROCEDURE DIVISION.
           OPEN INPUT HOLD-FILE.
           OPEN INPUT CARD-FILE.
           OPEN INPUT FREEZE-REG-FILE.
           OPEN I-O ATM-FILE.
           OPEN EXTEND TRAN-LOG-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
                 MOVE 'CHNLPOST' TO RC-JOB-NAME
                 MOVE WS-BUSINESS-DATE TO RC-RUN-DATE
                 MOVE 'S' TO RC-STATUS
                 ACCEPT RC-START-TIME FROM TIME
                 MOVE ZEROES TO RC-END-TIME
                 MOVE ZEROES TO RC-RECORD-COUNT
                 MOVE ZEROES TO RC-LAST-KEY
                 MOVE ZEROES TO RC-BUSINESS-DATE
                 WRITE RUN-CTL-REC
                    INVALID KEY
                       DISPLAY 'CHNLPOST - ERROR WRITING RUN CONTROL'
                            CONVERTING ALPHALOWER TO ALPHAUPPER
                    IF WS-OVERRIDE-SW = 'Y'
                       MOVE 'S' TO RC-STATUS
                       ACCEPT RC-START-TIME FROM TIME
                       MOVE ZEROES TO RC-END-TIME
                       REWRITE RUN-CTL-REC
                    ELSE
                       MOVE 'Y' TO EOF-SW
                    PERFORM 290-UPDATE-CHNL-TOTAL-RTN
                 END-IF
                 PERFORM 310-WRITE-TRACE-RTN
                 IF CI-WITHDRAWAL
                    PERFORM 330-ADD-ATM-DISPENSED-RTN
                 END-IF
                 ADD 1 TO WS-ITEMS-POSTED
                 ADD CI-AMOUNT TO WS-AMOUNT-POSTED
           END-REWRITE.
                 DISPLAY 'CHNLPOST - ERROR WRITING TRACE REGISTRY '
                         CI-TERMINAL-ID ' ' CI-TRACE-NUMBER
           END-WRITE.
      *****************************************************************
      * A WITHDRAWAL FROM A TERMINAL NOT ON THE ATM MASTER CAME      *
      * THROUGH ANOTHER BANK'S MACHINE AND DID NOT TOUCH OUR CASH.   *
      *****************************************************************
       330-ADD-ATM-DISPENSED-RTN.
           MOVE CI-TERMINAL-ID TO AT-TERMINAL-ID.
           READ ATM-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD CI-AMOUNT TO AT-DISPENSED-AMOUNT
                 ADD 1 TO AT-DISPENSED-COUNT
                 MOVE WS-BUSINESS-DATE TO AT-LAST-DISPENSE-DATE
                 REWRITE ATM-REC
                    INVALID KEY
                       DISPLAY 'CHNLPOST - ERROR UPDATING ATM '
                               CI-TERMINAL-ID
                 END-REWRITE
           END-READ.
      *****************************************************************
       400-WRITE-TRANLOG-RTN.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-REJECT-REASON  TO CR-REASON-CODE.
           WRITE CHNL-REJ-REC.
           ADD 1 TO WS-ITEMS-REJECTED.
           IF WS-REJECT-REASON NOT = 'DUP' AND
              WS-REJECT-REASON NOT = 'PIN' AND
              WS-REJECT-REASON NOT = 'CODE'
              PERFORM 520-PARK-IN-SUSPENSE-RTN
           END-IF.
      *****************************************************************
      * THE SWITCH HAS ALREADY PAID OUT OR TAKEN IN THE CASH FOR AN  *
      * ITEM THAT FAILS HERE, SO IT IS PARKED ON THE SUSPENSE        *
      * REGISTER AND BOOKED AGAINST THE SUSPENSE GL UNTIL OPERATIONS *
      * APPLIES OR RETURNS IT.  DUPLICATES, PIN FAILURES AND BAD     *
      * CODES NEVER MOVED MONEY AND STAY ON THE REJECT FILE ONLY.    *
      *****************************************************************
       520-PARK-IN-SUSPENSE-RTN.
           MOVE 'CHNLPOST'        TO PK-SOURCE.
           MOVE SPACES            TO PK-REFERENCE.
           STRING CI-TERMINAL-ID ' ' CI-TRACE-NUMBER
                  DELIMITED BY SIZE INTO PK-REFERENCE
           END-STRING.
           MOVE CI-ACCOUNT-NUMBER TO PK-ACCOUNT-NUMBER.
           MOVE CI-AMOUNT         TO PK-AMOUNT.
           IF CI-DEPOSIT
              MOVE 'C' TO PK-DIRECTION
           ELSE
              MOVE 'D' TO PK-DIRECTION
           END-IF.
           MOVE SPACES            TO PK-REASON.
           STRING 'CHANNEL REJECT ' WS-REJECT-REASON
                  DELIMITED BY SIZE INTO PK-REASON
           END-STRING.
           MOVE WS-BUSINESS-DATE  TO PK-PARKED-DATE.
           MOVE ZEROES            TO PK-ITEM-NUMBER.
           CALL 'SUSPPARK' USING SUSP-PARK-AREA.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-BUSINESS-DATE TO TRAN-DATE.
           MOVE WS-CURRENT-TIME TO TRAN-TIME.
           IF CI-DEPOSIT
              MOVE 'SUSPCASH' TO TRAN-TYPE
           ELSE
           IF CI-WITHDRAWAL
              MOVE 'SUSPATMWD' TO TRAN-TYPE
              PERFORM 330-ADD-ATM-DISPENSED-RTN
           ELSE
              MOVE 'SUSPCLR' TO TRAN-TYPE
           END-IF
           END-IF.
           MOVE ZEROES TO TRAN-FROM-ACCOUNT.
           MOVE ZEROES TO TRAN-TO-ACCOUNT.
           MOVE CI-AMOUNT TO TRAN-AMOUNT.
           MOVE CI-TERMINAL-ID TO TRAN-TELLER-ID.
           MOVE ZEROES TO TRAN-FX-RATE.
           MOVE WS-CURRENT-DATE TO TRAN-ACTUAL-DATE.
           MOVE SPACES TO TRAN-BRANCH-CODE.
           MOVE PK-ITEM-NUMBER TO TRAN-REFERENCE.
           WRITE TRAN-LOG-REC.
      *****************************************************************
       A900-CLOSE-RTN.
           CLOSE CHNL-IN-FILE.
           CLOSE CHNL-TRACE-FILE.
           IF SKIP-RUN-SW = 'N'
              MOVE 'C' TO RC-STATUS
              ACCEPT RC-END-TIME FROM TIME
              MOVE WS-ITEMS-RECEIVED TO RC-RECORD-COUNT
              REWRITE RUN-CTL-REC
                 INVALID KEY
           END-IF.
           CLOSE RUN-CTL-FILE.
           CLOSE FREEZE-REG-FILE.
           CLOSE ATM-FILE.
           CLOSE TRAN-LOG-FILE.
           DISPLAY 'CHNLPOST - ITEMS RECEIVED: ' WS-ITEMS-RECEIVED.
           DISPLAY 'CHNLPOST - ITEMS POSTED: ' WS-ITEMS-POSTED.
