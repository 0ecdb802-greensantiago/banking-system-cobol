      ****************************************************************
      * THIS PROGRAM IS THE NIGHTLY BALANCE PROOF.  FOR EVERY        *
      * ACCOUNT IT TAKES YESTERDAY'S BALANCE FROM THE SNAPSHOT FILE  *
      * BALSNAP.DAT, APPLIES TODAY'S NET CHANGE FROM THE TRANLOG     *
      * POSTINGS (INCLUDING THE TRANSFER FEES RECOMPUTED FROM        *
      * SYSCTL), COMPARES THE RESULT TO THE ACCOUNT BALANCE AND      *
      * WRITES AN EXCEPTION REPORT OF EVERY MISMATCH.  BALANCES AND  *
      * NET CHANGES COME FROM THE NIGHT'S ACCOUNT EXTRACT, WHICH     *
      * MUST BE COMPLETE FOR THE BUSINESS DATE.  IT IS RUN RIGHT     *
      * AFTER REFCHECK IN THE NIGHTLY WINDOW.  THE SNAPSHOT IS THEN  *
      * ROLLED TO THE BALANCE FOR TOMORROW'S PROOF.                  *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALPROOF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-EXT-FILE ASSIGN TO 'ACCTEXT.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT BAL-SNAP-FILE ASSIGN TO 'BALSNAP.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BS-ACCOUNT-NUMBER.
           SELECT SYSCTL-FILE ASSIGN TO 'SYSCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-EXT-FILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACCT-EXT-REC.
       COPY ACCTEXT.
       FD  BAL-SNAP-FILE
           RECORD CONTAINS 29 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS BAL-SNAP-REC.
       COPY BALSNAP.
       FD  SYSCTL-FILE
           RECORD CONTAINS 31 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE               PIC X(120).
       FD  RUN-CTL-FILE
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS RUN-CTL-REC.
       COPY RUNCTL.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZEROES.
       01  WS-PRIOR-BALANCE          PIC S9(9)V99 VALUE ZEROES.
           05 DL-DIFFERENCE          PIC ----,---,--9.99.
       01  ACCT-EOF-SW               PIC X VALUE 'N'.
           88 END-OF-ACCOUNT-FILE    VALUE 'Y'.
       01  EXTRACT-OK-SW             PIC X VALUE 'N'.
       01  EXT-OPEN-SW               PIC X VALUE 'N'.
      *****************************************************************
       PROCEDURE DIVISION.
       A100-MAIN-MODULE.
           STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN I-O BAL-SNAP-FILE.
           OPEN OUTPUT REPORT-FILE.
           OPEN INPUT SYSCTL-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN I-O RUN-CTL-FILE.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
           MOVE 'BUSDATE   ' TO CTL-KEY.
           READ SYSCTL-FILE
                 MOVE CTL-ACCT-VALUE TO WS-BUSINESS-DATE
           END-READ.
           CLOSE SYSCTL-FILE.
           PERFORM 030-CHECK-EXTRACT-RTN.
           PERFORM 040-MARK-RUN-STARTED-RTN.
           DISPLAY 'BALPROOF - BALANCE PROOF STARTED'.
           MOVE 'BALANCE PROOF EXCEPTION REPORT' TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF EXTRACT-OK-SW = 'Y'
              OPEN INPUT ACCT-EXT-FILE
              MOVE 'Y' TO EXT-OPEN-SW
           ELSE
              MOVE 'Y' TO ACCT-EOF-SW
           END-IF.
      *****************************************************************
      * THE PROOF RUNS ONLY FROM AN EXTRACT ACCTEXT COMPLETED FOR    *
      * THIS BUSINESS DATE - ANY OTHER WOULD PROVE THE WRONG DAY.    *
      *****************************************************************
       030-CHECK-EXTRACT-RTN.
           MOVE 'N' TO EXTRACT-OK-SW.
           MOVE 'ACCTEXT ' TO RC-JOB-NAME.
           MOVE WS-CURRENT-DATE TO RC-RUN-DATE.
           READ RUN-CTL-FILE
              INVALID KEY
                 DISPLAY 'BALPROOF - NO ACCOUNT EXTRACT FOR TODAY'
              NOT INVALID KEY
                 IF RC-COMPLETED AND
                    RC-BUSINESS-DATE = WS-BUSINESS-DATE
                    MOVE 'Y' TO EXTRACT-OK-SW
                 ELSE
                    DISPLAY 'BALPROOF - ACCOUNT EXTRACT NOT READY FOR '
                            'BUSINESS DATE ' WS-BUSINESS-DATE
                 END-IF
           END-READ.
      *****************************************************************
       A300-PROCESS-RTN.
           READ ACCT-EXT-FILE
              AT END
                 MOVE 'Y' TO ACCT-EOF-SW
              NOT AT END
                 IF AX-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                    DISPLAY 'BALPROOF - EXTRACT RECORD FOR WRONG '
                            'BUSINESS DATE ' AX-BUSINESS-DATE
                    MOVE 'N' TO EXTRACT-OK-SW
                    MOVE 'Y' TO ACCT-EOF-SW
                 ELSE
                    PERFORM 100-PROVE-ONE-ACCOUNT-RTN
                 END-IF
           END-READ.
      *****************************************************************
       100-PROVE-ONE-ACCOUNT-RTN.
           MOVE AX-ACCOUNT-NUMBER TO BS-ACCOUNT-NUMBER.
           READ BAL-SNAP-FILE
              INVALID KEY
                 MOVE AX-ACCOUNT-BALANCE TO WS-PRIOR-BALANCE
              NOT INVALID KEY
                 MOVE BS-BALANCE TO WS-PRIOR-BALANCE
           END-READ.
           COMPUTE WS-COMPUTED-BALANCE = WS-PRIOR-BALANCE
                   + AX-NET-CHANGE.
           COMPUTE WS-DIFFERENCE = AX-ACCOUNT-BALANCE
                   - WS-COMPUTED-BALANCE.
           IF WS-DIFFERENCE NOT = ZEROES
              PERFORM 300-WRITE-EXCEPTION-RTN
           END-IF.
           PERFORM 400-ROLL-SNAPSHOT-RTN.
           ADD 1 TO WS-ACCOUNTS-PROVED.
      *****************************************************************
       300-WRITE-EXCEPTION-RTN.
           MOVE AX-ACCOUNT-NUMBER   TO DL-ACCOUNT-NUMBER.
           MOVE WS-PRIOR-BALANCE    TO DL-PRIOR.
           MOVE WS-COMPUTED-BALANCE TO DL-COMPUTED.
           MOVE AX-ACCOUNT-BALANCE  TO DL-LIVE.
           MOVE WS-DIFFERENCE       TO DL-DIFFERENCE.
           MOVE SPACES TO REPORT-LINE.
           MOVE DETAIL-LINE TO REPORT-LINE.
           ADD 1 TO WS-EXCEPTIONS.
      *****************************************************************
       400-ROLL-SNAPSHOT-RTN.
           MOVE AX-ACCOUNT-NUMBER  TO BS-ACCOUNT-NUMBER.
           MOVE AX-ACCOUNT-BALANCE TO BS-BALANCE.
           MOVE WS-CURRENT-DATE  TO BS-SNAP-DATE.
           REWRITE BAL-SNAP-REC
              INVALID KEY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF EXT-OPEN-SW = 'Y'
              CLOSE ACCT-EXT-FILE
           END-IF.
           CLOSE BAL-SNAP-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'BALPROOF - ACCOUNTS PROVED: ' WS-ACCOUNTS-PROVED.
           DISPLAY 'BALPROOF - EXCEPTIONS: ' WS-EXCEPTIONS.
           IF EXTRACT-OK-SW = 'Y'
              PERFORM 940-MARK-RUN-COMPLETE-RTN
           ELSE
              DISPLAY 'BALPROOF - RUN NOT COMPLETED - ACCOUNT '
                      'EXTRACT NOT READY'
              CLOSE RUN-CTL-FILE
           END-IF.
           STOP RUN.
      *****************************************************************
      * THE RUN-CONTROL RECORD LETS THE NIGHTRUN STREAM CONTROLLER   *
                 MOVE 'BALPROOF' TO RC-JOB-NAME
                 MOVE WS-CURRENT-DATE TO RC-RUN-DATE
                 MOVE 'S' TO RC-STATUS
                 ACCEPT RC-START-TIME FROM TIME
                 MOVE ZEROES TO RC-END-TIME
                 MOVE ZEROES TO RC-RECORD-COUNT
                 MOVE ZEROES TO RC-LAST-KEY
                 MOVE ZEROES TO RC-BUSINESS-DATE
                 WRITE RUN-CTL-REC
                    INVALID KEY
                       DISPLAY 'BALPROOF - ERROR WRITING RUN CONTROL'
                 END-WRITE
              NOT INVALID KEY
                 MOVE 'S' TO RC-STATUS
                 ACCEPT RC-START-TIME FROM TIME
                 MOVE ZEROES TO RC-END-TIME
                 MOVE ZEROES TO RC-RECORD-COUNT
                 REWRITE RUN-CTL-REC
           END-READ.
      *****************************************************************
       940-MARK-RUN-COMPLETE-RTN.
           MOVE 'C' TO RC-STATUS.
           ACCEPT RC-END-TIME FROM TIME.
           MOVE WS-ACCOUNTS-PROVED TO RC-RECORD-COUNT.
           REWRITE RUN-CTL-REC
              INVALID KEY
