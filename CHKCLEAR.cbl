      * STOP PAYMENT, AVAILABLE FUNDS INCLUDING THE OVERDRAFT LINE   *
      * AND LESS ACTIVE HOLDS), POSTS THE DEBITS WITH TRANLOG        *
      * ENTRIES, AND PRINTS THE RETURNED-ITEMS REPORT.               *
      * AN ACCOUNT ENROLLED IN POSITIVE PAY (PPENROL.DAT) IS ALSO    *
      * PROVED AGAINST THE CUSTOMER'S ISSUED-CHECKS REGISTER         *
      * PPISSUE.DAT.  A CHECK NOT ISSUED, VOIDED, OR DIFFERING IN    *
      * AMOUNT OR PAYEE IS NOT POSTED BUT PARKED IN SUSPENSE AND     *
      * QUEUED ON PPEXCP.DAT FOR THE CUSTOMER TO APPROVE OR RETURN   *
      * IN PPMAINT.  AN EXCEPTION STILL UNDECIDED WHEN THE RETURN    *
      * DEADLINE (SYSCTL PPRETDAYS) PASSES IS RETURNED HERE.         *
      * AN INSUFFICIENT-FUNDS RETURN IS CHARGED THE RETURNED-CHECK   *
      * FEE (SYSCTL RCHKFEE) WITH AN RCHKFEE TRANLOG ENTRY, THE      *
      * DRAWER IS SENT A NOTICE ON NOTIFQ, AND THE RETURN IS LOGGED  *
      * ON NSFHIST.DAT.  AN ACCOUNT REACHING SYSCTL NSFLIMIT RETURNS *
      * IN 12 MONTHS HAS ITS CHECKING PRIVILEGE SUSPENDED ON         *
      * CHKPRIV.DAT, WHICH STOPS CHKPRG ISSUING IT NEW CHECKBOOKS.   *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKCLEAR.
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTL-KEY.
           SELECT PP-ENROL-FILE ASSIGN TO 'PPENROL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PE-ACCOUNT-NUMBER.
           SELECT PP-ISSUE-FILE ASSIGN TO 'PPISSUE.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PI-KEY.
           SELECT PP-EXCP-FILE ASSIGN TO 'PPEXCP.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PX-ITEM-NUMBER
                  ALTERNATE KEY IS PX-ACCOUNT-NUMBER WITH DUPLICATES.
           SELECT NOTIF-FILE ASSIGN TO 'NOTIFQ.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT PP-REPORT-FILE ASSIGN TO 'PPEXCP.RPT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT NSF-HIST-FILE ASSIGN TO 'NSFHIST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NH-KEY.
           SELECT CHK-PRIV-FILE ASSIGN TO 'CHKPRIV.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CP-ACCOUNT-NUMBER.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PRES-CHECK-FILE
           RECORD CONTAINS 69 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS PRES-CHECK-REC.
       COPY PRESCHK.
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE               PIC X(100).
       FD  JOURNAL-FILE
           RECORD CONTAINS 370 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS JOURNAL-REC.
       COPY JRNL.
           LABEL RECORD IS STANDARD
           DATA RECORD IS CTL-REC.
       COPY SYSCTL.
       FD  PP-ENROL-FILE
           RECORD CONTAINS 43 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS PP-ENROL-REC.
       COPY PPENROL.
       FD  PP-ISSUE-FILE
           RECORD CONTAINS 84 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS PP-ISSUE-REC.
       COPY PPISSUE.
       FD  PP-EXCP-FILE
           RECORD CONTAINS 176 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS PP-EXCP-REC.
       COPY PPEXCP.
       FD  NOTIF-FILE
           RECORD CONTAINS 134 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS NOTIF-REC.
       COPY NOTIFQ.
       FD  PP-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS PP-REPORT-LINE.
       01  PP-REPORT-LINE            PIC X(100).
       FD  NSF-HIST-FILE
           RECORD CONTAINS 59 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS NSF-HIST-REC.
       COPY NSFHIST.
       FD  CHK-PRIV-FILE
           RECORD CONTAINS 45 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CHK-PRIV-REC.
       COPY CHKPRIV.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  HOLD-EOF-SW               PIC X VALUE 'N'.
       01  ITEM-OK-SW                PIC X VALUE 'N'.
       01  WS-MC-HOUSE-ACCT          PIC 9(10) VALUE 9999999999.
       01  WS-PP-RETURN-DAYS         PIC 9(3) VALUE 1.
       01  WS-PP-ENROLLED-SW         PIC X VALUE 'N'.
       01  WS-PP-ISSUE-FOUND-SW      PIC X VALUE 'N'.
       01  WS-PP-EXCEPTION-SW        PIC X VALUE 'N'.
       01  WS-PP-ISSUED-AMOUNT       PIC 9(9)V99 VALUE ZEROES.
       01  WS-PP-ISSUED-PAYEE        PIC X(30) VALUE SPACES.
       01  WS-PP-QUEUED              PIC 9(7) VALUE ZEROES.
       01  WS-PP-AUTO-RETURNED       PIC 9(7) VALUE ZEROES.
       01  WS-PP-AGE-DAYS            PIC S9(7) VALUE ZEROES.
       01  WS-DAYNUM-BUSINESS        PIC 9(7) VALUE ZEROES.
       01  WS-DAYNUM-PRESENTED       PIC 9(7) VALUE ZEROES.
       01  WS-DATE-SPLIT.
           05 WS-DS-YYYY             PIC 9(4).
           05 WS-DS-MM               PIC 9(2).
           05 WS-DS-DD               PIC 9(2).
       01  PP-EOF-SW                 PIC X VALUE 'N'.
       01  WS-NSF-FEE                PIC 9(9)V99 VALUE 250.00.
       01  WS-NSF-LIMIT              PIC 9(3) VALUE 3.
       01  WS-NSF-CUTOFF             PIC 9(8) VALUE ZEROES.
       01  WS-NSF-COUNT              PIC 9(3) VALUE ZEROES.
       01  WS-NSF-FEES-CHARGED       PIC 9(7) VALUE ZEROES.
       01  WS-NSF-FEES-WAIVED        PIC 9(7) VALUE ZEROES.
       01  WS-NSF-FEE-TOTAL          PIC 9(11)V99 VALUE ZEROES.
       01  WS-NSF-SUSPENDED          PIC 9(7) VALUE ZEROES.
       01  WS-NSF-NOTICE             PIC X(60) VALUE SPACES.
       01  NSF-EOF-SW                PIC X VALUE 'N'.
       COPY SUSPPRM.
      *****************************************************************
       PROCEDURE DIVISION.
       A100-MAIN-MODULE.
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-MC-HOUSE-ACCT
           END-READ.
           MOVE 'PPRETDAYS ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-NUM-VALUE TO WS-PP-RETURN-DAYS
           END-READ.
           MOVE 'RCHKFEE   ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-NUM-VALUE TO WS-NSF-FEE
           END-READ.
           MOVE 'NSFLIMIT  ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-NUM-VALUE TO WS-NSF-LIMIT
           END-READ.
           CLOSE SYSCTL-FILE.
           OPEN I-O MGR-CHECK-FILE.
           OPEN INPUT PP-ENROL-FILE.
           OPEN I-O PP-ISSUE-FILE.
           OPEN I-O PP-EXCP-FILE.
           OPEN EXTEND NOTIF-FILE.
           OPEN OUTPUT PP-REPORT-FILE.
           OPEN I-O NSF-HIST-FILE.
           OPEN I-O CHK-PRIV-FILE.
           MOVE WS-BUSINESS-DATE TO WS-DATE-SPLIT.
           COMPUTE WS-DAYNUM-BUSINESS = (WS-DS-YYYY * 360)
                   + (WS-DS-MM * 30) + WS-DS-DD.
           SUBTRACT 1 FROM WS-DS-YYYY.
           MOVE WS-DATE-SPLIT TO WS-NSF-CUTOFF.
           DISPLAY 'CHKCLEAR - INWARD CLEARING STARTED'.
           MOVE 'RETURNED ITEMS (BOUNCED CHECKS) REPORT'
             TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO PP-REPORT-LINE.
           STRING 'POSITIVE PAY EXCEPTIONS QUEUED - ' WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO PP-REPORT-LINE
           END-STRING.
           WRITE PP-REPORT-LINE.
           MOVE SPACES TO PP-REPORT-LINE.
           MOVE 'ITEM'              TO PP-REPORT-LINE (1:4).
           MOVE 'ACCOUNT'           TO PP-REPORT-LINE (10:7).
           MOVE 'CHECK'             TO PP-REPORT-LINE (22:5).
           MOVE 'PRESENTED'         TO PP-REPORT-LINE (36:9).
           MOVE 'ISSUED'            TO PP-REPORT-LINE (53:6).
           MOVE 'REASON'            TO PP-REPORT-LINE (63:6).
           WRITE PP-REPORT-LINE.
           MOVE ALL '-' TO PP-REPORT-LINE.
           WRITE PP-REPORT-LINE.
           PERFORM 800-AUTO-RETURN-RTN.
      *****************************************************************
       A300-PROCESS-RTN.
           READ PRES-CHECK-FILE
                 END-IF
                 END-IF
           END-READ.
           MOVE 'N' TO WS-PP-EXCEPTION-SW.
           IF ITEM-OK-SW = 'Y'
              PERFORM 700-POSITIVE-PAY-RTN
           END-IF.
           IF WS-PP-EXCEPTION-SW = 'Y'
              PERFORM 750-QUEUE-EXCEPTION-RTN
           ELSE
           IF ITEM-OK-SW = 'Y'
              PERFORM 400-POST-DEBIT-RTN
           ELSE
              PERFORM 500-RETURN-ITEM-RTN
           END-IF
           END-IF.
      *****************************************************************
       200-CHECK-REGISTER-RTN.
                 END-REWRITE
                 PERFORM 880-WRITE-ACCT-JOURNAL-RTN
                 PERFORM 450-WRITE-TRANLOG-RTN
                 IF WS-PP-ISSUE-FOUND-SW = 'Y'
                    PERFORM 460-MARK-ISSUE-PAID-RTN
                 END-IF
                 ADD 1 TO WS-ITEMS-PAID
           END-REWRITE.
      *****************************************************************
           MOVE SPACES          TO TRAN-BRANCH-CODE.
           MOVE SPACES            TO TRAN-REFERENCE.
           WRITE TRAN-LOG-REC.
      *****************************************************************
       460-MARK-ISSUE-PAID-RTN.
           MOVE 'P'             TO PI-STATUS.
           MOVE WS-CURRENT-DATE TO PI-PAID-DATE.
           REWRITE PP-ISSUE-REC
              INVALID KEY
                 DISPLAY 'CHKCLEAR - ERROR MARKING ISSUED CHECK PAID '
                         PC-CHECK-NUMBER
           END-REWRITE.
      *****************************************************************
       500-RETURN-ITEM-RTN.
           MOVE PC-ACCOUNT-NUMBER TO CK-ACCOUNT-NUMBER.
           END-STRING.
           WRITE REPORT-LINE.
           ADD 1 TO WS-ITEMS-RETURNED.
           PERFORM 520-PARK-IN-SUSPENSE-RTN.
           IF WS-RETURN-REASON = 'INSUFFICIENT FUNDS'
              PERFORM 550-NSF-RETURN-RTN
           END-IF.
      *****************************************************************
      * THE CLEARING SETTLEMENT HAS ALREADY TAKEN THE FULL PRESENTED *
      * TOTAL FROM US, SO A RETURNED ITEM IS PARKED ON THE SUSPENSE  *
      * REGISTER AGAINST THE SUSPENSE GL UNTIL OPERATIONS SENDS IT   *
      * BACK THROUGH CLEARING OR APPLIES IT TO THE DRAWER'S ACCOUNT. *
      *****************************************************************
       520-PARK-IN-SUSPENSE-RTN.
           MOVE 'CHKCLEAR'         TO PK-SOURCE.
           MOVE SPACES             TO PK-REFERENCE.
           STRING PC-CHECK-NUMBER ' ' PC-PRESENTING-BANK
                  DELIMITED BY SIZE INTO PK-REFERENCE
           END-STRING.
           MOVE PC-ACCOUNT-NUMBER  TO PK-ACCOUNT-NUMBER.
           MOVE PC-AMOUNT          TO PK-AMOUNT.
           MOVE 'D'                TO PK-DIRECTION.
           MOVE WS-RETURN-REASON   TO PK-REASON.
           MOVE WS-BUSINESS-DATE   TO PK-PARKED-DATE.
           MOVE ZEROES             TO PK-ITEM-NUMBER.
           CALL 'SUSPPARK' USING SUSP-PARK-AREA.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-BUSINESS-DATE   TO TRAN-DATE.
           MOVE WS-CURRENT-TIME    TO TRAN-TIME.
           MOVE 'SUSPCLR'          TO TRAN-TYPE.
           MOVE ZEROES             TO TRAN-FROM-ACCOUNT.
           MOVE ZEROES             TO TRAN-TO-ACCOUNT.
           MOVE PC-AMOUNT          TO TRAN-AMOUNT.
           MOVE 'CLEARING'         TO TRAN-TELLER-ID.
           MOVE ZEROES             TO TRAN-FX-RATE.
           MOVE WS-CURRENT-DATE    TO TRAN-ACTUAL-DATE.
           MOVE SPACES             TO TRAN-BRANCH-CODE.
           MOVE PK-ITEM-NUMBER     TO TRAN-REFERENCE.
           WRITE TRAN-LOG-REC.
      *****************************************************************
      * INSUFFICIENT-FUNDS RETURN: CHARGE THE RETURNED-CHECK FEE     *
      * (WAIVED IF IT WOULD TAKE THE ACCOUNT BEYOND ITS OVERDRAFT    *
      * LINE), LOG THE RETURN, NOTIFY THE DRAWER, AND SUSPEND THE    *
      * CHECKING PRIVILEGE ONCE THE 12-MONTH COUNT REACHES NSFLIMIT. *
      *****************************************************************
       550-NSF-RETURN-RTN.
           MOVE 'W' TO NH-FEE-STATUS.
           IF WS-NSF-FEE > ZEROES
           AND WS-NSF-FEE NOT > ACCOUNT-BALANCE + OD-LIMIT
              SUBTRACT WS-NSF-FEE FROM ACCOUNT-BALANCE
              MOVE WS-CURRENT-DATE TO LAST-ACTIVITY-DATE
              REWRITE ACCOUNT-REC
                 INVALID KEY
                    DISPLAY 'CHKCLEAR - ERROR CHARGING FEE '
                            PC-ACCOUNT-NUMBER
                 NOT INVALID KEY
                    MOVE 'C' TO NH-FEE-STATUS
                    PERFORM 880-WRITE-ACCT-JOURNAL-RTN
                    PERFORM 555-WRITE-FEE-TRANLOG-RTN
              END-REWRITE
           END-IF.
           MOVE PC-ACCOUNT-NUMBER  TO NH-ACCOUNT-NUMBER.
           MOVE WS-BUSINESS-DATE   TO NH-RETURN-DATE.
           MOVE PC-CHECK-NUMBER    TO NH-CHECK-NUMBER.
           MOVE PC-AMOUNT          TO NH-AMOUNT.
           MOVE PC-PRESENTING-BANK TO NH-PRESENTING-BANK.
           MOVE WS-NSF-FEE TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO WS-NSF-NOTICE.
           IF NH-FEE-CHARGED
              MOVE WS-NSF-FEE TO NH-FEE-AMOUNT
              ADD 1 TO WS-NSF-FEES-CHARGED
              ADD WS-NSF-FEE TO WS-NSF-FEE-TOTAL
              STRING 'CHECK ' PC-CHECK-NUMBER
                     ' RETURNED UNPAID - FEE ' WS-AMOUNT-DISPLAY
                     DELIMITED BY SIZE INTO WS-NSF-NOTICE
              END-STRING
           ELSE
              MOVE ZEROES TO NH-FEE-AMOUNT
              ADD 1 TO WS-NSF-FEES-WAIVED
              STRING 'CHECK ' PC-CHECK-NUMBER
                     ' RETURNED UNPAID - INSUFFICIENT FUNDS'
                     DELIMITED BY SIZE INTO WS-NSF-NOTICE
              END-STRING
           END-IF.
           WRITE NSF-HIST-REC
              INVALID KEY
                 DISPLAY 'CHKCLEAR - ERROR LOGGING RETURN '
                         PC-ACCOUNT-NUMBER ' ' PC-CHECK-NUMBER
           END-WRITE.
           PERFORM 560-WRITE-NSF-NOTICE-RTN.
           PERFORM 570-COUNT-RETURNS-RTN.
           IF WS-NSF-COUNT NOT < WS-NSF-LIMIT
              PERFORM 580-SUSPEND-PRIVILEGE-RTN
           END-IF.
      *****************************************************************
       555-WRITE-FEE-TRANLOG-RTN.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-BUSINESS-DATE  TO TRAN-DATE.
           MOVE WS-CURRENT-TIME   TO TRAN-TIME.
           MOVE 'RCHKFEE'         TO TRAN-TYPE.
           MOVE PC-ACCOUNT-NUMBER TO TRAN-FROM-ACCOUNT.
           MOVE ZEROES            TO TRAN-TO-ACCOUNT.
           MOVE WS-NSF-FEE        TO TRAN-AMOUNT.
           MOVE 'CLEARING'        TO TRAN-TELLER-ID.
           MOVE ZEROES            TO TRAN-FX-RATE.
           MOVE WS-CURRENT-DATE   TO TRAN-ACTUAL-DATE.
           MOVE BRANCH-CODE       TO TRAN-BRANCH-CODE.
           MOVE PC-CHECK-NUMBER   TO TRAN-REFERENCE.
           WRITE TRAN-LOG-REC.
      *****************************************************************
       560-WRITE-NSF-NOTICE-RTN.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE   TO NQ-DATE.
           MOVE WS-CURRENT-TIME   TO NQ-TIME.
           MOVE PC-ACCOUNT-NUMBER TO NQ-ACCOUNT-NUMBER.
           MOVE CONTACT-NUMBER OF ACCOUNT-REC TO NQ-CONTACT-NUMBER.
           MOVE CONTACT-EMAIL-ADDRESS OF ACCOUNT-REC
             TO NQ-CONTACT-EMAIL.
           MOVE WS-NSF-NOTICE TO NQ-MESSAGE.
           MOVE 'P' TO NQ-STATUS.
           MOVE ZEROES TO NQ-RETRY-COUNT.
           WRITE NOTIF-REC.
      *****************************************************************
      * ROLLING COUNT: RETURNS LOGGED FOR THE ACCOUNT AFTER THE SAME *
      * DATE ONE YEAR AGO, TODAY'S INCLUDED.                         *
      *****************************************************************
       570-COUNT-RETURNS-RTN.
           MOVE ZEROES TO WS-NSF-COUNT.
           MOVE PC-ACCOUNT-NUMBER TO NH-ACCOUNT-NUMBER.
           MOVE WS-NSF-CUTOFF TO NH-RETURN-DATE.
           MOVE 99999999 TO NH-CHECK-NUMBER.
           MOVE 'N' TO NSF-EOF-SW.
           START NSF-HIST-FILE KEY IS GREATER THAN NH-KEY
              INVALID KEY
                 MOVE 'Y' TO NSF-EOF-SW
           END-START.
           PERFORM 575-COUNT-ONE-RETURN-RTN UNTIL NSF-EOF-SW = 'Y'.
      *****************************************************************
       575-COUNT-ONE-RETURN-RTN.
           READ NSF-HIST-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO NSF-EOF-SW
              NOT AT END
                 IF NH-ACCOUNT-NUMBER NOT = PC-ACCOUNT-NUMBER
                    MOVE 'Y' TO NSF-EOF-SW
                 ELSE
                    ADD 1 TO WS-NSF-COUNT
                 END-IF
           END-READ.
      *****************************************************************
       580-SUSPEND-PRIVILEGE-RTN.
           MOVE PC-ACCOUNT-NUMBER TO CP-ACCOUNT-NUMBER.
           READ CHK-PRIV-FILE
              INVALID KEY
                 MOVE PC-ACCOUNT-NUMBER TO CP-ACCOUNT-NUMBER
                 MOVE 'S'               TO CP-STATUS
                 MOVE WS-NSF-COUNT      TO CP-RETURN-COUNT
                 MOVE WS-BUSINESS-DATE  TO CP-SUSPEND-DATE
                 MOVE ZEROES            TO CP-REINSTATE-DATE
                 MOVE SPACES            TO CP-REINSTATED-BY
                 WRITE CHK-PRIV-REC
                    INVALID KEY
                       DISPLAY 'CHKCLEAR - ERROR SUSPENDING '
                               PC-ACCOUNT-NUMBER
                 END-WRITE
                 PERFORM 585-SUSPENSION-NOTICE-RTN
              NOT INVALID KEY
                 MOVE WS-NSF-COUNT TO CP-RETURN-COUNT
                 IF NOT CP-SUSPENDED
                    MOVE 'S'              TO CP-STATUS
                    MOVE WS-BUSINESS-DATE TO CP-SUSPEND-DATE
                    PERFORM 585-SUSPENSION-NOTICE-RTN
                 END-IF
                 REWRITE CHK-PRIV-REC
                    INVALID KEY
                       DISPLAY 'CHKCLEAR - ERROR SUSPENDING '
                               PC-ACCOUNT-NUMBER
                 END-REWRITE
           END-READ.
      *****************************************************************
       585-SUSPENSION-NOTICE-RTN.
           ADD 1 TO WS-NSF-SUSPENDED.
           MOVE 'CHECKING PRIVILEGE SUSPENDED - CONTACT YOUR BRANCH'
             TO WS-NSF-NOTICE.
           PERFORM 560-WRITE-NSF-NOTICE-RTN.
      *****************************************************************
      * A CHECK PRESENTED AGAINST THE MANAGERS-CHECK HOUSE ACCOUNT   *
      * (SYSCTL KEY MCHOUSE) IS PAID OUT OF THE INSTRUMENT REGISTER  *
           END-STRING.
           WRITE REPORT-LINE.
           ADD 1 TO WS-ITEMS-RETURNED.
           PERFORM 520-PARK-IN-SUSPENSE-RTN.
      *****************************************************************
       660-WRITE-MGR-TRANLOG-RTN.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE SPACES            TO TRAN-BRANCH-CODE.
           MOVE SPACES            TO TRAN-REFERENCE.
           WRITE TRAN-LOG-REC.
      *****************************************************************
      * POSITIVE PAY: AN ITEM THAT HAS PASSED EVERY OTHER TEST ON AN *
      * ENROLLED ACCOUNT MUST ALSO BE ON THE CUSTOMER'S ISSUED-      *
      * CHECKS REGISTER, NOT VOIDED, FOR THE SAME AMOUNT AND - WHERE *
      * THE ACCOUNT IS ENROLLED FOR PAYEE MATCHING AND BOTH SIDES    *
      * CARRY A PAYEE - TO THE SAME PAYEE.                           *
      *****************************************************************
       700-POSITIVE-PAY-RTN.
           MOVE 'N' TO WS-PP-ENROLLED-SW.
           MOVE 'N' TO WS-PP-ISSUE-FOUND-SW.
           MOVE ZEROES TO WS-PP-ISSUED-AMOUNT.
           MOVE SPACES TO WS-PP-ISSUED-PAYEE.
           MOVE PC-ACCOUNT-NUMBER TO PE-ACCOUNT-NUMBER.
           READ PP-ENROL-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF PE-ACTIVE
                    MOVE 'Y' TO WS-PP-ENROLLED-SW
                 END-IF
           END-READ.
           IF WS-PP-ENROLLED-SW = 'Y'
              MOVE PC-ACCOUNT-NUMBER TO PI-ACCOUNT-NUMBER
              MOVE PC-CHECK-NUMBER   TO PI-CHECK-NUMBER
              READ PP-ISSUE-FILE
                 INVALID KEY
                    MOVE 'PP - NOT ON ISSUE FILE' TO WS-RETURN-REASON
                    MOVE 'Y' TO WS-PP-EXCEPTION-SW
                 NOT INVALID KEY
                    MOVE PI-AMOUNT     TO WS-PP-ISSUED-AMOUNT
                    MOVE PI-PAYEE-NAME TO WS-PP-ISSUED-PAYEE
                    PERFORM 710-COMPARE-ISSUE-RTN
              END-READ
           END-IF.
      *****************************************************************
       710-COMPARE-ISSUE-RTN.
           IF PI-VOID
              MOVE 'PP - CHECK VOIDED' TO WS-RETURN-REASON
              MOVE 'Y' TO WS-PP-EXCEPTION-SW
           ELSE
           IF PI-PAID
              MOVE 'PP - ISSUE ALREADY PAID' TO WS-RETURN-REASON
              MOVE 'Y' TO WS-PP-EXCEPTION-SW
           ELSE
           IF PC-AMOUNT NOT = PI-AMOUNT
              MOVE 'PP - AMOUNT MISMATCH' TO WS-RETURN-REASON
              MOVE 'Y' TO WS-PP-EXCEPTION-SW
           ELSE
           IF PE-MATCH-PAYEE
              AND PC-PAYEE-NAME NOT = SPACES
              AND PI-PAYEE-NAME NOT = SPACES
              AND PC-PAYEE-NAME NOT = PI-PAYEE-NAME
              MOVE 'PP - PAYEE MISMATCH' TO WS-RETURN-REASON
              MOVE 'Y' TO WS-PP-EXCEPTION-SW
           ELSE
              MOVE 'Y' TO WS-PP-ISSUE-FOUND-SW
           END-IF
           END-IF
           END-IF
           END-IF.
      *****************************************************************
      * AN EXCEPTION IS NOT POSTED.  THE MONEY HAS LEFT US IN THE    *
      * CLEARING SETTLEMENT, SO IT IS PARKED IN SUSPENSE LIKE ANY    *
      * UNPOSTABLE ITEM, THE CHECK STAYS OUTSTANDING, AND THE ITEM   *
      * IS QUEUED FOR THE CUSTOMER'S DECISION WITH AN ADVICE ON      *
      * NOTIFQ.  THE SUSPENSE ITEM NUMBER IDENTIFIES THE EXCEPTION.  *
      *****************************************************************
       750-QUEUE-EXCEPTION-RTN.
           PERFORM 520-PARK-IN-SUSPENSE-RTN.
           MOVE PK-ITEM-NUMBER     TO PX-ITEM-NUMBER.
           MOVE PC-ACCOUNT-NUMBER  TO PX-ACCOUNT-NUMBER.
           MOVE PC-CHECK-NUMBER    TO PX-CHECK-NUMBER.
           MOVE PC-AMOUNT          TO PX-AMOUNT.
           MOVE PC-PAYEE-NAME      TO PX-PAYEE-NAME.
           MOVE PC-PRESENTING-BANK TO PX-PRESENTING-BANK.
           MOVE WS-PP-ISSUED-AMOUNT TO PX-ISSUED-AMOUNT.
           MOVE WS-PP-ISSUED-PAYEE TO PX-ISSUED-PAYEE.
           MOVE WS-RETURN-REASON   TO PX-REASON.
           MOVE WS-BUSINESS-DATE   TO PX-PRESENTED-DATE.
           MOVE 'P'                TO PX-STATUS.
           MOVE SPACES             TO PX-DECIDED-BY.
           MOVE ZEROES             TO PX-DECIDED-DATE.
           WRITE PP-EXCP-REC
              INVALID KEY
                 DISPLAY 'CHKCLEAR - ERROR QUEUING EXCEPTION '
                         PK-ITEM-NUMBER
           END-WRITE.
           ADD 1 TO WS-PP-QUEUED.
           MOVE PC-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO PP-REPORT-LINE.
           STRING PX-ITEM-NUMBER     DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  PC-ACCOUNT-NUMBER  DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  PC-CHECK-NUMBER    DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY  DELIMITED BY SIZE
             INTO PP-REPORT-LINE
           END-STRING.
           MOVE WS-PP-ISSUED-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE WS-AMOUNT-DISPLAY TO PP-REPORT-LINE (46:14).
           MOVE WS-RETURN-REASON TO PP-REPORT-LINE (63:26).
           WRITE PP-REPORT-LINE.
           IF PC-PAYEE-NAME NOT = SPACES
           OR WS-PP-ISSUED-PAYEE NOT = SPACES
              MOVE SPACES TO PP-REPORT-LINE
              STRING '         PAYEE PRESENTED: ' PC-PAYEE-NAME
                     '  ISSUED: ' WS-PP-ISSUED-PAYEE
                     DELIMITED BY SIZE INTO PP-REPORT-LINE
              END-STRING
              WRITE PP-REPORT-LINE
           END-IF.
           PERFORM 760-WRITE-PP-NOTICE-RTN.
      *****************************************************************
       760-WRITE-PP-NOTICE-RTN.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE   TO NQ-DATE.
           MOVE WS-CURRENT-TIME   TO NQ-TIME.
           MOVE PC-ACCOUNT-NUMBER TO NQ-ACCOUNT-NUMBER.
           MOVE CONTACT-NUMBER OF ACCOUNT-REC TO NQ-CONTACT-NUMBER.
           MOVE CONTACT-EMAIL-ADDRESS OF ACCOUNT-REC
             TO NQ-CONTACT-EMAIL.
           MOVE PC-AMOUNT TO WS-AMOUNT-DISPLAY.
           INITIALIZE NQ-MESSAGE.
           STRING 'POSITIVE PAY CHECK ' PC-CHECK-NUMBER
                  WS-AMOUNT-DISPLAY ' - APPROVE/RETURN'
                  DELIMITED BY SIZE INTO NQ-MESSAGE
           END-STRING.
           MOVE 'P' TO NQ-STATUS.
           MOVE ZEROES TO NQ-RETRY-COUNT.
           WRITE NOTIF-REC.
      *****************************************************************
      * AN EXCEPTION THE CUSTOMER HAS NOT DECIDED WITHIN PPRETDAYS   *
      * DAYS OF PRESENTMENT (30/360 BASIS) IS RETURNED.  THE CHECK   *
      * IS MARKED RETURNED AND THE SUSPENSE ITEM IS LEFT OPEN FOR    *
      * OPERATIONS TO SEND BACK THROUGH CLEARING.                    *
      *****************************************************************
       800-AUTO-RETURN-RTN.
           MOVE 'N' TO PP-EOF-SW.
           MOVE ZEROES TO PX-ITEM-NUMBER.
           START PP-EXCP-FILE KEY IS NOT LESS THAN PX-ITEM-NUMBER
              INVALID KEY
                 MOVE 'Y' TO PP-EOF-SW
           END-START.
           PERFORM 810-READ-EXCEPTION-RTN UNTIL PP-EOF-SW = 'Y'.
      *****************************************************************
       810-READ-EXCEPTION-RTN.
           READ PP-EXCP-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO PP-EOF-SW
              NOT AT END
                 IF PX-PENDING
                    MOVE PX-PRESENTED-DATE TO WS-DATE-SPLIT
                    COMPUTE WS-DAYNUM-PRESENTED = (WS-DS-YYYY * 360)
                            + (WS-DS-MM * 30) + WS-DS-DD
                    COMPUTE WS-PP-AGE-DAYS = WS-DAYNUM-BUSINESS
                            - WS-DAYNUM-PRESENTED
                    IF WS-PP-AGE-DAYS NOT < WS-PP-RETURN-DAYS
                       PERFORM 820-AUTO-RETURN-ONE-RTN
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
       820-AUTO-RETURN-ONE-RTN.
           MOVE 'R'              TO PX-STATUS.
           MOVE 'AUTO-RETURN'    TO PX-DECIDED-BY.
           MOVE WS-BUSINESS-DATE TO PX-DECIDED-DATE.
           REWRITE PP-EXCP-REC
              INVALID KEY
                 DISPLAY 'CHKCLEAR - ERROR RETURNING EXCEPTION '
                         PX-ITEM-NUMBER
           END-REWRITE.
           MOVE PX-ACCOUNT-NUMBER TO CK-ACCOUNT-NUMBER.
           MOVE PX-CHECK-NUMBER   TO CK-CHECK-NUMBER.
           READ CHECK-REG-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF CK-OUTSTANDING
                    MOVE 'R' TO CK-STATUS
                    REWRITE CHECK-REG-REC
                       INVALID KEY
                          DISPLAY 'CHKCLEAR - ERROR MARKING RETURN '
                                  PX-CHECK-NUMBER
                    END-REWRITE
                 END-IF
           END-READ.
           MOVE PX-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING PX-ACCOUNT-NUMBER  DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  PX-CHECK-NUMBER    DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY  DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  PX-PRESENTING-BANK DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  'PP - NO DECISION' DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           ADD 1 TO WS-ITEMS-RETURNED.
           ADD 1 TO WS-PP-AUTO-RETURNED.
      *****************************************************************
       A900-CLOSE-RTN.
           MOVE SPACES TO REPORT-LINE.
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-NSF-FEE-TOTAL TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'RETURNED-CHECK FEES CHARGED: ' WS-NSF-FEES-CHARGED
                  ' TOTAL ' WS-AMOUNT-DISPLAY
                  '  WAIVED: ' WS-NSF-FEES-WAIVED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CHECKING PRIVILEGES SUSPENDED: ' WS-NSF-SUSPENDED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE PRES-CHECK-FILE.
           CLOSE CHECK-REG-FILE.
           CLOSE MGR-CHECK-FILE.
           CLOSE HOLD-FILE.
           CLOSE TRAN-LOG-FILE.
           CLOSE REPORT-FILE.
           MOVE ALL '-' TO PP-REPORT-LINE.
           WRITE PP-REPORT-LINE.
           MOVE SPACES TO PP-REPORT-LINE.
           STRING 'EXCEPTIONS QUEUED: ' WS-PP-QUEUED
                  '   UNDECIDED ITEMS RETURNED: ' WS-PP-AUTO-RETURNED
                  DELIMITED BY SIZE INTO PP-REPORT-LINE
           END-STRING.
           WRITE PP-REPORT-LINE.
           CLOSE PP-ENROL-FILE.
           CLOSE PP-ISSUE-FILE.
           CLOSE PP-EXCP-FILE.
           CLOSE NOTIF-FILE.
           CLOSE PP-REPORT-FILE.
           CLOSE NSF-HIST-FILE.
           CLOSE CHK-PRIV-FILE.
           DISPLAY 'CHKCLEAR - ITEMS READ: ' WS-ITEMS-READ.
           DISPLAY 'CHKCLEAR - ITEMS PAID: ' WS-ITEMS-PAID.
           DISPLAY 'CHKCLEAR - ITEMS RETURNED: ' WS-ITEMS-RETURNED.
           DISPLAY 'CHKCLEAR - POSITIVE PAY EXCEPTIONS: '
                   WS-PP-QUEUED.
           CLOSE JOURNAL-FILE.
           STOP RUN.
      *****************************************************************
