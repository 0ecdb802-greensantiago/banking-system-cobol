      ****************************************************************
      * THIS PROGRAM IS THE MONTH-END LOAN-TO-VALUE REPORT.  FOR     *
      * EVERY ACTIVE LOAN THE ACTIVE ITEMS ON THE COLLATERAL         *
      * REGISTER (COLLAT.DAT) ARE TOTALLED AND THE OUTSTANDING       *
      * BALANCE IS SHOWN AS A PERCENTAGE OF THEM.  A LOAN WITH NO    *
      * COLLATERAL IS SHOWN AS UNSECURED AND ONE ABOVE THE LTV LIMIT *
      * (SYSCTL LTVLIMIT, DEFAULT 80 PERCENT) IS FLAGGED.  EACH      *
      * ITEM IS LISTED UNDER ITS LOAN AND FLAGGED WHEN ITS APPRAISAL *
      * IS OLDER THAN SYSCTL APPRDAYS (DEFAULT 365 DAYS), WHEN ITS   *
      * INSURANCE HAS EXPIRED, OR WHEN PROPERTY OR A VEHICLE CARRIES *
      * NO INSURANCE AT ALL.  PLEDGED DEPOSITS ARE HELD FUNDS AND    *
      * ARE NOT REAPPRAISED.                                         *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLTV.
       AUTHOR. GERAD CARLOS TUPAZ.
       DATE-WRITTEN. 10 15 2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO 'LOAN.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LN-LOAN-NUMBER.
           SELECT COLLATERAL-FILE ASSIGN TO 'COLLAT.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CO-KEY.
           SELECT SYSCTL-FILE ASSIGN TO 'SYSCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTL-KEY.
           SELECT REPORT-FILE ASSIGN TO 'COLLTV.RPT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE
           RECORD CONTAINS 123 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS LOAN-REC.
       COPY LOANFILE.
       FD  COLLATERAL-FILE
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS COLLATERAL-REC.
       COPY COLLAT.
       FD  SYSCTL-FILE
           RECORD CONTAINS 31 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CTL-REC.
       COPY SYSCTL.
       FD  REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE               PIC X(100).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZEROES.
       01  WS-BUS-DATE-R REDEFINES WS-BUSINESS-DATE.
           05 WS-BUS-YYYY            PIC 9(4).
           05 WS-BUS-MM              PIC 9(2).
           05 WS-BUS-DD              PIC 9(2).
       01  WS-APPR-DATE              PIC 9(8) VALUE ZEROES.
       01  WS-APPR-DATE-R REDEFINES WS-APPR-DATE.
           05 WS-APPR-YYYY           PIC 9(4).
           05 WS-APPR-MM             PIC 9(2).
           05 WS-APPR-DD             PIC 9(2).
       01  WS-APPR-DAYS              PIC 9(4) VALUE 0365.
       01  WS-LTV-LIMIT              PIC 9(3)V99 VALUE 080.00.
       01  WS-APPR-AGE               PIC S9(7) VALUE ZEROES.
       01  WS-LOAN-VALUE             PIC 9(11)V99 VALUE ZEROES.
       01  WS-LTV                    PIC 9(5)V99 VALUE ZEROES.
       01  WS-LOAN-FLAG              PIC X(10) VALUE SPACES.
       01  WS-ITEM-FLAG              PIC X(40) VALUE SPACES.
       01  WS-FLAG-PTR               PIC 9(2) VALUE ZEROES.
       01  WS-TOTAL-OUTSTANDING      PIC 9(11)V99 VALUE ZEROES.
       01  WS-TOTAL-VALUE            PIC 9(13)V99 VALUE ZEROES.
       01  WS-LOANS-READ             PIC 9(7) VALUE ZEROES.
       01  WS-LOANS-REPORTED         PIC 9(7) VALUE ZEROES.
       01  WS-LOANS-UNSECURED        PIC 9(7) VALUE ZEROES.
       01  WS-LOANS-OVER-LIMIT       PIC 9(7) VALUE ZEROES.
       01  WS-ITEMS-STALE            PIC 9(7) VALUE ZEROES.
       01  WS-ITEMS-EXPIRED          PIC 9(7) VALUE ZEROES.
       01  WS-ITEMS-UNINSURED        PIC 9(7) VALUE ZEROES.
       01  WS-AMOUNT-DISPLAY         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-VALUE-DISPLAY          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-DISPLAY          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-LTV-DISPLAY            PIC ZZ,ZZ9.99.
       01  WS-COUNT-DISPLAY          PIC Z,ZZZ,ZZ9.
       01  EOF-SW                    PIC X VALUE 'N'.
           88 END-OF-LOAN-FILE       VALUE 'Y'.
       01  COLL-EOF-SW               PIC X VALUE 'N'.
      *****************************************************************
       PROCEDURE DIVISION.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A300-PROCESS-RTN UNTIL END-OF-LOAN-FILE.
           PERFORM A900-CLOSE-RTN.
           STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN INPUT LOAN-FILE.
           OPEN INPUT COLLATERAL-FILE.
           OPEN OUTPUT REPORT-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
           OPEN INPUT SYSCTL-FILE.
           MOVE 'BUSDATE   ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-BUSINESS-DATE
           END-READ.
           MOVE 'APPRDAYS  ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-NUM-VALUE TO WS-APPR-DAYS
           END-READ.
           MOVE 'LTVLIMIT  ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-NUM-VALUE TO WS-LTV-LIMIT
           END-READ.
           CLOSE SYSCTL-FILE.
           DISPLAY 'COLLTV - LOAN-TO-VALUE REPORT STARTED'.
           MOVE SPACES TO REPORT-LINE.
           STRING 'LOAN-TO-VALUE AND COLLATERAL EXCEPTION REPORT - '
                  WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-LTV-LIMIT TO WS-LTV-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'LTV LIMIT ' WS-LTV-DISPLAY ' PCT   APPRAISAL VALID '
                  WS-APPR-DAYS ' DAYS'
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE 'LOAN NUMBER    OUTSTANDING   COLLATERAL VALUE'
             TO REPORT-LINE.
           MOVE '      LTV  FLAG' TO REPORT-LINE (47:15).
           WRITE REPORT-LINE.
           MOVE '  ITEM T          VALUE APPRAISED INSURED'
             TO REPORT-LINE.
           MOVE '    EXCEPTION' TO REPORT-LINE (42:13).
           WRITE REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZEROES TO LN-LOAN-NUMBER.
           START LOAN-FILE KEY IS NOT LESS THAN LN-LOAN-NUMBER
              INVALID KEY
                 MOVE 'Y' TO EOF-SW
                 DISPLAY 'COLLTV - NO LOANS ON FILE'
           END-START.
      *****************************************************************
       A300-PROCESS-RTN.
           READ LOAN-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 ADD 1 TO WS-LOANS-READ
                 IF LN-ACTIVE
                    PERFORM 100-REPORT-ONE-LOAN-RTN
                 END-IF
           END-READ.
      *****************************************************************
       100-REPORT-ONE-LOAN-RTN.
           ADD 1 TO WS-LOANS-REPORTED.
           MOVE ZEROES TO WS-LOAN-VALUE.
           PERFORM 150-START-COLLATERAL-RTN.
           PERFORM 200-SUM-ONE-ITEM-RTN UNTIL COLL-EOF-SW = 'Y'.
           MOVE ZEROES TO WS-LTV.
           MOVE SPACES TO WS-LOAN-FLAG.
           IF WS-LOAN-VALUE = ZEROES
              MOVE 'UNSECURED' TO WS-LOAN-FLAG
              ADD 1 TO WS-LOANS-UNSECURED
           ELSE
              COMPUTE WS-LTV ROUNDED =
                      LN-OUTSTANDING * 100 / WS-LOAN-VALUE
                 ON SIZE ERROR
                    MOVE 99999.99 TO WS-LTV
              END-COMPUTE
              IF WS-LTV > WS-LTV-LIMIT
                 MOVE 'OVER LIMIT' TO WS-LOAN-FLAG
                 ADD 1 TO WS-LOANS-OVER-LIMIT
              END-IF
           END-IF.
           ADD LN-OUTSTANDING TO WS-TOTAL-OUTSTANDING.
           ADD WS-LOAN-VALUE TO WS-TOTAL-VALUE.
           MOVE LN-OUTSTANDING TO WS-AMOUNT-DISPLAY.
           MOVE WS-LOAN-VALUE TO WS-VALUE-DISPLAY.
           MOVE WS-LTV TO WS-LTV-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING LN-LOAN-NUMBER      DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY   DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  WS-VALUE-DISPLAY    DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-LTV-DISPLAY      DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  WS-LOAN-FLAG        DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           PERFORM 150-START-COLLATERAL-RTN.
           PERFORM 300-REPORT-ONE-ITEM-RTN UNTIL COLL-EOF-SW = 'Y'.
      *****************************************************************
       150-START-COLLATERAL-RTN.
           MOVE LN-LOAN-NUMBER TO CO-LOAN-NUMBER.
           MOVE ZEROES TO CO-SEQ.
           MOVE 'N' TO COLL-EOF-SW.
           START COLLATERAL-FILE KEY IS NOT LESS THAN CO-KEY
              INVALID KEY
                 MOVE 'Y' TO COLL-EOF-SW
           END-START.
      *****************************************************************
       200-SUM-ONE-ITEM-RTN.
           READ COLLATERAL-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO COLL-EOF-SW
              NOT AT END
                 IF CO-LOAN-NUMBER NOT = LN-LOAN-NUMBER
                    MOVE 'Y' TO COLL-EOF-SW
                 ELSE
                    IF CO-ACTIVE
                       ADD CO-APPRAISED-VALUE TO WS-LOAN-VALUE
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
       300-REPORT-ONE-ITEM-RTN.
           READ COLLATERAL-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO COLL-EOF-SW
              NOT AT END
                 IF CO-LOAN-NUMBER NOT = LN-LOAN-NUMBER
                    MOVE 'Y' TO COLL-EOF-SW
                 ELSE
                    IF CO-ACTIVE
                       PERFORM 350-FLAG-ITEM-RTN
                       PERFORM 400-WRITE-ITEM-LINE-RTN
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
      * APPRAISAL AGE IS COUNTED ON A 30/360 BASIS, AS FOR LOAN      *
      * INTEREST.  PLEDGED DEPOSITS NEED NEITHER APPRAISAL NOR       *
      * INSURANCE.                                                   *
      *****************************************************************
       350-FLAG-ITEM-RTN.
           MOVE SPACES TO WS-ITEM-FLAG.
           MOVE 1 TO WS-FLAG-PTR.
           IF NOT CO-DEPOSIT AND NOT CO-TERM-DEPOSIT
              MOVE CO-APPRAISAL-DATE TO WS-APPR-DATE
              COMPUTE WS-APPR-AGE =
                      (WS-BUS-YYYY - WS-APPR-YYYY) * 360
                    + (WS-BUS-MM - WS-APPR-MM) * 30
                    + (WS-BUS-DD - WS-APPR-DD)
              IF WS-APPR-AGE > WS-APPR-DAYS
                 ADD 1 TO WS-ITEMS-STALE
                 STRING 'STALE APPRAISAL ' DELIMITED BY SIZE
                   INTO WS-ITEM-FLAG WITH POINTER WS-FLAG-PTR
                 END-STRING
              END-IF
              IF CO-INSURANCE-EXPIRY = ZEROES
                 IF CO-REAL-ESTATE OR CO-VEHICLE
                    ADD 1 TO WS-ITEMS-UNINSURED
                    STRING 'NO INSURANCE' DELIMITED BY SIZE
                      INTO WS-ITEM-FLAG WITH POINTER WS-FLAG-PTR
                    END-STRING
                 END-IF
              ELSE
                 IF CO-INSURANCE-EXPIRY < WS-BUSINESS-DATE
                    ADD 1 TO WS-ITEMS-EXPIRED
                    STRING 'INSURANCE EXPIRED' DELIMITED BY SIZE
                      INTO WS-ITEM-FLAG WITH POINTER WS-FLAG-PTR
                    END-STRING
                 END-IF
              END-IF
           END-IF.
      *****************************************************************
       400-WRITE-ITEM-LINE-RTN.
           MOVE CO-APPRAISED-VALUE TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING '  '                DELIMITED BY SIZE
                  CO-SEQ              DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  CO-TYPE             DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY   DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  CO-APPRAISAL-DATE   DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  CO-INSURANCE-EXPIRY DELIMITED BY SIZE
                  '   '               DELIMITED BY SIZE
                  WS-ITEM-FLAG        DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
      *****************************************************************
       A900-CLOSE-RTN.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-LOANS-REPORTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ACTIVE LOANS REPORTED    : ' WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-OUTSTANDING TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TOTAL OUTSTANDING        : ' WS-TOTAL-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-VALUE TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TOTAL COLLATERAL VALUE   : ' WS-TOTAL-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'UNSECURED LOANS: ' WS-LOANS-UNSECURED
                  '  LOANS OVER LTV LIMIT: ' WS-LOANS-OVER-LIMIT
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'STALE APPRAISALS: ' WS-ITEMS-STALE
                  '  INSURANCE EXPIRED: ' WS-ITEMS-EXPIRED
                  '  NO INSURANCE: ' WS-ITEMS-UNINSURED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE LOAN-FILE.
           CLOSE COLLATERAL-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'COLLTV - LOANS READ: ' WS-LOANS-READ.
           DISPLAY 'COLLTV - ACTIVE LOANS REPORTED: ' WS-LOANS-REPORTED.
           DISPLAY 'COLLTV - UNSECURED: ' WS-LOANS-UNSECURED
                   ' OVER LIMIT: ' WS-LOANS-OVER-LIMIT.
           STOP RUN.
