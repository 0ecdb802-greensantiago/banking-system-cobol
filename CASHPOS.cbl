      ****************************************************************
      * THIS PROGRAM IS THE DAILY BRANCH VAULT CASH POSITION REPORT. *
      * FOR EVERY BRANCH ON BRANCH.DAT IT SHOWS THE VAULT CASH       *
      * (DRAWER VAULT-<BRANCH>), DELIVERIES STILL INBOUND, PICKUPS   *
      * NOT YET COLLECTED, AND THE MINIMUM AND MAXIMUM HOLDING ON    *
      * VLTLIMIT.DAT.  A VAULT OUTSIDE ITS LIMITS IS FLAGGED, AND    *
      * WHERE THE PROJECTED POSITION IS STILL OUTSIDE THEM A         *
      * DELIVERY OR PICKUP IS SUGGESTED THAT BRINGS IT BACK TO THE   *
      * MIDPOINT OF THE LIMITS.  A SECOND SECTION LISTS EVERY CASH   *
      * ORDER STILL IN TRANSIT; ITS TOTAL PROVES THE CASH-IN-TRANSIT *
      * GL ACCOUNT.                                                  *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHPOS.
       AUTHOR. GERAD CARLOS TUPAZ.
       DATE-WRITTEN. 10 15 2026.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-FILE ASSIGN TO 'BRANCH.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BR-CODE.
           SELECT CASH-ORDER-FILE ASSIGN TO 'CASHORD.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CO-ORDER-NUMBER.
           SELECT VAULT-LIMIT-FILE ASSIGN TO 'VLTLIMIT.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VL-BRANCH-CODE.
           SELECT DRAWER-FILE ASSIGN TO 'DRAWER.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DR-TELLER-ID.
           SELECT SYSCTL-FILE ASSIGN TO 'SYSCTL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTL-KEY.
           SELECT REPORT-FILE ASSIGN TO 'CASHPOS.RPT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-FILE
           RECORD CONTAINS 84 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS BRANCH-REC.
       COPY BRANCH.
       FD  CASH-ORDER-FILE
           RECORD CONTAINS 269 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CASH-ORDER-REC.
       COPY CASHORD.
       FD  VAULT-LIMIT-FILE
           RECORD CONTAINS 49 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS VAULT-LIMIT-REC.
       COPY VLTLIMIT.
       FD  DRAWER-FILE
           RECORD CONTAINS 45 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS DRAWER-REC.
       COPY DRAWER.
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
       01  WS-DATE-SPLIT.
           05 WS-DS-YYYY             PIC 9(4).
           05 WS-DS-MM               PIC 9(2).
           05 WS-DS-DD               PIC 9(2).
       01  WS-BUS-DAYNO              PIC 9(7) VALUE ZEROES.
       01  WS-SENT-DAYNO             PIC 9(7) VALUE ZEROES.
       01  WS-DAYS-OUT               PIC 9(5) VALUE ZEROES.
       01  WS-VAULT-ID               PIC X(15) VALUE SPACES.
       01  WS-VAULT-CASH             PIC 9(11)V99 VALUE ZEROES.
       01  WS-INBOUND                PIC 9(11)V99 VALUE ZEROES.
       01  WS-OUTBOUND               PIC 9(11)V99 VALUE ZEROES.
       01  WS-MIN-HOLDING            PIC 9(11)V99 VALUE ZEROES.
       01  WS-MAX-HOLDING            PIC 9(11)V99 VALUE ZEROES.
       01  WS-PROJECTED              PIC S9(11)V99 VALUE ZEROES.
       01  WS-TARGET                 PIC 9(11)V99 VALUE ZEROES.
       01  WS-SUGGESTED              PIC 9(11)V99 VALUE ZEROES.
       01  WS-FLAG                   PIC X(9) VALUE SPACES.
       01  WS-SUGGEST-TYPE           PIC X(8) VALUE SPACES.
       01  WS-TYPE-TEXT              PIC X(8) VALUE SPACES.
       01  WS-BRANCH-COUNT           PIC 9(5) VALUE ZEROES.
       01  WS-FLAG-COUNT             PIC 9(5) VALUE ZEROES.
       01  WS-TRANSIT-COUNT          PIC 9(5) VALUE ZEROES.
       01  WS-TRANSIT-TOTAL          PIC 9(11)V99 VALUE ZEROES.
       01  WS-VAULT-TOTAL            PIC 9(11)V99 VALUE ZEROES.
       01  WS-CASH-DISPLAY           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-IN-DISPLAY             PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-OUT-DISPLAY            PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-MIN-DISPLAY            PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-MAX-DISPLAY            PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-DISPLAY          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  BR-EOF-SW                 PIC X VALUE 'N'.
           88 END-OF-BRANCHES        VALUE 'Y'.
       01  CO-EOF-SW                 PIC X VALUE 'N'.
           88 END-OF-ORDERS          VALUE 'Y'.
      *****************************************************************
       PROCEDURE DIVISION.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           PERFORM A300-PROCESS-RTN UNTIL END-OF-BRANCHES.
           PERFORM A400-TRANSIT-HEADING-RTN.
           PERFORM A500-TRANSIT-RTN UNTIL END-OF-ORDERS.
           PERFORM A900-CLOSE-RTN.
           STOP RUN.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN INPUT BRANCH-FILE.
           OPEN INPUT CASH-ORDER-FILE.
           OPEN INPUT VAULT-LIMIT-FILE.
           OPEN INPUT DRAWER-FILE.
           OPEN OUTPUT REPORT-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
           OPEN INPUT SYSCTL-FILE.
           MOVE 'BUSDATE   ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-BUSINESS-DATE
           END-READ.
           CLOSE SYSCTL-FILE.
           MOVE WS-BUSINESS-DATE TO WS-DATE-SPLIT.
           COMPUTE WS-BUS-DAYNO = WS-DS-YYYY * 360 + WS-DS-MM * 30
                   + WS-DS-DD.
           DISPLAY 'CASHPOS - BRANCH VAULT CASH POSITION FOR '
                   WS-BUSINESS-DATE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'BRANCH VAULT CASH POSITION AND SUGGESTED ORDERS - '
                  WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'BR'                TO REPORT-LINE (1:2).
           MOVE 'VAULT CASH'        TO REPORT-LINE (10:10).
           MOVE 'INBOUND'           TO REPORT-LINE (28:7).
           MOVE 'OUTBOUND'          TO REPORT-LINE (42:8).
           MOVE 'MIN HOLDING'       TO REPORT-LINE (54:11).
           MOVE 'MAX HOLDING'       TO REPORT-LINE (69:11).
           MOVE 'POSITION'          TO REPORT-LINE (82:8).
           WRITE REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO BR-CODE.
           START BRANCH-FILE KEY IS NOT LESS THAN BR-CODE
              INVALID KEY
                 MOVE 'Y' TO BR-EOF-SW
                 DISPLAY 'CASHPOS - NO BRANCHES ON FILE'
           END-START.
      *****************************************************************
       A300-PROCESS-RTN.
           READ BRANCH-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO BR-EOF-SW
              NOT AT END
                 ADD 1 TO WS-BRANCH-COUNT
                 PERFORM 100-BRANCH-POSITION-RTN
           END-READ.
      *****************************************************************
       100-BRANCH-POSITION-RTN.
           MOVE SPACES TO WS-VAULT-ID.
           STRING 'VAULT-' BR-CODE
                  DELIMITED BY SIZE INTO WS-VAULT-ID
           END-STRING.
           MOVE ZEROES TO WS-VAULT-CASH.
           MOVE WS-VAULT-ID TO DR-TELLER-ID.
           READ DRAWER-FILE
              NOT INVALID KEY
                 MOVE DR-CASH-ON-HAND TO WS-VAULT-CASH
           END-READ.
           ADD WS-VAULT-CASH TO WS-VAULT-TOTAL.
           MOVE ZEROES TO WS-MIN-HOLDING.
           MOVE ZEROES TO WS-MAX-HOLDING.
           MOVE BR-CODE TO VL-BRANCH-CODE.
           READ VAULT-LIMIT-FILE
              NOT INVALID KEY
                 MOVE VL-MIN-HOLDING TO WS-MIN-HOLDING
                 MOVE VL-MAX-HOLDING TO WS-MAX-HOLDING
           END-READ.
           MOVE ZEROES TO WS-INBOUND.
           MOVE ZEROES TO WS-OUTBOUND.
           MOVE 'N' TO CO-EOF-SW.
           MOVE ZEROES TO CO-ORDER-NUMBER.
           START CASH-ORDER-FILE KEY IS NOT LESS THAN CO-ORDER-NUMBER
              INVALID KEY
                 MOVE 'Y' TO CO-EOF-SW
           END-START.
           PERFORM 150-SUM-ORDERS-RTN UNTIL END-OF-ORDERS.
           PERFORM 200-ASSESS-POSITION-RTN.
           PERFORM 300-WRITE-BRANCH-RTN.
      *****************************************************************
      * A DELIVERY IS INBOUND UNTIL THE BRANCH CONFIRMS IT; A PICKUP *
      * IS OUTBOUND ONLY UNTIL IT IS DISPATCHED, AS THE VAULT CASH   *
      * IS REDUCED WHEN THE COURIER TAKES IT.                        *
      *****************************************************************
       150-SUM-ORDERS-RTN.
           READ CASH-ORDER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO CO-EOF-SW
              NOT AT END
                 IF CO-BRANCH-CODE = BR-CODE
                    IF CO-DELIVERY AND CO-OPEN
                       ADD CO-AMOUNT TO WS-INBOUND
                    ELSE
                    IF CO-PICKUP AND
                       (CO-REQUESTED OR CO-APPROVED)
                       ADD CO-AMOUNT TO WS-OUTBOUND
                    END-IF
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
       200-ASSESS-POSITION-RTN.
           MOVE SPACES TO WS-FLAG.
           MOVE SPACES TO WS-SUGGEST-TYPE.
           MOVE ZEROES TO WS-SUGGESTED.
           IF WS-MAX-HOLDING = ZEROES
              MOVE 'NO LIMITS' TO WS-FLAG
           ELSE
              IF WS-VAULT-CASH < WS-MIN-HOLDING
                 MOVE 'BELOW MIN' TO WS-FLAG
                 ADD 1 TO WS-FLAG-COUNT
              ELSE
              IF WS-VAULT-CASH > WS-MAX-HOLDING
                 MOVE 'OVER MAX' TO WS-FLAG
                 ADD 1 TO WS-FLAG-COUNT
              ELSE
                 MOVE 'OK' TO WS-FLAG
              END-IF
              END-IF
              COMPUTE WS-TARGET ROUNDED =
                      (WS-MIN-HOLDING + WS-MAX-HOLDING) / 2
              COMPUTE WS-PROJECTED = WS-VAULT-CASH + WS-INBOUND
                      - WS-OUTBOUND
              IF WS-PROJECTED < WS-MIN-HOLDING
                 MOVE 'DELIVERY' TO WS-SUGGEST-TYPE
                 COMPUTE WS-SUGGESTED = WS-TARGET - WS-PROJECTED
              ELSE
              IF WS-PROJECTED > WS-MAX-HOLDING
                 MOVE 'PICKUP' TO WS-SUGGEST-TYPE
                 COMPUTE WS-SUGGESTED = WS-PROJECTED - WS-TARGET
              END-IF
              END-IF
           END-IF.
      *****************************************************************
       300-WRITE-BRANCH-RTN.
           MOVE WS-VAULT-CASH  TO WS-CASH-DISPLAY.
           MOVE WS-INBOUND     TO WS-IN-DISPLAY.
           MOVE WS-OUTBOUND    TO WS-OUT-DISPLAY.
           MOVE WS-MIN-HOLDING TO WS-MIN-DISPLAY.
           MOVE WS-MAX-HOLDING TO WS-MAX-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING BR-CODE           DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-CASH-DISPLAY   DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-IN-DISPLAY     DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-OUT-DISPLAY    DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-MIN-DISPLAY    DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-MAX-DISPLAY    DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  WS-FLAG           DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF WS-SUGGEST-TYPE NOT = SPACES
              MOVE WS-SUGGESTED TO WS-CASH-DISPLAY
              MOVE SPACES TO REPORT-LINE
              STRING '     ' BR-NAME
                     '  SUGGESTED ' WS-SUGGEST-TYPE ': '
                     WS-CASH-DISPLAY
                     DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
           END-IF.
      *****************************************************************
       A400-TRANSIT-HEADING-RTN.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-VAULT-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'BRANCHES: ' WS-BRANCH-COUNT
                  '  OUTSIDE LIMITS: ' WS-FLAG-COUNT
                  '  TOTAL VAULT CASH: ' WS-TOTAL-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'CASH ORDERS IN TRANSIT' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 'ORDER'             TO REPORT-LINE (1:5).
           MOVE 'BR'                TO REPORT-LINE (11:2).
           MOVE 'TYPE'              TO REPORT-LINE (16:4).
           MOVE 'DISPATCHED'        TO REPORT-LINE (26:10).
           MOVE 'DAYS'              TO REPORT-LINE (37:4).
           MOVE 'AMOUNT'            TO REPORT-LINE (52:6).
           MOVE 'REMARKS'           TO REPORT-LINE (60:7).
           WRITE REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'N' TO CO-EOF-SW.
           MOVE ZEROES TO CO-ORDER-NUMBER.
           START CASH-ORDER-FILE KEY IS NOT LESS THAN CO-ORDER-NUMBER
              INVALID KEY
                 MOVE 'Y' TO CO-EOF-SW
           END-START.
      *****************************************************************
       A500-TRANSIT-RTN.
           READ CASH-ORDER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO CO-EOF-SW
              NOT AT END
                 IF CO-IN-TRANSIT
                    PERFORM 500-WRITE-TRANSIT-RTN
                 END-IF
           END-READ.
      *****************************************************************
       500-WRITE-TRANSIT-RTN.
           ADD 1 TO WS-TRANSIT-COUNT.
           ADD CO-AMOUNT TO WS-TRANSIT-TOTAL.
           MOVE CO-DISPATCH-DATE TO WS-DATE-SPLIT.
           COMPUTE WS-SENT-DAYNO = WS-DS-YYYY * 360 + WS-DS-MM * 30
                   + WS-DS-DD.
           IF WS-BUS-DAYNO > WS-SENT-DAYNO
              COMPUTE WS-DAYS-OUT = WS-BUS-DAYNO - WS-SENT-DAYNO
           ELSE
              MOVE ZEROES TO WS-DAYS-OUT
           END-IF.
           IF CO-DELIVERY
              MOVE 'DELIVERY' TO WS-TYPE-TEXT
           ELSE
              MOVE 'PICKUP' TO WS-TYPE-TEXT
           END-IF.
           MOVE CO-AMOUNT TO WS-CASH-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING CO-ORDER-NUMBER   DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  CO-BRANCH-CODE    DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-TYPE-TEXT      DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  CO-DISPATCH-DATE  DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  WS-DAYS-OUT       DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-CASH-DISPLAY   DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  CO-REMARKS        DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
      *****************************************************************
       A900-CLOSE-RTN.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TRANSIT-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'SHIPMENTS IN TRANSIT: ' WS-TRANSIT-COUNT
                  '  CASH IN TRANSIT: ' WS-TOTAL-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE BRANCH-FILE.
           CLOSE CASH-ORDER-FILE.
           CLOSE VAULT-LIMIT-FILE.
           CLOSE DRAWER-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'CASHPOS - BRANCHES OUTSIDE LIMITS: ' WS-FLAG-COUNT.
           DISPLAY 'CASHPOS - SHIPMENTS IN TRANSIT: ' WS-TRANSIT-COUNT.
           STOP RUN.
