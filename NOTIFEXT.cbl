      * NOTIFQ.DAT.  PENDING ITEMS WITH CONTACT DETAILS ARE          *
      * FORMATTED ONTO NOTIFOUT.DAT FOR THE SMS/EMAIL GATEWAY AND    *
      * MARKED SENT; ITEMS WITH NO CONTACT NUMBER AND NO EMAIL ARE   *
      * MARKED UNDELIVERABLE AND LISTED ON THE REPORT.  ITEMS FOR AN *
      * ACCOUNT WHOSE CUSTOMER HAS BEEN REPORTED DECEASED ARE NOT    *
      * SENT BUT MARKED SUPPRESSED.                                  *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFEXT.
           SELECT NOTIF-OUT-FILE ASSIGN TO 'NOTIFOUT.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNT.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACCOUNT-NUMBER
                  ALTERNATE KEY IS USER-ID-ACCT WITH DUPLICATES.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CU-CUSTOMER-NUMBER.
           SELECT REPORT-FILE ASSIGN TO 'NOTIFEXT.RPT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           LABEL RECORD IS STANDARD
           DATA RECORD IS NOTIF-OUT-LINE.
       01  NOTIF-OUT-LINE            PIC X(120).
       FD  ACCOUNT-FILE
           RECORD CONTAINS 201 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACCOUNT-REC.
       COPY ACCOUNTFILE.
       FD  CUSTOMER-FILE
           RECORD CONTAINS 174 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CUSTOMER-REC.
       COPY CUSTFILE.
       FD  REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORD IS STANDARD
       WORKING-STORAGE SECTION.
       01  WS-ITEMS-SENT             PIC 9(9) VALUE ZEROES.
       01  WS-ITEMS-UNDELIVERABLE    PIC 9(9) VALUE ZEROES.
       01  WS-ITEMS-SUPPRESSED       PIC 9(9) VALUE ZEROES.
       01  DECEASED-SW               PIC X VALUE 'N'.
       01  EOF-SW                    PIC X VALUE 'N'.
           88 END-OF-NOTIF-FILE      VALUE 'Y'.
      *****************************************************************
       A200-INITIAL-RTN.
           OPEN I-O NOTIF-FILE.
           OPEN EXTEND NOTIF-OUT-FILE.
           OPEN INPUT ACCOUNT-FILE.
           OPEN INPUT CUSTOMER-FILE.
           OPEN OUTPUT REPORT-FILE.
           DISPLAY 'NOTIFEXT - NOTIFICATION EXTRACT STARTED'.
           MOVE 'UNDELIVERABLE NOTIFICATIONS' TO REPORT-LINE.
                 MOVE 'Y' TO EOF-SW
              NOT AT END
                 IF NQ-PENDING
                    PERFORM 050-CHECK-DECEASED-RTN
                    IF DECEASED-SW = 'Y'
                       MOVE 'X' TO NQ-STATUS
                       REWRITE NOTIF-REC
                       ADD 1 TO WS-ITEMS-SUPPRESSED
                    ELSE
                       PERFORM 100-EXTRACT-ONE-RTN
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
       050-CHECK-DECEASED-RTN.
           MOVE 'N' TO DECEASED-SW.
           MOVE NQ-ACCOUNT-NUMBER TO ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
              NOT INVALID KEY
                 IF CUSTOMER-NUMBER NOT = ZEROES
                    MOVE CUSTOMER-NUMBER TO CU-CUSTOMER-NUMBER
                    READ CUSTOMER-FILE
                       NOT INVALID KEY
                          IF CU-DECEASED
                             MOVE 'Y' TO DECEASED-SW
                          END-IF
                    END-READ
                 END-IF
           END-READ.
      *****************************************************************
           MOVE SPACES TO REPORT-LINE.
           STRING 'ITEMS SENT TO GATEWAY: ' WS-ITEMS-SENT
                  '   UNDELIVERABLE: ' WS-ITEMS-UNDELIVERABLE
                  '   SUPPRESSED: ' WS-ITEMS-SUPPRESSED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           CLOSE NOTIF-FILE.
           CLOSE NOTIF-OUT-FILE.
           CLOSE ACCOUNT-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'NOTIFEXT - ITEMS SENT: ' WS-ITEMS-SENT.
           DISPLAY 'NOTIFEXT - UNDELIVERABLE: '
                   WS-ITEMS-UNDELIVERABLE.
           DISPLAY 'NOTIFEXT - SUPPRESSED (DECEASED): '
                   WS-ITEMS-SUPPRESSED.
           STOP RUN.
