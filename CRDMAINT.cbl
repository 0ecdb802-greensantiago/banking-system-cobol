      * CARDS, AND LISTS AN ACCOUNT'S CARDS.  CHNLPOST REJECTS       *
      * CHANNEL ITEMS FOR ACCOUNTS WITHOUT A USABLE CARD.  EVERY     *
      * HOT-LIST ACTION IS WRITTEN TO SECLOG.DAT WITH THE ACTING     *
      * OFFICER.  ACTIVATING A RENEWAL CARD ISSUED BY CRDRENEW       *
      * EXPIRES THE CARD IT REPLACES AND MARKS THE RENEWAL ON        *
      * CARDRNW.DAT AS ACTIVATED.                                    *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRDMAINT IS INITIAL.
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTL-KEY.
           SELECT CARD-RENEWAL-FILE ASSIGN TO 'CARDRNW.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CR-OLD-CARD-NUMBER
                  ALTERNATE KEY IS CR-NEW-CARD-NUMBER
                  WITH DUPLICATES.
           SELECT SEC-LOG-FILE ASSIGN TO 'SECLOG.DAT'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.
           LABEL RECORD IS STANDARD
           DATA RECORD IS CTL-REC.
       COPY SYSCTL.
       FD  CARD-RENEWAL-FILE
           RECORD CONTAINS 94 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CARD-RENEWAL-REC.
       COPY CARDRNW.
       FD  SEC-LOG-FILE
           RECORD CONTAINS 76 CHARACTERS
           LABEL RECORD IS STANDARD
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-CURRENT-TIME           PIC 9(8) VALUE ZEROES.
       01  WS-NEW-STATUS             PIC X VALUE SPACES.
       01  WS-OLD-STATUS             PIC X VALUE SPACES.
       01  WS-LIST-LINE              PIC 99 VALUE ZEROES.
       01  EXIT-SW                   PIC X VALUE 'N'.
       01  EOF-SW                    PIC X VALUE 'N'.
           OPEN I-O CARD-FILE.
           OPEN INPUT ACCOUNT-FILE.
           OPEN I-O SYSCTL-FILE.
           OPEN I-O CARD-RENEWAL-FILE.
           OPEN EXTEND SEC-LOG-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           DISPLAY G-CRDMAINT.
                 DISPLAY 'CARD NUMBER NOT ON FILE'
                         LINE 22 COL 2 ERASE EOL
              NOT INVALID KEY
                 MOVE CARD-STATUS TO WS-OLD-STATUS
                 MOVE WS-NEW-STATUS TO CARD-STATUS
                 REWRITE CARD-REC
                    INVALID KEY
                       IF WS-NEW-STATUS = 'H'
                          PERFORM 300-WRITE-SECLOG-RTN
                       END-IF
                       IF WS-NEW-STATUS = 'A' AND WS-OLD-STATUS = 'P'
                          PERFORM 250-ACTIVATE-RENEWAL-RTN
                       END-IF
                 END-REWRITE
           END-READ.
      *****************************************************************
      * A PENDING CARD IS A RENEWAL - ONCE IT IS ACTIVE THE CARD IT  *
      * REPLACES IS EXPIRED SO ONLY ONE CARD IS IN USE.              *
      *****************************************************************
       250-ACTIVATE-RENEWAL-RTN.
           MOVE WS-CA-CARD TO CR-NEW-CARD-NUMBER.
           READ CARD-RENEWAL-FILE KEY IS CR-NEW-CARD-NUMBER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF CR-PENDING
                    MOVE CR-OLD-CARD-NUMBER TO CARD-NUMBER
                    READ CARD-FILE
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          MOVE 'E' TO CARD-STATUS
                          REWRITE CARD-REC
                             INVALID KEY
                                DISPLAY 'ERROR IN EXPIRING OLD CARD'
                                        LINE 22 COL 2 ERASE EOL
                          END-REWRITE
                    END-READ
                    MOVE 'A'             TO CR-STATUS
                    MOVE WS-CURRENT-DATE TO CR-ACTIVATE-DATE
                    MOVE LS-USER-ID      TO CR-ACTIVATED-BY
                    REWRITE CARD-RENEWAL-REC
                       INVALID KEY
                          DISPLAY 'ERROR IN UPDATING RENEWAL RECORD'
                                  LINE 22 COL 2 ERASE EOL
                       NOT INVALID KEY
                          DISPLAY 'RENEWAL CARD ACTIVATED - OLD CARD'
                                  ' EXPIRED' LINE 22 COL 2 ERASE EOL
                    END-REWRITE
                 END-IF
           END-READ.
      *****************************************************************
       300-WRITE-SECLOG-RTN.
           ACCEPT WS-CURRENT-TIME FROM TIME.
            CLOSE CARD-FILE.
            CLOSE ACCOUNT-FILE.
            CLOSE SYSCTL-FILE.
            CLOSE CARD-RENEWAL-FILE.
            CLOSE SEC-LOG-FILE.
            EXIT PROGRAM.
