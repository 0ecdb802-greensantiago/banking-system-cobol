      * AUTHORITY APPROVES IT.  APPROVED BATCHES PRINT ON THEIR OWN  *
      * REGISTER SO TRIALBAL DIFFERENCES CAN BE TRACED TO THEM.      *
      * BATCH NUMBERS COME FROM THE GJSEQ SERIES ON SYSCTL.DAT.      *
      * NO BATCH MAY BE ENTERED OR APPROVED WHILE THE BUSINESS DATE  *
      * FALLS ON OR BEFORE SYSCTL KEY GLCLOSED (A CLOSED GL YEAR).   *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJRNL IS INITIAL.
           DATA RECORD IS GL-REC.
       COPY GLRECON.
       FD  USER-FILE
           RECORD CONTAINS 321 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS USER-REC.
       COPY USERFILE.
       01  WS-BATCH-ENTERED-BY       PIC X(15) VALUE SPACES.
       01  WS-CURRENT-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZEROES.
       01  WS-GL-CLOSED              PIC 9(8) VALUE ZEROES.
       01  WS-AMOUNT-DISPLAY         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-SUPV-SW                PIC X VALUE 'N'.
       01  WS-LIST-LINE              PIC 99 VALUE ZEROES.
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-BUSINESS-DATE
           END-READ.
           MOVE 'GLCLOSED  ' TO CTL-KEY.
           READ SYSCTL-FILE
              NOT INVALID KEY
                 MOVE CTL-ACCT-VALUE TO WS-GL-CLOSED
           END-READ.
           MOVE 'N' TO WS-SUPV-SW.
           MOVE LS-USER-ID TO USER-ID.
           READ USER-FILE
       A300-PROCESS-RTN.
           ACCEPT G-GJ-FUNC.
           INSPECT WS-GJ-FUNC CONVERTING ALPHALOWER TO ALPHAUPPER.
           IF (WS-GJ-FUNC = 'E' OR WS-GJ-FUNC = 'A')
              AND WS-BUSINESS-DATE NOT > WS-GL-CLOSED
              DISPLAY 'BUSINESS DATE IS IN A CLOSED GL PERIOD'
                      LINE 22 COL 2 ERASE EOL
           ELSE
           IF WS-GJ-FUNC = 'E'
              PERFORM 100-ENTER-BATCH-RTN
           ELSE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           PERFORM A800-ASK-EXIT-RTN.
      *****************************************************************
