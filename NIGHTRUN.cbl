      ****************************************************************
      * THIS PROGRAM IS THE OPERATOR CONSOLE FOR THE NIGHT BATCH     *
      * WINDOW.  IT KNOWS THE JOB STREAM AND ITS ORDER - ACCTEXT,    *
      * REFCHECK, BALPROOF, INTACCR, GLPOST, HISTROLL, HOUSEKP - AND *
      * UNLOCKS EACH STEP ONLY AFTER THE PREVIOUS JOB'S RUN-CTL-REC  *
      * SHOWS COMPLETED FOR THE RUN DATE, SO HISTROLL CAN NEVER      *
      * EMPTY TRANLOG.DAT BEFORE GLPOST HAS POSTED IT AND NO JOB     *
      * READS THE ACCOUNT EXTRACT BEFORE ACCTEXT HAS WRITTEN IT.     *
      * THE WHOLE STREAM IS BLOCKED UNTIL SODEOD HAS CLOSED THE      *
      * BUSINESS DATE BEING PROCESSED, AND AN END-OF-STREAM          *
      * CERTIFICATION PAGE LISTS EVERY JOB, ITS RECORD COUNT, ITS    *
      * STATUS AND ITS ELAPSED TIME FOR THE MORNING FILE.            *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHTRUN.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CTL-FILE
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS RUN-CTL-REC.
       COPY RUNCTL.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-JOB-STREAM.
           05 FILLER                 PIC X(8) VALUE 'ACCTEXT'.
           05 FILLER                 PIC X(8) VALUE 'REFCHECK'.
           05 FILLER                 PIC X(8) VALUE 'BALPROOF'.
           05 FILLER                 PIC X(8) VALUE 'INTACCR'.
           05 FILLER                 PIC X(8) VALUE 'HISTROLL'.
           05 FILLER                 PIC X(8) VALUE 'HOUSEKP'.
       01  WS-JOB-TABLE REDEFINES WS-JOB-STREAM.
           05 WS-JOB-NAME            PIC X(8) OCCURS 7 TIMES.
       01  WS-JOB-STATUS-TABLE.
           05 WS-JOB-RESULT OCCURS 7 TIMES.
              10 WS-JOB-STATE        PIC X(10).
              10 WS-JOB-COUNT        PIC 9(9).
              10 WS-JOB-START        PIC 9(8).
              10 WS-JOB-END          PIC 9(8).
       01  WS-JOB-IDX                PIC 9(2) VALUE ZEROES.
       01  WS-RUN-DATE               PIC 9(8) VALUE ZEROES.
       01  WS-PROCESS-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-ANSWER                 PIC X VALUE SPACES.
       01  STEP-DONE-SW              PIC X VALUE 'N'.
       01  STREAM-ABORT-SW           PIC X VALUE 'N'.
       01  WS-CLOCK-TIME.
           05 WS-CLOCK-HH            PIC 9(2).
           05 WS-CLOCK-MM            PIC 9(2).
           05 WS-CLOCK-SS            PIC 9(2).
           05 WS-CLOCK-CC            PIC 9(2).
       01  WS-START-SECS             PIC 9(5) VALUE ZEROES.
       01  WS-END-SECS               PIC 9(6) VALUE ZEROES.
       01  WS-ELAPSED-SECS           PIC 9(5) VALUE ZEROES.
       01  WS-STREAM-SECS            PIC 9(6) VALUE ZEROES.
       01  WS-ELAPSED-WORK           PIC 9(6) VALUE ZEROES.
       01  WS-ELAPSED-REM            PIC 9(6) VALUE ZEROES.
       01  WS-ELAPSED-TEXT           PIC X(8) VALUE SPACES.
       01  WS-ELAPSED-DISPLAY.
           05 WS-EL-HH               PIC 9(2).
           05 FILLER                 PIC X VALUE ':'.
           05 WS-EL-MM               PIC 9(2).
           05 FILLER                 PIC X VALUE ':'.
           05 WS-EL-SS               PIC 9(2).
       COPY APLHA.
      *****************************************************************
       PROCEDURE DIVISION.
           IF STREAM-ABORT-SW = 'N'
              MOVE 1 TO WS-JOB-IDX
              PERFORM A300-RUN-ONE-STEP-RTN
                 UNTIL WS-JOB-IDX > 7 OR STREAM-ABORT-SW = 'Y'
           END-IF.
           PERFORM A400-CERTIFICATION-RTN.
           PERFORM A900-CLOSE-RTN.
              MOVE 'Y' TO STREAM-ABORT-SW
           END-IF.
           MOVE 1 TO WS-JOB-IDX.
           PERFORM 050-CLEAR-ONE-STATUS-RTN UNTIL WS-JOB-IDX > 7.
      *****************************************************************
       050-CLEAR-ONE-STATUS-RTN.
           MOVE 'NOT RUN' TO WS-JOB-STATE (WS-JOB-IDX).
           MOVE ZEROES TO WS-JOB-COUNT (WS-JOB-IDX).
           MOVE ZEROES TO WS-JOB-START (WS-JOB-IDX).
           MOVE ZEROES TO WS-JOB-END (WS-JOB-IDX).
           ADD 1 TO WS-JOB-IDX.
      *****************************************************************
      * EACH STEP IS UNLOCKED IN SEQUENCE: THE OPERATOR RUNS THE JOB *
                    MOVE 'COMPLETED' TO WS-JOB-STATE (WS-JOB-IDX)
                    MOVE RC-RECORD-COUNT
                      TO WS-JOB-COUNT (WS-JOB-IDX)
                    MOVE RC-START-TIME
                      TO WS-JOB-START (WS-JOB-IDX)
                    MOVE RC-END-TIME
                      TO WS-JOB-END (WS-JOB-IDX)
                    MOVE 'Y' TO STEP-DONE-SW
                    DISPLAY 'NIGHTRUN - '
                            WS-JOB-NAME (WS-JOB-IDX)
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE 'JOB       STATUS      RECORDS    ELAPSED'
             TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 1 TO WS-JOB-IDX.
           PERFORM 300-WRITE-ONE-JOB-RTN UNTIL WS-JOB-IDX > 7.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-STREAM-SECS TO WS-ELAPSED-WORK.
           PERFORM 360-FORMAT-ELAPSED-RTN.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TOTAL JOB ELAPSED TIME    ' WS-ELAPSED-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF STREAM-ABORT-SW = 'Y'
              MOVE 'STREAM DID NOT COMPLETE - SEE STATUS ABOVE'
                TO REPORT-LINE
           WRITE REPORT-LINE.
      *****************************************************************
       300-WRITE-ONE-JOB-RTN.
           MOVE SPACES TO WS-ELAPSED-TEXT.
           IF WS-JOB-STATE (WS-JOB-IDX) = 'COMPLETED' AND
              WS-JOB-START (WS-JOB-IDX) NOT = ZEROES AND
              WS-JOB-END (WS-JOB-IDX) NOT = ZEROES
              PERFORM 350-COMPUTE-ELAPSED-RTN
              MOVE WS-ELAPSED-DISPLAY TO WS-ELAPSED-TEXT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-JOB-NAME (WS-JOB-IDX)  DELIMITED BY SIZE
                  '  '                      DELIMITED BY SIZE
                  WS-JOB-STATE (WS-JOB-IDX) DELIMITED BY SIZE
                  '  '                      DELIMITED BY SIZE
                  WS-JOB-COUNT (WS-JOB-IDX) DELIMITED BY SIZE
                  '  '                      DELIMITED BY SIZE
                  WS-ELAPSED-TEXT           DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           ADD 1 TO WS-JOB-IDX.
      *****************************************************************
      * RUN CONTROL HOLDS EACH JOB'S START AND END CLOCK AS          *
      * HHMMSSCC.  A JOB THAT RAN PAST MIDNIGHT ENDS ON A SMALLER    *
      * CLOCK, SO A FULL DAY IS ADDED BACK.                          *
      *****************************************************************
       350-COMPUTE-ELAPSED-RTN.
           MOVE WS-JOB-START (WS-JOB-IDX) TO WS-CLOCK-TIME.
           COMPUTE WS-START-SECS = WS-CLOCK-HH * 3600
                   + WS-CLOCK-MM * 60 + WS-CLOCK-SS.
           MOVE WS-JOB-END (WS-JOB-IDX) TO WS-CLOCK-TIME.
           COMPUTE WS-END-SECS = WS-CLOCK-HH * 3600
                   + WS-CLOCK-MM * 60 + WS-CLOCK-SS.
           IF WS-END-SECS < WS-START-SECS
              ADD 86400 TO WS-END-SECS
           END-IF.
           COMPUTE WS-ELAPSED-SECS = WS-END-SECS - WS-START-SECS.
           ADD WS-ELAPSED-SECS TO WS-STREAM-SECS.
           MOVE WS-ELAPSED-SECS TO WS-ELAPSED-WORK.
           PERFORM 360-FORMAT-ELAPSED-RTN.
      *****************************************************************
       360-FORMAT-ELAPSED-RTN.
           DIVIDE WS-ELAPSED-WORK BY 3600 GIVING WS-EL-HH
                  REMAINDER WS-ELAPSED-REM.
           DIVIDE WS-ELAPSED-REM BY 60 GIVING WS-EL-MM
                  REMAINDER WS-EL-SS.
      *****************************************************************
       A900-CLOSE-RTN.
           CLOSE RUN-CTL-FILE.
