      * CHANGES ONE, WITH THE OLD AND NEW VALUES SHOWN FOR           *
      * CONFIRMATION, SENSIBLE RANGES VALIDATED PER KEY, AND EVERY   *
      * CHANGE WRITTEN TO THE AUDIT FILE CTLAUDIT.DAT (REPORTED BY   *
      * CTLAUDRP).  GLCLOSED CAN ONLY BE MOVED BACK HERE, TO REOPEN  *
      * A CLOSED GL PERIOD; CLOSING A YEAR IS DONE BY GLYRCLS.       *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLMAINT IS INITIAL.
           DATA RECORD IS CTL-REC.
       COPY SYSCTL.
       FD  USER-FILE
           RECORD CONTAINS 321 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS USER-REC.
       COPY USERFILE.
                 MOVE 'N' TO RANGE-OK-SW
              END-IF
           END-IF.
           IF WS-CTL-KEY = 'RETDAYS' OR WS-CTL-KEY = 'ACCTRETN'
              IF WS-CTL-NUM = ZEROES OR WS-CTL-NUM > 9999
                 MOVE 'N' TO RANGE-OK-SW
              END-IF
           END-IF.
           IF WS-CTL-KEY = 'GLCLOSED'
              IF NEW-KEY-SW = 'Y' OR WS-CTL-ACCT NOT < WS-OLD-ACCT
                 MOVE 'N' TO RANGE-OK-SW
              END-IF
           END-IF.
      *****************************************************************
      * THE POSTING LIMITS ARE SENSITIVE - ONE OPERATOR ACTING       *
      * ALONE MUST NOT RAISE THEM.  A CHANGE TO AN EXISTING LIMIT   *
