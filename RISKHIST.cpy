       01  RISK-HIST-REC.
           05 RH-KEY.
              10 RH-CUSTOMER-NUMBER PIC 9(8).
              10 RH-DATE            PIC 9(8).
              10 RH-TIME            PIC 9(8).
           05 RH-SOURCE             PIC X.
              88 RH-RESCORED        VALUE 'B'.
              88 RH-OVERRIDE-SET    VALUE 'O'.
              88 RH-OVERRIDE-CLEAR  VALUE 'C'.
              88 RH-REVIEWED        VALUE 'V'.
           05 RH-SCORE              PIC 9(3).
           05 RH-OLD-RATING         PIC X.
           05 RH-NEW-RATING         PIC X.
           05 RH-REASON             PIC X(30).
           05 RH-ACTOR-ID           PIC X(15).
           05 RH-NEXT-REVIEW-DATE   PIC 9(8).
