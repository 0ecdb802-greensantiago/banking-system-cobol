       01  ESTMT-REC.
           05 ES-ACCOUNT-NUMBER     PIC 9(10).
           05 ES-STATUS             PIC X VALUE 'E'.
              88 ES-ENROLLED        VALUE 'E'.
              88 ES-BOUNCED         VALUE 'B'.
              88 ES-CANCELLED       VALUE 'C'.
           05 ES-MAINT-DATE         PIC 9(8) VALUE ZEROES.
           05 ES-MAINT-BY           PIC X(15) VALUE SPACES.
           05 ES-LAST-CYCLE-DATE    PIC 9(8) VALUE ZEROES.
           05 ES-LAST-SENT-DATE     PIC 9(8) VALUE ZEROES.
           05 ES-LAST-SENT-TIME     PIC 9(8) VALUE ZEROES.
           05 ES-LAST-RESULT        PIC X VALUE SPACES.
              88 ES-RESULT-PENDING  VALUE 'P'.
              88 ES-RESULT-DELIVERED VALUE 'D'.
              88 ES-RESULT-BOUNCED  VALUE 'U'.
           05 ES-BOUNCE-DATE        PIC 9(8) VALUE ZEROES.
           05 ES-BOUNCE-COUNT       PIC 9(3) VALUE ZEROES.
