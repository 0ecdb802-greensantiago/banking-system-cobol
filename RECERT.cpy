       01  RECERT-REC.
           05 UR-KEY.
              10 UR-QUARTER         PIC 9(5).
              10 UR-USER-ID         PIC X(15).
           05 UR-BRANCH-CODE        PIC X(4).
           05 UR-USER-ROLE          PIC X.
           05 UR-LAST-SIGNON-DATE   PIC 9(8).
           05 UR-LAST-TERMINAL      PIC X(10).
           05 UR-ADDED-BY           PIC X(15).
           05 UR-STATUS             PIC X.
              88 UR-PENDING         VALUE 'P'.
              88 UR-CONFIRMED       VALUE 'C'.
              88 UR-REVOKED         VALUE 'R'.
           05 UR-DECIDED-BY         PIC X(15).
           05 UR-DECIDED-DATE       PIC 9(8).
           05 UR-DECIDED-TIME       PIC 9(8).
