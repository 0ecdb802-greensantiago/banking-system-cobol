       01  SESS-LOG-REC.
           05 SL-DATE               PIC 9(8).
           05 SL-TIME               PIC 9(8).
           05 SL-USER-ID            PIC X(15).
           05 SL-TERMINAL-ID        PIC X(10).
           05 SL-BRANCH-CODE        PIC X(4).
           05 SL-SIGNON-DATE        PIC 9(8).
           05 SL-SIGNON-TIME        PIC 9(8).
           05 SL-FORCED-BY          PIC X(15).
           05 SL-REASON             PIC X(30).
