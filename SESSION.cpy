       01  SESSION-REC.
           05 SS-USER-ID            PIC X(15).
           05 SS-LOCATION.
              10 SS-BRANCH-CODE     PIC X(4).
              10 SS-TERMINAL-ID     PIC X(10).
           05 SS-SIGNON-DATE        PIC 9(8).
           05 SS-SIGNON-TIME        PIC 9(8).
           05 SS-LAST-DATE          PIC 9(8).
           05 SS-LAST-TIME          PIC 9(8).
