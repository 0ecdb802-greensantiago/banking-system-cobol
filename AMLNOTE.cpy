       01  AML-NOTE-REC.
           05 SN-KEY.
              10 SN-CASE-NUMBER     PIC 9(8).
              10 SN-DATE            PIC 9(8).
              10 SN-TIME            PIC 9(8).
           05 SN-USER-ID            PIC X(15).
           05 SN-NOTE-TEXT          PIC X(60).
