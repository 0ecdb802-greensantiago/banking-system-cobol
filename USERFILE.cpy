           05 USER-TEMP-PW-DATE     PIC 9(8) VALUE ZEROES.
           05 USER-BRANCH-CODE      PIC X(4) VALUE SPACES.
           05 USER-CUSTOMER-NO      PIC 9(8) VALUE ZEROES.
           05 USER-LAST-SIGNON-DATE PIC 9(8) VALUE ZEROES.
           05 USER-LAST-SIGNON-TIME PIC 9(8) VALUE ZEROES.
           05 USER-LAST-TERMINAL    PIC X(10) VALUE SPACES.
           05 USER-ACTIVE-DATE      PIC 9(8) VALUE ZEROES.
