           05 CU-STATUS             PIC X VALUE 'A'.
              88 CU-ACTIVE          VALUE 'A'.
              88 CU-CLOSED          VALUE 'C'.
              88 CU-DECEASED        VALUE 'D'.
           05 CU-OPENED-DATE        PIC 9(8) VALUE ZEROES.
           05 CU-LAST-MAINT-DATE    PIC 9(8) VALUE ZEROES.
           05 CU-LAST-MAINT-BY      PIC X(15) VALUE SPACES.
           05 CU-CONSOL-STMT        PIC X VALUE 'N'.
              88 CU-CONSOLIDATED    VALUE 'Y'.
           05 CU-MERGED-INTO        PIC 9(8) VALUE ZEROES.
