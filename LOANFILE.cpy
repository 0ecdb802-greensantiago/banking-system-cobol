              88 LN-ACTIVE          VALUE 'A'.
              88 LN-PAID-OFF        VALUE 'P'.
              88 LN-WRITTEN-OFF     VALUE 'W'.
           05 LN-PENALTY-DUE        PIC 9(7)V99 VALUE ZEROES.
           05 LN-PENALTY-THRU-DATE  PIC 9(8) VALUE ZEROES.
           05 LN-LOAN-CLASS         PIC X VALUE 'C'.
              88 LN-CLASS-CURRENT   VALUE 'C'.
              88 LN-CLASS-SPECIAL   VALUE 'M'.
              88 LN-CLASS-SUBSTD    VALUE 'S'.
              88 LN-CLASS-DOUBTFUL  VALUE 'D'.
              88 LN-CLASS-LOSS      VALUE 'L'.
           05 LN-ACCRUAL-STATUS     PIC X VALUE 'A'.
              88 LN-ACCRUING        VALUE 'A'.
              88 LN-NON-ACCRUAL     VALUE 'N'.
           05 LN-PROVISION          PIC 9(9)V99 VALUE ZEROES.
