       01  SUSP-REG-REC.
           05 SU-ITEM-NUMBER        PIC 9(8).
           05 SU-SOURCE             PIC X(8).
              88 SU-FROM-CHNLPOST   VALUE 'CHNLPOST'.
              88 SU-FROM-CHKCLEAR   VALUE 'CHKCLEAR'.
              88 SU-FROM-SOEXEC     VALUE 'SOEXEC'.
              88 SU-FROM-SWEXEC     VALUE 'SWEXEC'.
           05 SU-REFERENCE          PIC X(20).
           05 SU-ACCOUNT-NUMBER     PIC 9(10).
           05 SU-AMOUNT             PIC 9(9)V99.
           05 SU-DIRECTION          PIC X.
              88 SU-CREDIT-ITEM     VALUE 'C'.
              88 SU-DEBIT-ITEM      VALUE 'D'.
           05 SU-REASON             PIC X(30).
           05 SU-PARKED-DATE        PIC 9(8).
           05 SU-STATUS             PIC X.
              88 SU-OPEN            VALUE 'O'.
              88 SU-PENDING         VALUE 'P'.
              88 SU-APPLIED         VALUE 'A'.
              88 SU-RETURNED        VALUE 'R'.
           05 SU-PENDING-ACTION     PIC X.
              88 SU-APPLY-REQUESTED VALUE 'A'.
              88 SU-RETURN-REQUESTED VALUE 'R'.
           05 SU-TARGET-ACCOUNT     PIC 9(10).
           05 SU-MAKER              PIC X(15).
           05 SU-CHECKER            PIC X(15).
           05 SU-RESOLVED-DATE      PIC 9(8).
