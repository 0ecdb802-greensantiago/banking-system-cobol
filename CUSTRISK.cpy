       01  CUST-RISK-REC.
           05 RK-CUSTOMER-NUMBER    PIC 9(8).
           05 RK-RATING             PIC X.
              88 RK-LOW-RISK        VALUE 'L'.
              88 RK-MEDIUM-RISK     VALUE 'M'.
              88 RK-HIGH-RISK       VALUE 'H'.
           05 RK-SCORE              PIC 9(3).
           05 RK-SCORED-RATING      PIC X.
           05 RK-SCORED-DATE        PIC 9(8).
           05 RK-WL-HITS            PIC 9(3).
           05 RK-COVERED-HITS       PIC 9(3).
           05 RK-STRUCT-HITS        PIC 9(3).
           05 RK-CASH-VOLUME        PIC 9(11)V99.
           05 RK-FX-COUNT           PIC 9(5).
           05 RK-EXT-COUNT          PIC 9(5).
           05 RK-KYC-DEFICIENT      PIC 9(3).
           05 RK-OVERRIDE-SW        PIC X VALUE 'N'.
              88 RK-OVERRIDDEN      VALUE 'Y'.
           05 RK-OVERRIDE-RATING    PIC X.
           05 RK-OVERRIDE-REASON    PIC X(30).
           05 RK-OVERRIDE-BY        PIC X(15).
           05 RK-OVERRIDE-DATE      PIC 9(8).
           05 RK-LAST-REVIEW-DATE   PIC 9(8).
           05 RK-LAST-REVIEW-BY     PIC X(15).
           05 RK-NEXT-REVIEW-DATE   PIC 9(8).
