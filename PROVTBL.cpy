       01  PROV-TABLE-REC.
           05 PV-CLASS              PIC X.
              88 PV-CURRENT         VALUE 'C'.
              88 PV-SPECIAL         VALUE 'M'.
              88 PV-SUBSTANDARD     VALUE 'S'.
              88 PV-DOUBTFUL        VALUE 'D'.
              88 PV-LOSS            VALUE 'L'.
           05 PV-DAYS-FROM          PIC 9(4).
           05 PV-PROV-PCT           PIC 9(3)V99.
           05 PV-ENTERED-BY         PIC X(15).
           05 PV-ENTERED-DATE       PIC 9(8).
