           05 AO-STATUS             PIC X.
              88 AO-ACTIVE          VALUE 'A'.
              88 AO-REMOVED         VALUE 'R'.
              88 AO-DECEASED        VALUE 'D'.
           05 AO-ADDED-BY           PIC X(15).
           05 AO-ADDED-DATE         PIC 9(8).
