       01  BR-CLOSE-REC.
           05 BC-KEY.
              10 BC-BRANCH-CODE     PIC X(4).
              10 BC-BUSINESS-DATE   PIC 9(8).
           05 BC-STATUS             PIC X.
              88 BC-CLOSED          VALUE 'C'.
              88 BC-OVERRIDDEN      VALUE 'O'.
           05 BC-CLOSED-BY          PIC X(15).
           05 BC-CLOSE-DATE         PIC 9(8).
           05 BC-CLOSE-TIME         PIC 9(8).
           05 BC-OVERRIDES-SEEN     PIC 9(3).
           05 BC-REASON             PIC X(30).
