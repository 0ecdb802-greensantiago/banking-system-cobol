           05 LS-STATUS             PIC X.
              88 LS-UNPAID          VALUE 'U'.
              88 LS-PAID            VALUE 'P'.
              88 LS-CLOSED          VALUE 'C'.
