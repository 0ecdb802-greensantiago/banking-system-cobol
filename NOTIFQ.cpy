              88 NQ-SENT            VALUE 'S'.
              88 NQ-DELIVERED       VALUE 'D'.
              88 NQ-UNDELIVERABLE   VALUE 'U'.
              88 NQ-SUPPRESSED      VALUE 'X'.
           05 NQ-RETRY-COUNT        PIC 9(2).
