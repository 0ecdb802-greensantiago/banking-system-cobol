       01  ACCT-ARC-REC.
           05 AR-ACCOUNT-NUMBER     PIC 9(10).
           05 AR-REC-TYPE           PIC X(8).
              88 AR-ACCOUNT         VALUE 'ACCOUNT '.
              88 AR-STMTCTL         VALUE 'STMTCTL '.
              88 AR-ACCRUAL         VALUE 'ACCRUAL '.
              88 AR-CHNLLIM         VALUE 'CHNLLIM '.
              88 AR-ACCTOWN         VALUE 'ACCTOWN '.
              88 AR-CARD            VALUE 'CARD    '.
              88 AR-KYCDOC          VALUE 'KYCDOC  '.
           05 AR-PURGE-DATE         PIC 9(8).
           05 AR-DATA               PIC X(201).
