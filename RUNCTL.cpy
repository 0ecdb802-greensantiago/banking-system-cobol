              88 RC-COMPLETED       VALUE 'C'.
           05 RC-RECORD-COUNT       PIC 9(9).
           05 RC-LAST-KEY           PIC 9(10).
           05 RC-START-TIME         PIC 9(8).
           05 RC-END-TIME           PIC 9(8).
           05 RC-BUSINESS-DATE      PIC 9(8).
