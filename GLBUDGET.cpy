       01  GL-BUDGET-REC.
           05 BG-KEY.
              10 BG-BRANCH-CODE     PIC X(4).
              10 BG-GL-ACCOUNT      PIC 9(10).
              10 BG-MONTH           PIC 9(6).
           05 BG-AMOUNT             PIC S9(11)V99.
           05 BG-VERSION            PIC 9(3).
           05 BG-CHANGED-BY         PIC X(15).
           05 BG-CHANGED-DATE       PIC 9(8).
           05 BG-CHANGED-TIME       PIC 9(8).
