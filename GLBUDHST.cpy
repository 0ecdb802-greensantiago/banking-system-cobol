       01  GL-BUDGET-HIST-REC.
           05 BH-BRANCH-CODE        PIC X(4).
           05 BH-GL-ACCOUNT         PIC 9(10).
           05 BH-MONTH              PIC 9(6).
           05 BH-VERSION            PIC 9(3).
           05 BH-OLD-AMOUNT         PIC S9(11)V99.
           05 BH-NEW-AMOUNT         PIC S9(11)V99.
           05 BH-CHANGED-BY         PIC X(15).
           05 BH-CHANGED-DATE       PIC 9(8).
           05 BH-CHANGED-TIME       PIC 9(8).
