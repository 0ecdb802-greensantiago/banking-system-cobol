       01  COLL-RELEASE-AREA.
           05 RL-LOAN-NUMBER        PIC 9(10).
           05 RL-RELEASED-BY        PIC X(15).
           05 RL-RELEASE-DATE       PIC 9(8).
           05 RL-ITEMS-RELEASED     PIC 9(3).
