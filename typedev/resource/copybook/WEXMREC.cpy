    05  EXM-EFF-FROM                PIC 9(8).
    05  EXM-EFF-TO                  PIC 9(8).
    05  EXM-REQUESTOR               PIC X(08).
    05  EXM-ADDED-GEN               PIC X(16).
    05  EXM-DELETED-GEN             PIC X(16).
