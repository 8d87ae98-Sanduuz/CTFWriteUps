           05 OPR-MAX-GRID      PIC 9(2).
      *> "Y" when the operator may resume a prior shift's checkpoint.
           05 OPR-RESUME        PIC X(1).
      *> Last maintenance change to the entry, stamped by OM: when,
      *> and the supervisor who keyed it. Spaces on entries that
      *> predate the maintenance run.
           05 OPR-CHG-TS        PIC X(21).
           05 OPR-CHG-BY        PIC X(8).
