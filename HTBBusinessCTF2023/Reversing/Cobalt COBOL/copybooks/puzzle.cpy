      *> the cell was blank on the issued puzzle). CC checks every
      *> non-zero given against the submitted board before the
      *> uniqueness checks run, so a valid-but-different grid can no
      *> longer pass as a solution to the puzzle we issued. The file
      *> is keyed on PZL-ID.
       01 PUZZLE-RECORD.
           05 PZL-ID            PIC X(8).
           05 PZL-GIVEN         PIC 9(1) OCCURS 256 TIMES.
