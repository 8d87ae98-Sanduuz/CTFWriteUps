      *> spaces here, exactly as susp.cpy grew its aging fields.
           05 AUD-DUPE-BATCH    PIC X(8).
           05 AUD-DUPE-BOARD    PIC 9(6).
      *> Puzzle ID the board quoted (spaces on a batch-level RJCT or a
      *> board keyed without one), the validation attempt this record
      *> represents (1 on first arrival, 2 and up on each suspense
      *> reprocess of the same board) and, on a FAIL, the grid row and
      *> column of the failing cell - the given that disagreed, or the
      *> cell where the repeated digit turned up in the row, column or
      *> box named in AUD-DETAIL. Zero when there is no one cell to
      *> blame (a PASS, a short board, a puzzle not on the master).
      *> Older records read as spaces here and are counted as first
      *> attempts with no cell.
           05 AUD-PZL-ID        PIC X(8).
           05 AUD-ATTEMPT       PIC 9(2).
           05 AUD-FAIL-ROW      PIC 9(2).
           05 AUD-FAIL-COL      PIC 9(2).
