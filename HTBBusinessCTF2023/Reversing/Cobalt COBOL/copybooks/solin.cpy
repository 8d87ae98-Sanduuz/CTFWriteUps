      *> Keyed submission file layout, CCSOLIN.DAT: one board per line,
      *> with batch header and trailer records between them. Read by CC
      *> for validation and written by DK when it releases a verified
      *> double-keyed batch to the window.
       01 SOL-RECORD-IN.
           05 SOL-CELL          PIC 9(1) OCCURS 256 TIMES.
      *> Which issued puzzle this submission claims to solve. Spaces on
      *> a practice or legacy board, which skips the givens check.
           05 SOL-PUZZLE-ID     PIC X(8).
      *> Batch control records share the FD with the board records and are
      *> told apart by the first byte: "H" and "T" can never open a board
      *> line, which is all digits. The header identifies the batch; the
      *> trailer carries the expected board count and a hash total (sum of
      *> every cell digit in the batch) that RUN-BATCH balances against
      *> what it actually read.
       01 SOL-HEADER-IN.
           05 SOL-HDR-TYPE      PIC X(1).
           05 SOL-HDR-BATCH-ID  PIC X(8).
           05 SOL-HDR-ORIGIN    PIC X(8).
           05 SOL-HDR-BUS-DATE  PIC 9(8).
      *> Operator at the keying site who keyed the batch. Spaces on a
      *> batch keyed before sites identified their operators; DK needs
      *> it to tell the first keying from the second.
           05 SOL-HDR-KEYER     PIC X(8).
       01 SOL-TRAILER-IN.
           05 SOL-TRL-TYPE      PIC X(1).
           05 SOL-TRL-COUNT     PIC 9(6).
           05 SOL-TRL-HASH      PIC 9(10).
