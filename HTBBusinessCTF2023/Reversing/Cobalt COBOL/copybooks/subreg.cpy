      *> dispositioned DUPE instead of validating to a second PASS,
      *> and the original occurrence recorded here is quoted in the
      *> audit detail so the repeat can be traced to its source.
      *> The file is keyed on SREG-KEY - puzzle ID and fingerprint
      *> together - so a board is checked with one direct read.
       01 SREG-RECORD.
           05 SREG-KEY.
               10 SREG-PZL-ID   PIC X(8).
               10 SREG-FP1      PIC 9(9).
               10 SREG-FP2      PIC 9(9).
           05 SREG-BATCH-ID     PIC X(8).
           05 SREG-BOARD-NO     PIC 9(6).
