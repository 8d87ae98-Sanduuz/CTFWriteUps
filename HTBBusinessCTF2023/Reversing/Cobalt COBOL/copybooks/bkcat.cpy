      *> Backup catalog record, CCBKUP.CAT. One record per generation
      *> still on disk: which master or control file it is a copy of,
      *> the business date it was taken for, and the control totals
      *> proved on the copy when BK took it. RS will only restore a
      *> generation whose record count and hash total still agree with
      *> the catalog, so a damaged or hand-edited copy is refused
      *> rather than loaded over the live file.
       01 BKC-RECORD.
           05 BKC-BUS-DATE      PIC 9(8).
      *> Live name of the file, e.g. "CCPUZZLE.DAT". The generation is
      *> the same name with the date in place of the extension:
      *> CCPUZZLE-yyyymmdd.BKP.
           05 BKC-MEMBER        PIC X(12).
           05 BKC-REC-CT        PIC 9(9).
      *> Sum over every record of each byte's character code times its
      *> position in the record, so a changed, shifted or swapped byte
      *> moves the total even where the record count does not.
           05 BKC-HASH          PIC 9(15).
      *> When the generation was taken.
           05 BKC-TAKEN-TS      PIC X(21).
