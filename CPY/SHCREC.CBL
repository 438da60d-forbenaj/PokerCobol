      *Log-shipping control record -- CPY\SHIPCTL.CFG, keyed by the
      *log's key, one record per log LogShip has shipped. SHC-SEQ is
      *the last sequence number given out for the log (numbers run
      *from 1 and are never reused, whatever happens to the live
      *file); SHC-POS is how many physical rows of the live log are
      *shipped through, and SHC-LASTROW the image of the row at that
      *position. An archive run that trims the log moves that row,
      *so the next run finds its position again by the image rather
      *than trusting a stale count: a live row number r was shipped
      *as sequence SHC-SEQ - SHC-POS + r. SHC-DEST is the ship-to
      *directory the log last went to, with the date and time of
      *that run. Kept apart from CPY\HWM.CFG on purpose - the
      *archive runs empty that file outright, and the sequence
      *numbers must survive them

       FD SHIPCTL
           LABEL RECORD STANDARD.

       01 SHC-RECORD.
           02 SHC-LOG PIC X(10).
           02 SHC-SEQ PIC 9(09).
           02 SHC-POS PIC 9(09).
           02 SHC-DATE PIC 9(08).
           02 SHC-TIME PIC 9(08).
           02 SHC-DEST PIC X(40).
           02 SHC-LASTROW PIC X(200).
