           02 FILLER PIC X VALUE SPACE.
           02 SES-NETSIGN PIC X(01).
           02 SES-NET PIC 9(08)V99.

      *The bankroll the profile sat down with, on both lines, so a
      *session still open can be given its running net against the
      *BANK record while it is played (FloorMon); lines written
      *before it was kept carry spaces

           02 FILLER PIC X VALUE SPACE.
           02 SES-OPENING PIC 9(08)V99.
