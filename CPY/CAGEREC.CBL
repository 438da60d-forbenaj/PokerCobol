      *Cage ledger record -- one line appended to CPY\CAGE.LOG for
      *every movement of cash between the cage (the main vault) and
      *a drawer or the bank: ISS (opening float issued to a
      *drawer), FIL (fill, cage to drawer), CRD (credit, drawer back
      *to the cage), CLS (drawer close -- the counted cash returns
      *to the cage, with the expected cash and the over/short kept
      *on the row), VIN / VOT (cash into the vault from the bank /
      *out of it to the bank) and VCT (a count of the vault itself,
      *its over/short against the book balance; it moves no cash).
      *CAGE-DATE is the calendar date the way the counter stamps
      *its rows, so a drawer's cage rows and its cashier rows line
      *up. CAGE-STAFF is the staff account that did the movement --
      *the over/short history by cashier comes off the CLS rows

       FD CAGELOG
           LABEL RECORD STANDARD.

       01 CAGE-RECORD.
           02 CAGE-DATE PIC 9(08).
           02 FILLER PIC X VALUE SPACE.
           02 CAGE-TIME PIC 9(08).
           02 FILLER PIC X VALUE SPACE.
           02 CAGE-DRAWER PIC X(04).
           02 FILLER PIC X VALUE SPACE.
           02 CAGE-TYPE PIC X(03).
           02 FILLER PIC X VALUE SPACE.
           02 CAGE-STAFF PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 CAGE-AMOUNT PIC 9(08)V99.
           02 FILLER PIC X VALUE SPACE.
           02 CAGE-EXPECTED PIC S9(08)V99 SIGN LEADING SEPARATE.
           02 FILLER PIC X VALUE SPACE.
           02 CAGE-OVERSHORT PIC S9(08)V99 SIGN LEADING SEPARATE.
           02 FILLER PIC X VALUE SPACE.
           02 CAGE-REF PIC X(12).
