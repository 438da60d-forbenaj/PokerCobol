      *Voucher breakage record -- one line appended to
      *CPY\VCHLAPSE.LOG by the nightly VchClose run for every
      *free-play voucher that reached its expiry unredeemed. The
      *voucher's VCH record turns to status L the same night, so
      *the liability comes off the book and the amount here is the
      *breakage finance books as income

       FD LAPSELOG
           LABEL RECORD STANDARD.

       01 LAP-RECORD.
           02 LAP-DATE PIC 9(08).
           02 FILLER PIC X VALUE SPACE.
           02 LAP-VOUCHERNO PIC 9(06).
           02 FILLER PIC X VALUE SPACE.
           02 LAP-HOLDER PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 LAP-AMOUNT PIC 9(08)V99.
           02 FILLER PIC X VALUE SPACE.
           02 LAP-ISSUED PIC 9(08).
           02 FILLER PIC X VALUE SPACE.
           02 LAP-EXPIRES PIC 9(08).
