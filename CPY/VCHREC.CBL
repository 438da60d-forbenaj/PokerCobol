      *Free-play voucher ledger record -- one line appended to
      *CPY\VOUCHER.LOG for every voucher movement: ISS (a voucher
      *issued by a supervisor, singly or in a batch run - no money
      *moves, the house just takes on the liability) and RED (a
      *voucher redeemed at the counter onto VCH-PLAYER's bankroll).
      *VCH-HOLDER is who the voucher was made out to - a profile
      *name, or BEARER - and VCH-EXPIRES its last valid day. A
      *voucher left unredeemed past its expiry is lapsed by the
      *nightly VchClose run onto its own ledger (VLAPREC), so the
      *outstanding liability is issued less redeemed less lapsed

       FD VOUCHERLOG
           LABEL RECORD STANDARD.

       01 VCH-RECORD.
           02 VCH-DATE PIC 9(08).
           02 FILLER PIC X VALUE SPACE.
           02 VCH-TIME PIC 9(08).
           02 FILLER PIC X VALUE SPACE.
           02 VCH-VOUCHERNO PIC 9(06).
           02 FILLER PIC X VALUE SPACE.
           02 VCH-TYPE PIC X(03).
           02 FILLER PIC X VALUE SPACE.
           02 VCH-HOLDER PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 VCH-PLAYER PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 VCH-AMOUNT PIC 9(08)V99.
           02 FILLER PIC X VALUE SPACE.
           02 VCH-EXPIRES PIC 9(08).
           02 FILLER PIC X VALUE SPACE.
           02 VCH-STAFF PIC X(10).
