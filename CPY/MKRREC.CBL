      *Marker ledger record -- one line appended to CPY\MARKER.LOG
      *for every movement on a player's house line of credit: ISS
      *(a marker issued, the money landing on the bankroll), PAY
      *(a repayment taken off the bankroll) and WOF (an uncollected
      *balance written off by a supervisor -- no bankroll money
      *moves). MKR-MARKERNO numbers each issued marker from the MKN
      *counter; repayments and write-offs clear a profile's oldest
      *open markers first, which is how the aging report ages them.
      *The bankroll side of ISS and PAY is also written to the
      *cashier ledger as MKI / MKP rows on the MKR drawer, so the
      *bankroll readers see a marker as its own movement type

       FD MARKERLOG
           LABEL RECORD STANDARD.

       01 MKR-RECORD.
           02 MKR-DATE PIC 9(08).
           02 FILLER PIC X VALUE SPACE.
           02 MKR-TIME PIC 9(08).
           02 FILLER PIC X VALUE SPACE.
           02 MKR-PLAYER PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 MKR-TYPE PIC X(03).
           02 FILLER PIC X VALUE SPACE.
           02 MKR-MARKERNO PIC 9(06).
           02 FILLER PIC X VALUE SPACE.
           02 MKR-AMOUNT PIC 9(08)V99.
           02 FILLER PIC X VALUE SPACE.
           02 MKR-STAFF PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 MKR-REF PIC X(12).
