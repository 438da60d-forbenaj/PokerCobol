      *type DEP (cash in, credited to the player's bankroll), WDR
      *(cash out, debited from it), AJC / AJD (head-office
      *adjustment credit / debit applied by the bulk import and by
      *the hand-void facility; the onboarding import's opening
      *deposit, paid in at head office, is an AJC too) and RED (a
      *comp-point redemption credited to the bankroll -- no cash
      *moves, so it rides its own CMP drawer; FPV, a free-play
      *voucher redeemed, likewise rides the VCH drawer).
      *CASH-DRAWER is the drawer the
      *movement went through, so each shift's drawer balances on its
      *own rows;
      *CASH-REF carries the head-office reference on adjustments
      *and is free text on counter movements

