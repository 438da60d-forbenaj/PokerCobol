      *Comp-point ledger record -- one line appended to CPY\COMP.LOG
      *for every accrual (type ACC, earned in RAKE-TAKE at one point
      *per whole dollar of rake withheld, times the player's tier
      *multiplier) and every counter
      *redemption (type RED, posted by the comp administration
      *program when points convert into bankroll money), so the
      *outstanding-points liability on the CMP records can be
