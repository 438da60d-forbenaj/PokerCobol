       PROGRAM-ID. CompAdm.
       SECURITY.   Counter administration for the comp-point
                   program. Points accrue in play (RAKE-TAKE credits
                   one point per whole dollar of rake withheld,
                   times the player's loyalty tier multiplier, onto
                   the player's CMP record, with an ACC line in
                   CPY\COMP.LOG); this utility redeems them at the
                   counter - 100 points convert to $1 of bankroll,
