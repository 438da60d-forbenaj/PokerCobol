      *all-ins and rebuys), so a disputed betting line can be read
      *back step by step. ACT-HANDSEED carries the same shuffle seed
      *the hand's HISTORY.LOG record stores in HIST-SEED, which is
      *how a hand's actions are tied to its history line. A dealt
      *hand opens with two SEATS lines under the actor TABLE - the
      *player's STACK as the hand began and the STAKES (minimum
      *bid) it was played at - which move no money

       FD ACTLOG
           LABEL RECORD STANDARD.
