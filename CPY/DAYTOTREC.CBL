      *Omaha hands (none) stay in the old buckets

           02 DT-HANDS-OMAHA PIC 9(06).

      *2-7 Triple Draw hands, broken out the same way when that mode
      *was added -- zero on every date closed before it

           02 DT-HANDS-TRIPLE PIC 9(06).

      *Wagered and rake by budget game -- 1 Hold'em, 2 Draw (Draw
      *Five and 2-7 Triple), 3 Stud, 4 Omaha, 5 other (Cheat and
      *anything else) -- so the monthly budget can be met game by
      *game. The rake is signed because a hand void reverses a rake
      *taken on an earlier date. Zero on every date closed before
      *the breakdown was kept

           02 DT-GAMEMONEY.
               03 DT-GAME-ENTRY OCCURS 5 TIMES.
                   04 DT-GAME-WAGERED PIC 9(10)V99.
                   04 DT-GAME-RAKE PIC S9(08)V99.

      *The property the date was closed at, off the house SIT record
      *-- spaces on every date closed before the code was kept

           02 DT-SITE PIC X(04).
