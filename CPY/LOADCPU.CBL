      *Copy the CPU's visible cards into WK-EVAL-CARDS ready for
      *EVAL-HAND. Draw Five, 2-7 Triple and 7-Stud see only their own
      *cards (5, 5 and 7 respectively); Hold'em/Cheat see 2 hole
      *cards plus the 5 shared community cards.

           MOVE 0 TO WK-EVAL-CARD-COUNT.

           MOVE WK-CARD2CPU-SUIT TO WK-EVAL-SUIT(WK-EVAL-CARD-COUNT).

           EVALUATE TRUE
              WHEN WK-GAME-DRAWFIVE OR WK-GAME-TRIPLE
                 ADD 1 TO WK-EVAL-CARD-COUNT
                 MOVE WK-CARD3CPU-RANK
                    TO WK-EVAL-RANK(WK-EVAL-CARD-COUNT)
