      *Evaluate both hands before comparing them in RESULT.CBL.
      *Omaha scores under the must-use-exactly-two-hole-cards rule
      *through OMAHA-EVAL-HANDS instead of the best-five scan below,
      *and 2-7 Triple Draw as a low hand through TRIPLE-EVAL-HANDS

           IF WK-GAME-OMAHA
              PERFORM OMAHA-EVAL-HANDS
              GO TO RESULT-SETTLE
           END-IF.

           IF WK-GAME-TRIPLE
              PERFORM TRIPLE-EVAL-HANDS
              GO TO RESULT-SETTLE
           END-IF.

           PERFORM LOAD-PLAYER-CARDS.
           PERFORM EVAL-HAND.
           MOVE WK-EVAL-RESULT TO WK-HANDRANK.
              MOVE WK-SAVECARD1CPU TO WK-CARD1CPU
              MOVE WK-SAVECARD2CPU TO WK-CARD2CPU
           END-IF.

      *A Hold'em pot run twice is scored again on the second board

           IF WK-GAME-HOLDEM AND WK-RIT-ON
              PERFORM HOLDEM-RIT-EVAL
           END-IF.
