           SET WK-GAME-OMAHA TO TRUE.

           PERFORM SHUFFLE-DECK.
           PERFORM SEATS-JOURNAL.

           DISPLAY " " ERASE.
           DISPLAY BOX AT 1105 SIZE 6 LINES 5.
