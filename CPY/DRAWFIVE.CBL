           SET WK-GAME-DRAWFIVE TO TRUE.

           PERFORM SHUFFLE-DECK.
           PERFORM SEATS-JOURNAL.
           PERFORM SIDEBET-OFFER THRU SIDEBET-OFFER-END.

           DISPLAY " " ERASE.
