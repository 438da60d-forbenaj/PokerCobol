           SET WK-GAME-STUD TO TRUE.

           PERFORM SHUFFLE-DECK.
           PERFORM SEATS-JOURNAL.
           PERFORM SIDEBET-OFFER THRU SIDEBET-OFFER-END.

           DISPLAY " " ERASE.
