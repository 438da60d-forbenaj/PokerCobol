           SET WK-CPU3-NOT-FOLDED TO TRUE.

           SET WK-GAME-HOLDEM TO TRUE.
           SET WK-RIT-OFF TO TRUE.

           PERFORM SHUFFLE-DECK.
           PERFORM SEATS-JOURNAL.
           SET WK-RIT-DECK-OK TO TRUE.

           DISPLAY " " ERASE.
           DISPLAY BOX AT 1105 SIZE 6 LINES 5.
              PERFORM ACTION-JOURNAL
           END-IF.

      *An all-in player still facing a CPU may ask to run the rest
      *of the board twice before it is shown

           IF WK-PLAYER-IS-ALLIN AND WK-PLAYER-NOT-FOLDED
                 AND WK-RIT-DECK-OK
                 AND (WK-CPU-NOT-FOLDED OR WK-CPU2-NOT-FOLDED
                    OR WK-CPU3-NOT-FOLDED)
              PERFORM HOLDEM-RIT-OFFER THRU HOLDEM-RIT-OFFER-END
           END-IF.

           DISPLAY WK-CARDTABLE1 AT 1223.
           DISPLAY WK-CARDTABLE2 AT 1231.
           DISPLAY WK-CARDTABLE3 AT 1239.
           DISPLAY WK-CARDTABLE4 AT 1247.
           DISPLAY WK-CARDTABLE5 AT 1255.

           IF WK-RIT-ON
              DISPLAY "Run 2:" AT 1731 UNDERLINE
              DISPLAY WK-RIT-CARD(1) AT 1739
              DISPLAY WK-RIT-CARD(2) AT 1747
              DISPLAY WK-RIT-CARD(3) AT 1755
           END-IF.

           DISPLAY WK-CARD1CPU AT 0435.
           DISPLAY WK-CARD2CPU AT 0443.
           DISPLAY WK-CARD1CPU2 AT 0451.
