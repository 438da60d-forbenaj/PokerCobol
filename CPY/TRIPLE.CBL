      *2-7 Triple Draw -- deuce-to-seven lowball, heads-up against
      *the CPU on the Draw Five table layout. Five cards each, then
      *four betting rounds with a draw after each of the first three
      *(BETTD and DRAWTD loop on WK-TD-ROUND). The player's draws run
      *through the same DISCARDSTEP/DISCARD selection Draw Five uses,
      *so the house MDS discard cap applies here too; the CPU draws
      *through TRIPLE-CPU-DRAW. The lowest hand wins at showdown
      *(LOW-EVAL-HAND), so nothing is skimmed into the high-hand
      *jackpot and no bad-beat or side-bet payout can come of it

           INITIALIZE WK-PLAYS.
           INITIALIZE WK-STRAIGHT.
           INITIALIZE WK-PLAYSCPU.
           INITIALIZE WK-STRAIGHTCPU.
           INITIALIZE WK-OUT.
           INITIALIZE WK-POT.
           INITIALIZE WK-JKPCONTRIB.
           INITIALIZE WK-BBCONTRIB.
           INITIALIZE WK-SIDEPOT.
           INITIALIZE WK-SIDEPOT-SHORTFALL.
           MOVE 0 TO WK-SBWAGER.
           SET WK-PLAYER-NOT-ALLIN TO TRUE.
           SET WK-PLAYER-NOT-FOLDED TO TRUE.
           SET WK-CPU-NOT-FOLDED TO TRUE.

           SET WK-GAME-TRIPLE TO TRUE.
           MOVE 1 TO WK-TD-ROUND.

           PERFORM SHUFFLE-DECK.
           PERFORM SEATS-JOURNAL.

           DISPLAY " " ERASE.
           DISPLAY BOX AT 1105 SIZE 6 LINES 5.
           DISPLAY BOX AT 1206 SIZE 6 LINES 5.
           DISPLAY "     " AT 1206.
           DISPLAY "    " AT 1306.
           DISPLAY "    " AT 1406.
           DISPLAY " " AT 1506.

           MOVE WK-PLAYERMONEY TO WK-PLAYERMONEYSHOW.
           DISPLAY WK-PLAYERMONEYSHOW AT 2465.


      *Sorting and displaying player and CPU cards

           PERFORM SORT1.
           MOVE WK-CARD TO WK-CARD1.
           DISPLAY BOX AT 1822 SIZE 6 LINES 5.
           DISPLAY WK-CARD1 AT 1923.

           PERFORM SORT1.
           MOVE WK-CARD TO WK-CARD1CPU.
           DISPLAY BOX AT 0422 SIZE 6 LINES 5.

           PERFORM SORT1.
           MOVE WK-CARD TO WK-CARD2.
           DISPLAY BOX AT 1830 SIZE 6 LINES 5.
           DISPLAY WK-CARD2 AT 1931.

           PERFORM SORT1.
           MOVE WK-CARD TO WK-CARD2CPU.
           DISPLAY BOX AT 0430 SIZE 6 LINES 5.

           PERFORM SORT1.
           MOVE WK-CARD TO WK-CARD3.
           DISPLAY BOX AT 1838 SIZE 6 LINES 5.
           DISPLAY WK-CARD3 AT 1939.

           PERFORM SORT1.
           MOVE WK-CARD TO WK-CARD3CPU.
           DISPLAY BOX AT 0438 SIZE 6 LINES 5.

           PERFORM SORT1.
           MOVE WK-CARD TO WK-CARD4.
           DISPLAY BOX AT 1846 SIZE 6 LINES 5.
           DISPLAY WK-CARD4 AT 1947.

           PERFORM SORT1.
           MOVE WK-CARD TO WK-CARD4CPU.
           DISPLAY BOX AT 0446 SIZE 6 LINES 5.

           PERFORM SORT1.
           MOVE WK-CARD TO WK-CARD5.
           DISPLAY BOX AT 1854 SIZE 6 LINES 5.
           DISPLAY WK-CARD5 AT 1955.

           PERFORM SORT1.
           MOVE WK-CARD TO WK-CARD5CPU.
           DISPLAY BOX AT 0454 SIZE 6 LINES 5.

           GO TO BETTD.


      *Bet placing -- one paragraph for all four rounds, the round
      *number riding in WK-TD-ROUND and the journal street name

       BETTD.

           MOVE "BETTD" TO WK-TD-STREET-NAME.
           MOVE WK-TD-ROUND TO WK-TD-STREET-NO.
           MOVE WK-TD-STREET TO WK-ACT-STREET.
           PERFORM LIMIT-CHECK.
           IF WK-LIMIT-HIT
              SET WK-PLAYER-FOLDED TO TRUE
              GO TO CALCULATIONTD
           END-IF.
           INITIALIZE WK-BET.

           DISPLAY "Pot:" AT 0664 UNDERLINE.
           DISPLAY "Round:" AT 0677 UNDERLINE.
           DISPLAY WK-TD-ROUND AT 0777.

           IF WK-PLAYER-IS-ALLIN
              DISPLAY MESSAGE
                 "You're all-in - no further betting for you"
              GO TO BETTD-CONTINUE
           END-IF.

           INITIALIZE WK-BETACTION.
           DISPLAY "        " AT 1865.

           DISPLAY "C/R/F bet:" AT 1664 UNDERLINE.
           ACCEPT WK-BETACTION AT 1865 KEY IN WK-KEY UPPER.
           IF WK-KEY = 27
              SET WK-PLAYER-FOLDED TO TRUE
              GO TO CALCULATIONTD
           END-IF.

           EVALUATE TRUE
              WHEN WK-ACTION-FOLD
                 SET WK-PLAYER-FOLDED TO TRUE
                 GO TO CALCULATIONTD
              WHEN WK-ACTION-CHECK
                 MOVE WK-MINIMUM TO WK-BET
              WHEN WK-ACTION-RAISE
                 DISPLAY "Raise:" AT 1664 UNDERLINE
                 ACCEPT WK-BET AT 1865 KEY IN WK-KEY
                 IF WK-KEY = 27
                    SET WK-PLAYER-FOLDED TO TRUE
                    GO TO CALCULATIONTD
                 END-IF
                 IF WK-BET < WK-MINIMUM
                    DISPLAY MESSAGE "Bet lower than bid ($"
                       WK-MINIMUM ")"
                    GO TO BETTD
                 END-IF
                 IF WK-STRUCT-POTLIMIT AND WK-BET > WK-POT
                    DISPLAY MESSAGE "Pot-limit: can't raise above "
                       "the pot ($" WK-POT ")"
                    GO TO BETTD
                 END-IF
                 IF WK-STRUCT-FIXEDLIMIT
                       AND WK-BET NOT = WK-FIXEDRAISE
                    DISPLAY MESSAGE "Fixed-limit: raise must be "
                       "exactly $" WK-FIXEDRAISE
                    GO TO BETTD
                 END-IF
              WHEN OTHER
                 DISPLAY MESSAGE "Enter C, R or F"
                 GO TO BETTD
           END-EVALUATE.

           IF WK-BET > WK-PLAYERMONEY
              IF WK-PLAYERMONEY = 0
                 DISPLAY MESSAGE "Bankroll empty - rebuy $"
                    WK-REBUYAMOUNT " (Y/N)?"
                 ACCEPT WK-REBUY AT 0101 UPPER
                 IF WK-REBUY-YES
                    ADD WK-REBUYAMOUNT TO WK-PLAYERMONEY
                    MOVE "PLAYER" TO WK-ACT-ACTOR
                    MOVE "REBUY" TO WK-ACT-ACTION
                    MOVE WK-REBUYAMOUNT TO WK-ACT-AMOUNT
                    PERFORM ACTION-JOURNAL
                    MOVE WK-PLAYERMONEY TO WK-PLAYERMONEYSHOW
                    DISPLAY WK-PLAYERMONEYSHOW AT 2465
                    GO TO BETTD
                 ELSE
                    DISPLAY MESSAGE "You can't afford that!"
                    GO TO BETTD
                 END-IF
              END-IF
              MOVE WK-PLAYERMONEY TO WK-BET
              SET WK-PLAYER-IS-ALLIN TO TRUE
              DISPLAY MESSAGE "You're all-in for $" WK-BET
           END-IF.

       BETTD-CONTINUE.

           IF WK-PLAYERMONEY >= WK-BET
              SUBTRACT WK-BET FROM WK-PLAYERMONEY
              MOVE WK-PLAYERMONEY TO WK-PLAYERMONEYSHOW
           END-IF.
           DISPLAY WK-PLAYERMONEYSHOW AT 2465.
           ADD WK-BET TO WK-POT.

           MOVE "PLAYER" TO WK-ACT-ACTOR.
           IF WK-PLAYER-IS-ALLIN
              MOVE "ALL-IN" TO WK-ACT-ACTION
           ELSE
              IF WK-ACTION-RAISE
                 MOVE "RAISE" TO WK-ACT-ACTION
              ELSE
                 MOVE "CHECK" TO WK-ACT-ACTION
              END-IF
           END-IF.
           MOVE WK-BET TO WK-ACT-AMOUNT.
           PERFORM ACTION-JOURNAL.

           PERFORM CPU-DECIDE THRU CPU-DECIDE-END.
           IF WK-CPU-FOLDED
              MOVE WK-POT TO WK-POTSHOW
              DISPLAY "          " AT 0764
              DISPLAY WK-POTSHOW AT 0764
              DISPLAY MESSAGE "CPU folds - you win the pot"
              MOVE "CPU" TO WK-ACT-ACTOR
              MOVE "FOLD" TO WK-ACT-ACTION
              MOVE 0 TO WK-ACT-AMOUNT
              PERFORM ACTION-JOURNAL
              MOVE 17 TO WK-RESUME-STAGE
              PERFORM CHECKPOINT-SAVE
                 THRU CHECKPOINT-SAVE-END
              GO TO CALCULATIONTD
           END-IF.
           ADD WK-BET TO WK-POT.
           MOVE WK-POT TO WK-POTSHOW.
           DISPLAY "          " AT 0764.
           DISPLAY WK-POTSHOW AT 0764.

           MOVE "CPU" TO WK-ACT-ACTOR.
           MOVE "CALL" TO WK-ACT-ACTION.
           MOVE WK-BET TO WK-ACT-AMOUNT.
           PERFORM ACTION-JOURNAL.

           PERFORM CPU-RAISE-RESPOND.
           IF WK-PLAYER-FOLDED
              GO TO CALCULATIONTD
           END-IF.

      *No jackpot skim -- a low hand can never qualify for the
      *high-hand jackpot, so it is not asked to feed it. The last
      *round goes straight to the showdown; the others checkpoint
      *ahead of their draw (stages 14-16 are draws 1-3)

           IF WK-TD-ROUND >= 4
              MOVE 17 TO WK-RESUME-STAGE
              PERFORM CHECKPOINT-SAVE THRU CHECKPOINT-SAVE-END
              GO TO CALCULATIONTD
           END-IF.

           COMPUTE WK-RESUME-STAGE = 13 + WK-TD-ROUND.
           PERFORM CHECKPOINT-SAVE THRU CHECKPOINT-SAVE-END.

      *Draw -- the player marks discards on the Draw Five selection
      *screen, then the CPU draws; both are journalled with the
      *number of cards taken and no money

       DRAWTD.

           PERFORM DISCARDSTEP THRU DISCARD.

           MOVE "DRAW " TO WK-TD-STREET-NAME.
           MOVE WK-TD-ROUND TO WK-TD-STREET-NO.
           MOVE WK-TD-STREET TO WK-ACT-STREET.
           MOVE WK-DISCARDCOUNT TO WK-TD-DRAWN.
           MOVE "PLAYER" TO WK-ACT-ACTOR.
           MOVE WK-TD-DRAWACT TO WK-ACT-ACTION.
           MOVE 0 TO WK-ACT-AMOUNT.
           PERFORM ACTION-JOURNAL.

           PERFORM TRIPLE-CPU-DRAW.
           MOVE WK-TD-DROPS TO WK-TD-DRAWN.
           MOVE "CPU" TO WK-ACT-ACTOR.
           MOVE WK-TD-DRAWACT TO WK-ACT-ACTION.
           MOVE 0 TO WK-ACT-AMOUNT.
           PERFORM ACTION-JOURNAL.
           IF WK-TD-DROPS = 0
              DISPLAY MESSAGE "CPU stands pat"
           ELSE
              DISPLAY MESSAGE "CPU draws " WK-TD-DROPS " card(s)"
           END-IF.

           ADD 1 TO WK-TD-ROUND.
           GO TO BETTD.

       CALCULATIONTD.

           IF WK-PLAYER-FOLDED
              MOVE "PLAYER" TO WK-ACT-ACTOR
              MOVE "FOLD" TO WK-ACT-ACTION
              MOVE 0 TO WK-ACT-AMOUNT
              PERFORM ACTION-JOURNAL
           END-IF.

           DISPLAY WK-CARD1CPU AT 0523.
           DISPLAY WK-CARD2CPU AT 0531.
           DISPLAY WK-CARD3CPU AT 0539.
           DISPLAY WK-CARD4CPU AT 0547.
           DISPLAY WK-CARD5CPU AT 0555.

           GO TO RESULT.
