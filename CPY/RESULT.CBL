      *WK-POT (both bets, doubled to stand in for the CPU's matching
      *wager, were added to it as the hand was bet). WK-JACKPOT is the
      *separate, persistent progressive jackpot -- it is not touched
      *by an ordinary showdown, only by a qualifying hand. Hold'em
      *and 2-7 Triple Draw settle through their own paragraphs.

           INITIALIZE WK-JACKPOTDRAW.


           PERFORM RAKE-TAKE.

           IF WK-GAME-HOLDEM OR WK-GAME-TRIPLE
              IF WK-GAME-HOLDEM
                 PERFORM HOLDEM-SETTLE THRU HOLDEM-SETTLE-END
              ELSE
                 PERFORM TRIPLE-SETTLE
              END-IF
           ELSE
              IF WK-PLAYER-FOLDED
                 ADD 1 TO WK-CPUWINS
              GO TO YOULOSE
           END-IF.

      *A winner may toke the house staff out of the pot before it
      *is banked

           PERFORM TOKE-OFFER THRU TOKE-OFFER-END.

      *Bring every counter up to date and build this hand's history
      *line in storage first, so the whole settlement can be written
      *to the journal before the first file is touched -- a crash
           MOVE WK-CLOCK TO HIST-TIME.
           MOVE WK-PLAYERNAME TO HIST-PLAYER.
           MOVE WK-GAMENAME-ENTRY(WK-GAME) TO HIST-GAME.
           IF WK-GAME-TRIPLE
              MOVE WK-TD-PLAYERLOW TO HIST-PLAYERHAND
              MOVE WK-TD-CPULOW TO HIST-CPUHAND
           ELSE
              MOVE WK-HANDNAME-ENTRY(WK-HANDRANK) TO HIST-PLAYERHAND
              MOVE WK-HANDNAME-ENTRY(WK-HANDRANKCPU) TO HIST-CPUHAND
           END-IF.
           MOVE WK-POT TO HIST-POT.
           MOVE WK-JACKPOTDRAW TO HIST-JACKPOTPAID.
           MOVE WK-JACKPOT TO HIST-JACKPOTBAL.
           MOVE WK-RESULTTEXT TO HIST-RESULT.
           MOVE WK-SEED TO HIST-SEED.
           MOVE WK-TERMID TO HIST-TERM.
           MOVE WK-SITECODE TO HIST-SITE.
           IF WK-GAME-HOLDEM
              STRING WK-CARDTABLE1 WK-CARDTABLE2 WK-CARDTABLE3
                    WK-CARDTABLE4 WK-CARDTABLE5 DELIMITED BY SIZE
                 INTO HIST-BOARD1
              IF WK-RIT-ON
                 STRING WK-CARDTABLE1 WK-CARDTABLE2 WK-RIT-CARD(1)
                       WK-RIT-CARD(2) WK-RIT-CARD(3) DELIMITED BY SIZE
                    INTO HIST-BOARD2
              END-IF
           END-IF.
           ADD 1 TO WK-SESSIONHANDS.

      *The hand-frequency table and best hand are high-hand records;
      *a lowball rank means the opposite and stays out of them

           IF NOT WK-GAME-TRIPLE
              ADD 1 TO WK-HANDFREQ-ENTRY(WK-HANDRANK)
              IF WK-HANDRANK > WK-BESTRANK
                 MOVE WK-HANDRANK TO WK-BESTRANK
                 MOVE WK-TODAY TO WK-BESTDATE
              END-IF
           END-IF.

           PERFORM RIVAL-TALLY THRU RIVAL-TALLY-END.

           PERFORM JKP-SETTLE-LOCKED.
           PERFORM BBJ-SETTLE-LOCKED.
           PERFORM TKP-SETTLE-LOCKED THRU TKP-SETTLE-LOCKED-END.
           PERFORM SETTLE-JOURNAL-STEP.
           PERFORM MARQUEE-POOLS.

           WRITE HIST-RECORD.
           PERFORM HISTIDX-MIRROR.
