                   reproducible; Draw Five discards can legitimately
                   change the final hands, so a Draw Five mismatch is
                   reported as a caution (return code 4) rather than
                   an alarm (return code 8), and the same holds for
                   the three draws of 2-7 Triple Draw, whose hands
                   are re-read low (deuce-to-seven) the way the game
                   logged them. In Hold 'em the logged
                   opponent hand is the best among the seats still
                   in at showdown, so a hand whose strongest CPU
                   folded can flag without tampering - read the
                   betting action journal alongside the verdict.
                   Hold 'em boards are checked card for card against
                   the board the history line carries, and a pot the
                   table ran twice has its second board - the next
                   three cards off the same seed - replayed and
                   checked the same way.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          88 WK-GAME-CHEAT VALUE 3.
          88 WK-GAME-STUD VALUE 4.
          88 WK-GAME-OMAHA VALUE 5.
          88 WK-GAME-TRIPLE VALUE 6.

       01 WK-EVAL-CARDS.
           02 WK-EVAL-CARD-ENTRY OCCURS 7 TIMES.
       01 WK-LOGRESULT PIC X(20).
       01 WK-MISMATCH PIC 9 VALUE 0.

      *Hold 'em boards as logged and as replayed; a second board
      *exists only for a pot the table ran twice

       01 WK-LOGBOARD1 PIC X(15).
       01 WK-LOGBOARD2 PIC X(15).
       01 WK-BOARD1 PIC X(15).
       01 WK-BOARD2 PIC X(15).
       01 WK-RUN2-CARDS.
           02 WK-RUN2-CARD PIC X(03) OCCURS 3 TIMES.

      *Omaha scoring scratch -- the best five-card hand using
      *exactly two hole cards and three board cards, same fields
      *the game's own OMAHA-BEST-HAND keeps
       01 WK-OMA-RANK PIC 99 COMP.
       01 WK-OMA-SCORE PIC X(12).

      *2-7 Triple Draw low-hand naming, same fields the game's own
      *LOW-EVAL-HAND fills

       01 WK-LOW-NAME PIC X(15).
       01 WK-LOW-PTR PIC 99 COMP.
       01 WK-LOW-IDX PIC 9 COMP.
       01 WK-LOW-RANKIDX PIC 99 COMP.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE HIST-PLAYERHAND TO WK-LOGPLAYERHAND.
           MOVE HIST-CPUHAND TO WK-LOGCPUHAND.
           MOVE HIST-RESULT TO WK-LOGRESULT.
           MOVE HIST-BOARD1 TO WK-LOGBOARD1.
           MOVE HIST-BOARD2 TO WK-LOGBOARD2.
           EVALUATE HIST-GAME
              WHEN "Hold 'em"
                 SET WK-GAME-HOLDEM TO TRUE
                 SET WK-GAME-STUD TO TRUE
              WHEN "Omaha"
                 SET WK-GAME-OMAHA TO TRUE
              WHEN "2-7 Triple"
                 SET WK-GAME-TRIPLE TO TRUE
              WHEN OTHER
                 MOVE 0 TO WK-FOUND
                 DISPLAY "Game [" HIST-GAME
           EVALUATE TRUE
              WHEN WK-GAME-HOLDEM
                 PERFORM 3100-DEAL-HOLDEM
              WHEN WK-GAME-DRAWFIVE OR WK-GAME-TRIPLE
                 PERFORM 3200-DEAL-DRAWFIVE
              WHEN WK-GAME-STUD
                 PERFORM 3300-DEAL-STUD
           PERFORM SORT1.
           MOVE WK-CARD TO WK-CARDTABLE5.

           MOVE SPACES TO WK-BOARD1.
           STRING WK-CARDTABLE1 WK-CARDTABLE2 WK-CARDTABLE3
                 WK-CARDTABLE4 WK-CARDTABLE5 DELIMITED BY SIZE
              INTO WK-BOARD1.

      *Run twice: the second board's three cards are the next three
      *the game dealt off the same deck

           MOVE SPACES TO WK-BOARD2.
           IF WK-LOGBOARD2 NOT = SPACES
              PERFORM SORT1
              MOVE WK-CARD TO WK-RUN2-CARD(1)
              PERFORM SORT1
              MOVE WK-CARD TO WK-RUN2-CARD(2)
              PERFORM SORT1
              MOVE WK-CARD TO WK-RUN2-CARD(3)
              STRING WK-CARDTABLE1 WK-CARDTABLE2 WK-RUN2-CARD(1)
                    WK-RUN2-CARD(2) WK-RUN2-CARD(3) DELIMITED BY SIZE
                 INTO WK-BOARD2
           END-IF.

       3200-DEAL-DRAWFIVE.

           PERFORM SORT1.
              GO TO 4000-REEVALUATE-EXIT
           END-IF.

      *2-7 Triple Draw hands were logged under their low-hand names

           IF WK-GAME-TRIPLE
              PERFORM LOAD-PLAYER-CARDS
              PERFORM EVAL-HAND
              PERFORM LOW-EVAL-HAND
              MOVE WK-LOW-NAME TO WK-PLAYERHAND
              PERFORM LOAD-CPU-CARDS
              PERFORM EVAL-HAND
              PERFORM LOW-EVAL-HAND
              MOVE WK-LOW-NAME TO WK-CPUHAND
              GO TO 4000-REEVALUATE-EXIT
           END-IF.

           PERFORM LOAD-PLAYER-CARDS.
           PERFORM EVAL-HAND.
           MOVE WK-EVAL-RESULT TO WK-HANDRANK.
              MOVE 1 TO WK-MISMATCH
           END-IF.

      *Hands logged before the board was carried on the history
      *line have no board to check

           IF WK-GAME-HOLDEM AND WK-LOGBOARD1 NOT = SPACES
              DISPLAY "Replayed board:       " WK-BOARD1
              DISPLAY "Logged board:         " WK-LOGBOARD1
              IF WK-BOARD1 NOT = WK-LOGBOARD1
                 MOVE 1 TO WK-MISMATCH
              END-IF
              IF WK-LOGBOARD2 NOT = SPACES
                 DISPLAY "Replayed second run:  " WK-BOARD2
                 DISPLAY "Logged second run:    " WK-LOGBOARD2
                 IF WK-BOARD2 NOT = WK-LOGBOARD2
                    MOVE 1 TO WK-MISMATCH
                 END-IF
              END-IF
           END-IF.

      *A Stud hand that ended on a fold before seventh street was
      *logged with whatever cards the earlier deal left in the
      *undealt slots, so a mismatch on those hands is routine, not a
                    "Five discards can explain this, review the "
                    "betting journal before raising an alarm"
                 MOVE 4 TO RETURN-CODE
              WHEN WK-GAME-TRIPLE
                 DISPLAY "Verdict: INITIAL DEAL DIFFERS - 2-7 "
                    "Triple draws can explain this, review the "
                    "betting journal before raising an alarm"
                 MOVE 4 TO RETURN-CODE
              WHEN WK-GAME-STUD
                 AND (WK-LOGRESULT (1:10) = "You folded"
                    OR WK-LOGRESULT (1:10) = "CPU folded")

           COPY "CPY\CHECKSTR.CBL".

       LOW-EVAL-HAND.

           COPY "CPY\LOWEVAL.CBL".

      *Never reached in a replay -- at most sixteen cards are dealt
      *-- but the shared SORT1 body expects the name to exist

       SHUFFLE-DECK.
