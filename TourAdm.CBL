                   pays down the ladder through the same locked
                   path with PRIZE journal rows, and one line per
                   entrant lands in the results ledger
                   CPY\TOURRES.LOG for the season's reporting; the
                   event's winner goes up on the floor marquee, and
                   any change to the card refreshes the marquee's
                   next-event line. The floor has one keyboard, so
                   the heats themselves are played through the
                   game's own modes; this program administers and
                   settles the event.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       WORKING-STORAGE SECTION.

           COPY "CPY\MARQPARM.CBL".

       01 WK-CONFIG-STATUS PIC X(02).

       01 WK-MODE PIC X.
                 DISPLAY "Nothing done"
           END-EVALUATE.
           CLOSE TOUREVT.

      *The floor marquee shows the next event on the card and how
      *many have registered, so any change to the card refreshes it

           IF WK-MODE-CREATE OR WK-MODE-REGISTER OR WK-MODE-CLOSE
              SET MQP-EVENT TO TRUE
              CALL "MarqPut" USING MQP-PARMS
           END-IF.
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.

      *Create -- a ladder that doesn't add to at most 100% would
                 MOVE "PRIZE" TO ACT-ACTION
                 MOVE WK-PRIZE TO ACT-AMOUNT
                 PERFORM 8100-WRITE-JOURNAL
                 IF WK-PLACE = 1
                    SET MQP-WIN TO TRUE
                    MOVE "EVENT" TO MQP-KIND
                    MOVE WK-ASKPLAYER TO MQP-PLAYER
                    MOVE WK-PRIZE TO MQP-AMOUNT
                    CALL "MarqPut" USING MQP-PARMS
                 END-IF
              END-IF
           END-IF.

