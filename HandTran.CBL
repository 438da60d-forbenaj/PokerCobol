       IDENTIFICATION DIVISION.
       PROGRAM-ID. HandTran.
       SECURITY.   Standard hand-history transcript for a player's or
                   the regulator's request. Where a request used to
                   be answered with an ActHist printout, a DealCheck
                   replay and a history line someone then had to
                   read for them, this writes each hand asked for in
                   the conventional hand-history layout: a header
                   with the game, the stakes tier, the date and time
                   and the table and terminal; the seats and the
                   starting stack; the hole cards; every street's
                   board and actions off the betting journal
                   (CPY\ACTION.LOG); the showdown; and a summary of
                   the pot, the rake, the jackpot contributions and
                   the winner. The hands are found through the keyed
                   hand-history store (CPY\HISTIDX.CFG) - one hand by
                   its shuffle seed, or every hand a player played
                   between two gaming dates along the store's player
                   path. The cards are re-dealt from the seed exactly
                   the way DealCheck replays them, so a hand whose
                   deal was keyed in by hand (Cheat mode) is shown
                   without cards. The stack and the stakes come off
                   the SEATS lines the game opens each hand's journal
                   with; a hand played before those lines were kept
                   says so rather than guessing. Each request goes to
                   a file of its own, CPY\TRN followed by the run's
                   date and time and .TXT, so one request's
                   transcript is never written over by the next and
                   can be handed over as it stands.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HISTORY
            ASSIGN TO
             "CPY\HISTORY.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL HISTIDX
            ASSIGN TO
             "CPY\HISTIDX.CFG"
             ORGANIZATION INDEXED
             ACCESS DYNAMIC
             RECORD KEY HIX-SEED
             ALTERNATE RECORD KEY HIX-PLAYER WITH DUPLICATES
             ALTERNATE RECORD KEY HIX-DATE WITH DUPLICATES.

           SELECT OPTIONAL ACTLOG
            ASSIGN TO
             "CPY\ACTION.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL RAKELOG
            ASSIGN TO
             "CPY\RAKE.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL JKPLOG
            ASSIGN TO
             "CPY\JACKPOT.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL BADBEATLOG
            ASSIGN TO
             "CPY\BADBEAT.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL HOUSE
            ASSIGN TO
             "CPY\HOUSE.CFG"
             ORGANIZATION INDEXED
             ACCESS DYNAMIC
             RECORD HS-KEY.

           SELECT TRANOUT
            ASSIGN TO DYNAMIC WK-TRANNAME
             ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "CPY\HISTREC.CBL".

           COPY "CPY\HIDXREC.CBL".

           COPY "CPY\ACTREC.CBL".

           COPY "CPY\RAKEREC.CBL".

           COPY "CPY\JKPREC.CBL".

           COPY "CPY\BBJREC.CBL".

           COPY "CPY\HOUSEREC.CBL".

       FD TRANOUT
           LABEL RECORD STANDARD.

       01 TRN-RECORD PIC X(100).

       WORKING-STORAGE SECTION.

      *Card tables and deck, kept in step with DealCheck's copies
      *of the same fields -- the shared SORT copybook deals off
      *them under these names

       01 WK-A  PIC X(01) VALUE "A".
       01 WK-2  PIC X(01) VALUE "2".
       01 WK-3  PIC X(01) VALUE "3".
       01 WK-4  PIC X(01) VALUE "4".
       01 WK-5  PIC X(01) VALUE "5".
       01 WK-6  PIC X(01) VALUE "6".
       01 WK-7  PIC X(01) VALUE "7".
       01 WK-8  PIC X(01) VALUE "8".
       01 WK-9  PIC X(01) VALUE "9".
       01 WK-10 PIC X(02) VALUE "10".
       01 WK-J  PIC X(01) VALUE "J".
       01 WK-Q  PIC X(01) VALUE "Q".
       01 WK-K  PIC X(01) VALUE "K".

       01 WK-SUIT-H PIC X(01) VALUE "H".
       01 WK-SUIT-D PIC X(01) VALUE "D".
       01 WK-SUIT-C PIC X(01) VALUE "C".
       01 WK-SUIT-S PIC X(01) VALUE "S".

       01 WK-CARD.
           02 WK-CARD-RANK PIC X(02).
           02 WK-CARD-SUIT PIC X(01).

       01 WK-CARD1 PIC X(03).
       01 WK-CARD2 PIC X(03).
       01 WK-CARD3 PIC X(03).
       01 WK-CARD4 PIC X(03).
       01 WK-CARD5 PIC X(03).
       01 WK-CARD6 PIC X(03).
       01 WK-CARD7 PIC X(03).

       01 WK-CARD1CPU PIC X(03).
       01 WK-CARD2CPU PIC X(03).
       01 WK-CARD3CPU PIC X(03).
       01 WK-CARD4CPU PIC X(03).
       01 WK-CARD5CPU PIC X(03).
       01 WK-CARD6CPU PIC X(03).
       01 WK-CARD7CPU PIC X(03).

       01 WK-CARD1CPU2 PIC X(03).
       01 WK-CARD2CPU2 PIC X(03).
       01 WK-CARD1CPU3 PIC X(03).
       01 WK-CARD2CPU3 PIC X(03).

       01 WK-CARDTABLE1 PIC X(03).
       01 WK-CARDTABLE2 PIC X(03).
       01 WK-CARDTABLE3 PIC X(03).
       01 WK-CARDTABLE4 PIC X(03).
       01 WK-CARDTABLE5 PIC X(03).

       01 WK-RUN2-CARDS.
           02 WK-RUN2-CARD PIC X(03) OCCURS 3 TIMES.

       01 WK-DECK.
           02 WK-DECK-ENTRY OCCURS 52 TIMES.
               03 WK-DECK-RANK PIC X(02).
               03 WK-DECK-SUIT PIC X(01).
               03 WK-DECK-DEALT PIC 9.

       01 WK-DECK-PTR PIC 9(02) COMP.

       01 WK-RANK-TAB.
           02 WK-RANK-TAB-ENTRY PIC X(02) OCCURS 13 TIMES.

       01 WK-SUIT-TAB.
           02 WK-SUIT-TAB-ENTRY PIC X(01) OCCURS 4 TIMES.

       01 WK-DECK-R PIC 9(02) COMP.
       01 WK-DECK-S PIC 9(02) COMP.
       01 WK-DECK-IDX PIC 9(02) COMP.
       01 WK-DECK-IDX2 PIC 9(02) COMP.
       01 WK-DECK-TEMPR PIC X(02).
       01 WK-DECK-TEMPS PIC X(01).
       01 WK-SEED PIC 9(09) COMP.
       01 WK-RANDPICK PIC 9(02) COMP.

      *Game of the hand, off the name on its history line; zero is
      *a game with no deal to replay (a head-to-head table)

       01 WK-GAME PIC 9.
          88 WK-GAME-NONE VALUE 0.
          88 WK-GAME-HOLDEM VALUE 1.
          88 WK-GAME-DRAWFIVE VALUE 2.
          88 WK-GAME-CHEAT VALUE 3.
          88 WK-GAME-STUD VALUE 4.
          88 WK-GAME-OMAHA VALUE 5.
          88 WK-GAME-TRIPLE VALUE 6.

      *The request -- one seed, or a player between two gaming dates
      *as the history lines carry them -- and who it is for

       01 WK-MODE PIC X.
          88 WK-MODE-SEED VALUE "S" "s".
          88 WK-MODE-PLAYER VALUE "P" "p".
       01 WK-ASKSEED PIC 9(09).
       01 WK-ASKPLAYER PIC X(10).
       01 WK-FROMDATE PIC 9(08).
       01 WK-TODATE PIC 9(08).
       01 WK-REQREF PIC X(30).
       01 WK-ASK-OK PIC 9 VALUE 0.

       01 WK-EOF PIC X VALUE "N".
          88 WK-FILE-EOF VALUE "Y".
       01 WK-DONE PIC 9 VALUE 0.
       01 WK-HANDS PIC 9(05) VALUE 0.

      *The run's stamp, which also names the request's file

       01 WK-TODAY PIC 9(08).
       01 WK-CLOCK PIC 9(08).
       01 WK-TRANNAME PIC X(40).

      *House settings -- the gaming-day cutover, to give each hand
      *its calendar date back, and the three stakes tiers' minimum
      *bids, to name the tier a hand's stakes line falls in

       01 WK-CUTOVER PIC 9(04) VALUE 0600.
       01 WK-LOWSTAKE PIC 9(04)V99 VALUE 10.
       01 WK-MEDSTAKE PIC 9(04)V99 VALUE 50.
       01 WK-HIGHSTAKE PIC 9(04)V99 VALUE 200.

      *One hand's betting journal lines, in the order they were
      *written, and what the SEATS lines said

       01 WK-AC-COUNT PIC 9(03) COMP VALUE 0.
       01 WK-AC-LOST PIC 9(03) VALUE 0.
       01 WK-AC-TAB.
           02 WK-AC-ENTRY OCCURS 200 TIMES.
               03 WK-AC-STREET PIC X(08).
               03 WK-AC-ACTOR PIC X(08).
               03 WK-AC-ACTION PIC X(08).
               03 WK-AC-AMOUNT PIC 9(08)V99.
       01 WK-AC-IDX PIC 9(03) COMP.
       01 WK-LASTSTREET PIC X(08).

       01 WK-STACK PIC 9(08)V99.
       01 WK-STACK-SEEN PIC 9 VALUE 0.
       01 WK-STAKES PIC 9(04)V99.
       01 WK-STAKES-SEEN PIC 9 VALUE 0.

      *Seats that folded -- 1 the player, 2 the CPU (CPU1 at the
      *Hold 'em table), 3 CPU2, 4 CPU3

       01 WK-FOLD-TAB.
           02 WK-FOLD-SEAT PIC 9 OCCURS 4 TIMES.

      *The hand's money off the rake and pool ledgers, any toke, and
      *what a split pot run twice paid the player

       01 WK-RAKE PIC 9(08)V99.
       01 WK-JKPIN PIC 9(08)V99.
       01 WK-BBJIN PIC 9(08)V99.
       01 WK-TOKE PIC 9(08)V99.
       01 WK-RUNPAY PIC 9(08)V99.
       01 WK-RUNPAY-SEEN PIC 9 VALUE 0.

      *Date and time of the hand: the gaming day it is filed under
      *and the calendar day it was played on

       01 WK-DT-DATE PIC 9(08).
       01 WK-DT-PARTS REDEFINES WK-DT-DATE.
           02 FILLER PIC 9(02).
           02 WK-DT-YY PIC 9(02).
           02 WK-DT-MM PIC 9(02).
           02 WK-DT-DD PIC 9(02).
       01 WK-DT-TEXT PIC X(10).
       01 WK-TM-TIME PIC 9(08).
       01 WK-TM-PARTS REDEFINES WK-TM-TIME.
           02 WK-TM-HH PIC 9(02).
           02 WK-TM-MI PIC 9(02).
           02 WK-TM-SS PIC 9(02).
           02 FILLER PIC 9(02).
       01 WK-TM-TEXT PIC X(08).
       01 WK-GAMEDAYTEXT PIC X(10).
       01 WK-ROW-CLOCK PIC 9(04).
       01 WK-FULLDATE PIC 9(08).
       01 WK-ROW-INT PIC 9(08).

      *Text building -- a bracketed card list, an amount without its
      *leading blanks, and the line going out

       01 WK-CT-CARD.
           02 WK-CT-RANK PIC X(02).
           02 WK-CT-SUIT PIC X(01).
       01 WK-CARDLIST PIC X(40).
       01 WK-CL-PTR PIC 99 COMP.
       01 WK-CL-FIRST PIC 9.

       01 WK-AMT PIC 9(08)V99.
       01 WK-AMTEDIT PIC Z(7)9,99.
       01 WK-AMTTEXT PIC X(11).
       01 WK-LEAD PIC 99 COMP.

       01 WK-ACTORNAME PIC X(10).
       01 WK-ACTIONTEXT PIC X(24).
       01 WK-SEATLINE PIC X(30).
       01 WK-AMTTEXT2 PIC X(11).
       01 WK-SEATNO PIC 9.
       01 WK-SECONDCARD PIC X(03).
       01 WK-LINE PIC X(100) VALUE SPACES.
       01 WK-RULE PIC X(60) VALUE ALL "=".

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-LOAD-SETTINGS.
           PERFORM 1100-ASK-REQUEST
              THRU 1100-ASK-EXIT.
           IF WK-ASK-OK = 0
              MOVE 8 TO RETURN-CODE
              PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           END-IF.

           PERFORM 1500-OPEN-TRANSCRIPT.
           OPEN INPUT HISTIDX.
           IF WK-MODE-SEED
              PERFORM 2000-BY-SEED
           ELSE
              PERFORM 2100-BY-PLAYER
           END-IF.
           CLOSE HISTIDX.
           PERFORM 1600-CLOSE-TRANSCRIPT.

           IF WK-HANDS = 0
              DISPLAY "No hand on file matches the request"
              DISPLAY "(rebuild the index with HistIdx if the hand "
                 "is in the log)"
              MOVE 4 TO RETURN-CODE
           ELSE
              DISPLAY "Hands transcribed: " WK-HANDS
           END-IF.
           DISPLAY "Transcript written to " WK-TRANNAME.
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.

      *The cutover and the tier minimums, defaulted the way the game
      *defaults a new install's

       1000-LOAD-SETTINGS.

           OPEN INPUT HOUSE.
           MOVE "GDC" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE HS-CUTOVER TO WK-CUTOVER
           END-READ.
           MOVE "LOW" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE HS-MINIMUM TO WK-LOWSTAKE
           END-READ.
           MOVE "MED" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE HS-MINIMUM TO WK-MEDSTAKE
           END-READ.
           MOVE "HGH" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE HS-MINIMUM TO WK-HIGHSTAKE
           END-READ.
           CLOSE HOUSE.

           ACCEPT WK-TODAY FROM DATE.
           ACCEPT WK-CLOCK FROM TIME.

       1100-ASK-REQUEST.

           DISPLAY "Transcript of one hand by seed (S) or a "
              "player's hands between two dates (P): "
              NO ADVANCING.
           ACCEPT WK-MODE.
           EVALUATE TRUE
              WHEN WK-MODE-SEED
                 DISPLAY "Hand seed: " NO ADVANCING
                 ACCEPT WK-ASKSEED
                 IF WK-ASKSEED = 0
                    DISPLAY "A seed is needed"
                    GO TO 1100-ASK-EXIT
                 END-IF
              WHEN WK-MODE-PLAYER
                 DISPLAY "Player: " NO ADVANCING
                 ACCEPT WK-ASKPLAYER
                 DISPLAY "From gaming date (YYMMDD): " NO ADVANCING
                 ACCEPT WK-FROMDATE
                 DISPLAY "To gaming date (YYMMDD):   " NO ADVANCING
                 ACCEPT WK-TODATE
                 IF WK-ASKPLAYER = SPACES
                       OR WK-TODATE < WK-FROMDATE
                    DISPLAY "A player and a date range, earliest "
                       "first, are needed"
                    GO TO 1100-ASK-EXIT
                 END-IF
              WHEN OTHER
                 DISPLAY "Answer S or P"
                 GO TO 1100-ASK-EXIT
           END-EVALUATE.

           DISPLAY "Requested by / reference: " NO ADVANCING.
           ACCEPT WK-REQREF.
           MOVE 1 TO WK-ASK-OK.

       1100-ASK-EXIT.

           CONTINUE.

      *The request's own file, named for the run's date and time,
      *opened with a header saying what was asked for and when

       1500-OPEN-TRANSCRIPT.

           MOVE SPACES TO WK-TRANNAME.
           STRING "CPY\TRN" WK-TODAY(3:6) WK-CLOCK(1:6) ".TXT"
              DELIMITED BY SIZE INTO WK-TRANNAME.
           OPEN OUTPUT TRANOUT.

           MOVE SPACES TO WK-LINE.
           MOVE "HAND HISTORY TRANSCRIPT" TO WK-LINE.
           PERFORM 6900-WRITE-LINE.
           IF WK-MODE-SEED
              STRING "Requested: the hand dealt from seed "
                    WK-ASKSEED
                 DELIMITED BY SIZE INTO WK-LINE
           ELSE
              MOVE WK-FROMDATE TO WK-DT-DATE
              PERFORM 6200-DATE-TEXT
              MOVE WK-DT-TEXT TO WK-GAMEDAYTEXT
              MOVE WK-TODATE TO WK-DT-DATE
              PERFORM 6200-DATE-TEXT
              STRING "Requested: every hand played by "
                    WK-ASKPLAYER DELIMITED BY "  "
                    ", gaming days " WK-GAMEDAYTEXT " to "
                    WK-DT-TEXT
                 DELIMITED BY SIZE INTO WK-LINE
           END-IF.
           PERFORM 6900-WRITE-LINE.
           IF WK-REQREF NOT = SPACES
              STRING "Reference: " WK-REQREF
                 DELIMITED BY SIZE INTO WK-LINE
              PERFORM 6900-WRITE-LINE
           END-IF.
           MOVE WK-TODAY TO WK-DT-DATE.
           PERFORM 6200-DATE-TEXT.
           MOVE WK-CLOCK TO WK-TM-TIME.
           PERFORM 6300-TIME-TEXT.
           STRING "Prepared " WK-DT-TEXT " " WK-TM-TEXT
              DELIMITED BY SIZE INTO WK-LINE.
           PERFORM 6900-WRITE-LINE.
           STRING "Amounts in table currency, decimal comma. "
              "Cards: A K Q J T 9-2, suits c d h s."
              DELIMITED BY SIZE INTO WK-LINE.
           PERFORM 6900-WRITE-LINE.
           MOVE WK-RULE TO WK-LINE.
           PERFORM 6900-WRITE-LINE.
           PERFORM 6900-WRITE-LINE.

       1600-CLOSE-TRANSCRIPT.

           IF WK-HANDS = 0
              MOVE "No hand on file matches this request." TO WK-LINE
           ELSE
              STRING "End of transcript - " WK-HANDS " hand(s)."
                 DELIMITED BY SIZE INTO WK-LINE
           END-IF.
           PERFORM 6900-WRITE-LINE.
           CLOSE TRANOUT.

      *One hand straight off its seed

       2000-BY-SEED.

           MOVE WK-ASKSEED TO HIX-SEED.
           READ HISTIDX
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE HIX-LINE TO HIST-RECORD
                 PERFORM 3000-ONE-HAND
           END-READ.

      *Every hand filed under the player, along the store's player
      *path, kept where its gaming date falls in the range

       2100-BY-PLAYER.

           MOVE 0 TO WK-DONE.
           MOVE WK-ASKPLAYER TO HIX-PLAYER.
           START HISTIDX KEY = HIX-PLAYER
              INVALID KEY
                 MOVE 1 TO WK-DONE
           END-START.
           PERFORM 2150-NEXT-PLAYER-HAND
              UNTIL WK-DONE = 1.

       2150-NEXT-PLAYER-HAND.

           READ HISTIDX NEXT
              AT END
                 MOVE 1 TO WK-DONE
           END-READ.
           IF WK-DONE = 0
              IF HIX-PLAYER NOT = WK-ASKPLAYER
                 MOVE 1 TO WK-DONE
              ELSE
                 IF HIX-DATE >= WK-FROMDATE
                       AND HIX-DATE <= WK-TODATE
                    MOVE HIX-LINE TO HIST-RECORD
                    PERFORM 3000-ONE-HAND
                 END-IF
              END-IF
           END-IF.

      *Gather everything the hand left behind, re-deal it, then
      *write it out section by section

       3000-ONE-HAND.

           ADD 1 TO WK-HANDS.
           PERFORM 3100-LOAD-ACTIONS.
           PERFORM 3200-LOAD-MONEY.
           PERFORM 3300-MAP-GAME.
           IF NOT WK-GAME-NONE AND NOT WK-GAME-CHEAT
              PERFORM 4000-REBUILD-DECK
              PERFORM 4100-REDEAL
           END-IF.

           PERFORM 5000-WRITE-HEADER.
           PERFORM 5100-WRITE-SEATS.
           PERFORM 5200-WRITE-HOLE-CARDS
              THRU 5200-WRITE-HOLE-EXIT.
           PERFORM 5300-WRITE-ACTIONS.
           PERFORM 5400-WRITE-SHOWDOWN.
           PERFORM 5500-WRITE-SUMMARY.

      *The hand's journal lines -- its seed and its player, seal
      *lines left out. The SEATS lines are read for the stack and
      *stakes here and not printed as betting

       3100-LOAD-ACTIONS.

           MOVE 0 TO WK-AC-COUNT.
           MOVE 0 TO WK-AC-LOST.
           MOVE 0 TO WK-STACK-SEEN.
           MOVE 0 TO WK-STAKES-SEEN.
           MOVE 0 TO WK-TOKE.
           MOVE 0 TO WK-RUNPAY.
           MOVE 0 TO WK-RUNPAY-SEEN.
           MOVE "N" TO WK-EOF.
           OPEN INPUT ACTLOG.
           PERFORM 3150-ACTION-ROW
              THRU 3150-ACTION-ROW-EXIT
              UNTIL WK-FILE-EOF.
           CLOSE ACTLOG.

       3150-ACTION-ROW.

           READ ACTLOG
              AT END
                 SET WK-FILE-EOF TO TRUE
                 GO TO 3150-ACTION-ROW-EXIT
           END-READ.
           IF ACT-RECORD (10:5) = "SEAL@"
                 OR ACT-HANDSEED NOT = HIST-SEED
                 OR ACT-PLAYER NOT = HIST-PLAYER
              GO TO 3150-ACTION-ROW-EXIT
           END-IF.

           IF ACT-STREET = "SEATS"
              IF ACT-ACTION = "STACK"
                 MOVE ACT-AMOUNT TO WK-STACK
                 MOVE 1 TO WK-STACK-SEEN
              END-IF
              IF ACT-ACTION = "STAKES"
                 MOVE ACT-AMOUNT TO WK-STAKES
                 MOVE 1 TO WK-STAKES-SEEN
              END-IF
              GO TO 3150-ACTION-ROW-EXIT
           END-IF.

           IF ACT-ACTION = "TOKE"
              ADD ACT-AMOUNT TO WK-TOKE
           END-IF.
           IF ACT-ACTION = "RUNPAY"
              MOVE ACT-AMOUNT TO WK-RUNPAY
              MOVE 1 TO WK-RUNPAY-SEEN
           END-IF.

           IF WK-AC-COUNT < 200
              ADD 1 TO WK-AC-COUNT
              MOVE ACT-STREET TO WK-AC-STREET(WK-AC-COUNT)
              MOVE ACT-ACTOR TO WK-AC-ACTOR(WK-AC-COUNT)
              MOVE ACT-ACTION TO WK-AC-ACTION(WK-AC-COUNT)
              MOVE ACT-AMOUNT TO WK-AC-AMOUNT(WK-AC-COUNT)
           ELSE
              ADD 1 TO WK-AC-LOST
           END-IF.

       3150-ACTION-ROW-EXIT.

           CONTINUE.

      *Rake withheld (less any void's reversal) and the skims into
      *the two pools (less any VOD reversal), all on the hand's seed

       3200-LOAD-MONEY.

           MOVE 0 TO WK-RAKE.
           MOVE 0 TO WK-JKPIN.
           MOVE 0 TO WK-BBJIN.

           MOVE "N" TO WK-EOF.
           OPEN INPUT RAKELOG.
           PERFORM 3210-RAKE-ROW
              UNTIL WK-FILE-EOF.
           CLOSE RAKELOG.

           MOVE "N" TO WK-EOF.
           OPEN INPUT JKPLOG.
           PERFORM 3220-JKP-ROW
              UNTIL WK-FILE-EOF.
           CLOSE JKPLOG.

           MOVE "N" TO WK-EOF.
           OPEN INPUT BADBEATLOG.
           PERFORM 3230-BBJ-ROW
              UNTIL WK-FILE-EOF.
           CLOSE BADBEATLOG.

       3210-RAKE-ROW.

           READ RAKELOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF RAKE-RECORD (10:5) NOT = "SEAL@"
                       AND RAKE-SEED = HIST-SEED
                       AND RAKE-PLAYER = HIST-PLAYER
                    IF RAKE-RVSL = "RVS"
                       IF RAKE-AMOUNT > WK-RAKE
                          MOVE 0 TO WK-RAKE
                       ELSE
                          SUBTRACT RAKE-AMOUNT FROM WK-RAKE
                       END-IF
                    ELSE
                       ADD RAKE-AMOUNT TO WK-RAKE
                    END-IF
                 END-IF
           END-READ.

       3220-JKP-ROW.

           READ JKPLOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF JKPL-RECORD (10:5) NOT = "SEAL@"
                       AND JKPL-SEED = HIST-SEED
                       AND JKPL-PLAYER = HIST-PLAYER
                    EVALUATE JKPL-TYPE
                       WHEN "IN "
                          ADD JKPL-AMOUNT TO WK-JKPIN
                       WHEN "VOD"
                          IF JKPL-AMOUNT > WK-JKPIN
                             MOVE 0 TO WK-JKPIN
                          ELSE
                             SUBTRACT JKPL-AMOUNT FROM WK-JKPIN
                          END-IF
                    END-EVALUATE
                 END-IF
           END-READ.

       3230-BBJ-ROW.

           READ BADBEATLOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF BBL-RECORD (10:5) NOT = "SEAL@"
                       AND BBL-SEED = HIST-SEED
                       AND BBL-PLAYER = HIST-PLAYER
                    EVALUATE BBL-TYPE
                       WHEN "IN "
                          ADD BBL-AMOUNT TO WK-BBJIN
                       WHEN "VOD"
                          IF BBL-AMOUNT > WK-BBJIN
                             MOVE 0 TO WK-BBJIN
                          ELSE
                             SUBTRACT BBL-AMOUNT FROM WK-BBJIN
                          END-IF
                    END-EVALUATE
                 END-IF
           END-READ.

       3300-MAP-GAME.

           MOVE HIST-SEED TO WK-SEED.
           EVALUATE HIST-GAME
              WHEN "Hold 'em"
                 SET WK-GAME-HOLDEM TO TRUE
              WHEN "Draw Five"
                 SET WK-GAME-DRAWFIVE TO TRUE
              WHEN "Cheat"
                 SET WK-GAME-CHEAT TO TRUE
              WHEN "7-Stud"
                 SET WK-GAME-STUD TO TRUE
              WHEN "Omaha"
                 SET WK-GAME-OMAHA TO TRUE
              WHEN "2-7 Triple"
                 SET WK-GAME-TRIPLE TO TRUE
              WHEN OTHER
                 SET WK-GAME-NONE TO TRUE
           END-EVALUATE.

      *Rebuild the ordered deck and shuffle it from the recorded
      *seed -- the same pass as DealCheck's, which must stay in step
      *with CPY\SHUFFLE.CBL

       4000-REBUILD-DECK.

           MOVE WK-A  TO WK-RANK-TAB-ENTRY(01).
           MOVE WK-2  TO WK-RANK-TAB-ENTRY(02).
           MOVE WK-3  TO WK-RANK-TAB-ENTRY(03).
           MOVE WK-4  TO WK-RANK-TAB-ENTRY(04).
           MOVE WK-5  TO WK-RANK-TAB-ENTRY(05).
           MOVE WK-6  TO WK-RANK-TAB-ENTRY(06).
           MOVE WK-7  TO WK-RANK-TAB-ENTRY(07).
           MOVE WK-8  TO WK-RANK-TAB-ENTRY(08).
           MOVE WK-9  TO WK-RANK-TAB-ENTRY(09).
           MOVE WK-10 TO WK-RANK-TAB-ENTRY(10).
           MOVE WK-J  TO WK-RANK-TAB-ENTRY(11).
           MOVE WK-Q  TO WK-RANK-TAB-ENTRY(12).
           MOVE WK-K  TO WK-RANK-TAB-ENTRY(13).

           MOVE WK-SUIT-H TO WK-SUIT-TAB-ENTRY(01).
           MOVE WK-SUIT-D TO WK-SUIT-TAB-ENTRY(02).
           MOVE WK-SUIT-C TO WK-SUIT-TAB-ENTRY(03).
           MOVE WK-SUIT-S TO WK-SUIT-TAB-ENTRY(04).

           MOVE 1 TO WK-DECK-R.
           PERFORM 4010-FILL-RANK
              UNTIL WK-DECK-R > 13.

           COMPUTE WK-RANDPICK =
              FUNCTION INTEGER(FUNCTION RANDOM(WK-SEED)).

           MOVE 52 TO WK-DECK-R.
           PERFORM 4030-SWAP-CARD
              UNTIL WK-DECK-R < 2.

           MOVE 1 TO WK-DECK-PTR.

       4010-FILL-RANK.

           MOVE 1 TO WK-DECK-S.
           PERFORM 4020-FILL-SUIT
              UNTIL WK-DECK-S > 4.
           ADD 1 TO WK-DECK-R.

       4020-FILL-SUIT.

           COMPUTE WK-DECK-IDX =
              ((WK-DECK-R - 1) * 4) + WK-DECK-S.
           MOVE WK-RANK-TAB-ENTRY(WK-DECK-R)
              TO WK-DECK-RANK(WK-DECK-IDX).
           MOVE WK-SUIT-TAB-ENTRY(WK-DECK-S)
              TO WK-DECK-SUIT(WK-DECK-IDX).
           MOVE 0 TO WK-DECK-DEALT(WK-DECK-IDX).
           ADD 1 TO WK-DECK-S.

       4030-SWAP-CARD.

           COMPUTE WK-DECK-IDX2 =
              FUNCTION INTEGER(FUNCTION RANDOM * WK-DECK-R) + 1.
           MOVE WK-DECK-RANK(WK-DECK-R)  TO WK-DECK-TEMPR.
           MOVE WK-DECK-SUIT(WK-DECK-R)  TO WK-DECK-TEMPS.
           MOVE WK-DECK-RANK(WK-DECK-IDX2)
              TO WK-DECK-RANK(WK-DECK-R).
           MOVE WK-DECK-SUIT(WK-DECK-IDX2)
              TO WK-DECK-SUIT(WK-DECK-R).
           MOVE WK-DECK-TEMPR TO WK-DECK-RANK(WK-DECK-IDX2).
           MOVE WK-DECK-TEMPS TO WK-DECK-SUIT(WK-DECK-IDX2).
           SUBTRACT 1 FROM WK-DECK-R.

      *Deal in the order the recorded game mode deals, as DealCheck
      *does

       4100-REDEAL.

           EVALUATE TRUE
              WHEN WK-GAME-HOLDEM
                 PERFORM 4110-DEAL-HOLDEM
              WHEN WK-GAME-DRAWFIVE OR WK-GAME-TRIPLE
                 PERFORM 4120-DEAL-FIVE
              WHEN WK-GAME-STUD
                 PERFORM 4120-DEAL-FIVE
                 PERFORM SORT1
                 MOVE WK-CARD TO WK-CARD6
                 PERFORM SORT1
                 MOVE WK-CARD TO WK-CARD6CPU
                 PERFORM SORT1
                 MOVE WK-CARD TO WK-CARD7
                 PERFORM SORT1
                 MOVE WK-CARD TO WK-CARD7CPU
              WHEN WK-GAME-OMAHA
                 PERFORM 4130-DEAL-OMAHA
           END-EVALUATE.

       4110-DEAL-HOLDEM.

           PERFORM SORT1.
           MOVE WK-CARD TO WK-CARD1.
           PERFORM SORT1.
           MOVE WK-CARD TO WK-CARD1CPU.
           PERFORM SORT1.
           MOVE WK-CARD TO WK-CARD2.
           PERFORM SORT1.
           MOVE WK-CARD TO WK-CARD2CPU.
           PERFORM SORT1.
           MOVE WK-CARD TO WK-CARD1CPU2.
           PERFORM SORT1.
           MOVE WK-CARD TO WK-CARD2CPU2.
           PERFORM SORT1.
           MOVE WK-CARD TO WK-CARD1CPU3.
           PERFORM SORT1.
           MOVE WK-CARD TO WK-CARD2CPU3.
           PERFORM 4140-DEAL-BOARD.

      *Run twice: the second run's three cards are the next three
      *off the same deck

           IF HIST-BOARD2 NOT = SPACES
              PERFORM SORT1
              MOVE WK-CARD TO WK-RUN2-CARD(1)
              PERFORM SORT1
              MOVE WK-CARD TO WK-RUN2-CARD(2)
              PERFORM SORT1
              MOVE WK-CARD TO WK-RUN2-CARD(3)
           END-IF.

       4120-DEAL-FIVE.

           PERFORM SORT1.
           MOVE WK-CARD TO WK-CARD1.
           PERFORM SORT1.
           MOVE WK-CARD TO WK-CARD1CPU.
           PERFORM SORT1.
           MOVE WK-CARD TO WK-CARD2.
           PERFORM SORT1.
           MOVE WK-CARD TO WK-CARD2CPU.
           PERFORM SORT1.
           MOVE WK-CARD TO WK-CARD3.
           PERFORM SORT1.
           MOVE WK-CARD TO WK-CARD3CPU.
           PERFORM SORT1.
           MOVE WK-CARD TO WK-CARD4.
           PERFORM SORT1.
           MOVE WK-CARD TO WK-CARD4CPU.
           PERFORM SORT1.
           MOVE WK-CARD TO WK-CARD5.
           PERFORM SORT1.
           MOVE WK-CARD TO WK-CARD5CPU.

       4130-DEAL-OMAHA.

           PERFORM SORT1.
           MOVE WK-CARD TO WK-CARD1.
           PERFORM SORT1.
           MOVE WK-CARD TO WK-CARD1CPU.
           PERFORM SORT1.
           MOVE WK-CARD TO WK-CARD2.
           PERFORM SORT1.
           MOVE WK-CARD TO WK-CARD2CPU.
           PERFORM SORT1.
           MOVE WK-CARD TO WK-CARD3.
           PERFORM SORT1.
           MOVE WK-CARD TO WK-CARD3CPU.
           PERFORM SORT1.
           MOVE WK-CARD TO WK-CARD4.
           PERFORM SORT1.
           MOVE WK-CARD TO WK-CARD4CPU.
           PERFORM 4140-DEAL-BOARD.

       4140-DEAL-BOARD.

           PERFORM SORT1.
           MOVE WK-CARD TO WK-CARDTABLE1.
           PERFORM SORT1.
           MOVE WK-CARD TO WK-CARDTABLE2.
           PERFORM SORT1.
           MOVE WK-CARD TO WK-CARDTABLE3.
           PERFORM SORT1.
           MOVE WK-CARD TO WK-CARDTABLE4.
           PERFORM SORT1.
           MOVE WK-CARD TO WK-CARDTABLE5.

      *Header -- seed and game, stakes, when, and where

       5000-WRITE-HEADER.

           IF WK-STAKES-SEEN = 0
              STRING "Hand #" HIST-SEED ": "
                    HIST-GAME DELIMITED BY "  "
                    " - stakes not recorded"
                 DELIMITED BY SIZE INTO WK-LINE
           ELSE
              MOVE WK-STAKES TO WK-AMT
              PERFORM 6100-AMOUNT-TEXT
              EVALUATE WK-STAKES
                 WHEN WK-LOWSTAKE
                    MOVE "Low stakes" TO WK-SEATLINE
                 WHEN WK-MEDSTAKE
                    MOVE "Medium stakes" TO WK-SEATLINE
                 WHEN WK-HIGHSTAKE
                    MOVE "High stakes" TO WK-SEATLINE
                 WHEN OTHER
                    MOVE "Custom stakes" TO WK-SEATLINE
              END-EVALUATE
              STRING "Hand #" HIST-SEED ": "
                    HIST-GAME DELIMITED BY "  "
                    " - " WK-SEATLINE DELIMITED BY "  "
                    " (minimum bid " DELIMITED BY SIZE
                    WK-AMTTEXT DELIMITED BY SPACE
                    ")" DELIMITED BY SIZE INTO WK-LINE
           END-IF.
           PERFORM 6900-WRITE-LINE.

      *A hand dealt before the cutover belongs to the previous
      *gaming day; the calendar day it was played on is the one
      *after the day it is filed under

           MOVE HIST-DATE TO WK-DT-DATE.
           PERFORM 6200-DATE-TEXT.
           MOVE WK-DT-TEXT TO WK-GAMEDAYTEXT.
           COMPUTE WK-ROW-CLOCK = HIST-TIME / 10000.
           IF WK-ROW-CLOCK < WK-CUTOVER
              COMPUTE WK-FULLDATE = HIST-DATE + 20000000
              COMPUTE WK-ROW-INT =
                 FUNCTION INTEGER-OF-DATE(WK-FULLDATE) + 1
              COMPUTE WK-FULLDATE =
                 FUNCTION DATE-OF-INTEGER(WK-ROW-INT)
              COMPUTE WK-DT-DATE = WK-FULLDATE - 20000000
              PERFORM 6200-DATE-TEXT
           END-IF.
           MOVE HIST-TIME TO WK-TM-TIME.
           PERFORM 6300-TIME-TEXT.
           STRING "Played " WK-DT-TEXT " " WK-TM-TEXT
                 ", gaming day " WK-GAMEDAYTEXT
              DELIMITED BY SIZE INTO WK-LINE.
           PERFORM 6900-WRITE-LINE.

           STRING "Table: site " DELIMITED BY SIZE
                 HIST-SITE DELIMITED BY SPACE
                 " terminal " DELIMITED BY SIZE
                 HIST-TERM DELIMITED BY SPACE
              INTO WK-LINE.
           IF HIST-SITE = SPACES OR LOW-VALUES
              MOVE SPACES TO WK-LINE
              STRING "Table: terminal " DELIMITED BY SIZE
                    HIST-TERM DELIMITED BY SPACE
                 INTO WK-LINE
           END-IF.
           IF HIST-TERM = SPACES OR LOW-VALUES
              MOVE "Table: not recorded" TO WK-LINE
           END-IF.
           PERFORM 6900-WRITE-LINE.

           IF HIST-VOID = "V"
              STRING "VOIDED by a supervisor - the settlement shown "
                    "below was reversed"
                 DELIMITED BY SIZE INTO WK-LINE
              PERFORM 6900-WRITE-LINE
           END-IF.

      *Seats -- the player's stack as the hand began; the CPU seats
      *play on the house's money and carry no stack

       5100-WRITE-SEATS.

           IF WK-STACK-SEEN = 1
              MOVE WK-STACK TO WK-AMT
              PERFORM 6100-AMOUNT-TEXT
              STRING "Seat 1: " HIST-PLAYER DELIMITED BY "  "
                    " (" DELIMITED BY SIZE
                    WK-AMTTEXT DELIMITED BY SPACE
                    " in chips)" DELIMITED BY SIZE INTO WK-LINE
           ELSE
              STRING "Seat 1: " HIST-PLAYER DELIMITED BY "  "
                    " (starting stack not recorded)"
                 DELIMITED BY SIZE INTO WK-LINE
           END-IF.
           PERFORM 6900-WRITE-LINE.

           IF WK-GAME-HOLDEM
              MOVE "Seat 2: CPU1 (house seat)" TO WK-LINE
              PERFORM 6900-WRITE-LINE
              MOVE "Seat 3: CPU2 (house seat)" TO WK-LINE
              PERFORM 6900-WRITE-LINE
              MOVE "Seat 4: CPU3 (house seat)" TO WK-LINE
              PERFORM 6900-WRITE-LINE
           ELSE
              MOVE "Seat 2: CPU (house seat)" TO WK-LINE
              PERFORM 6900-WRITE-LINE
           END-IF.

       5200-WRITE-HOLE-CARDS.

           MOVE "*** HOLE CARDS ***" TO WK-LINE.
           PERFORM 6900-WRITE-LINE.
           EVALUATE TRUE
              WHEN WK-GAME-CHEAT
                 STRING "Cards keyed in by hand (Cheat mode) - not "
                       "reproducible from the seed"
                    DELIMITED BY SIZE INTO WK-LINE
                 PERFORM 6900-WRITE-LINE
                 GO TO 5200-WRITE-HOLE-EXIT
              WHEN WK-GAME-NONE
                 MOVE "No replayable deal for this game" TO WK-LINE
                 PERFORM 6900-WRITE-LINE
                 GO TO 5200-WRITE-HOLE-EXIT
           END-EVALUATE.

           PERFORM 6000-LIST-START.
           MOVE WK-CARD1 TO WK-CT-CARD.
           PERFORM 6010-LIST-CARD.
           MOVE WK-CARD2 TO WK-CT-CARD.
           PERFORM 6010-LIST-CARD.
           IF NOT WK-GAME-HOLDEM
              MOVE WK-CARD3 TO WK-CT-CARD
              PERFORM 6010-LIST-CARD
           END-IF.
           IF WK-GAME-OMAHA OR WK-GAME-DRAWFIVE OR WK-GAME-TRIPLE
              MOVE WK-CARD4 TO WK-CT-CARD
              PERFORM 6010-LIST-CARD
           END-IF.
           IF WK-GAME-DRAWFIVE OR WK-GAME-TRIPLE
              MOVE WK-CARD5 TO WK-CT-CARD
              PERFORM 6010-LIST-CARD
           END-IF.
           PERFORM 6020-LIST-END.
           STRING "Dealt to " HIST-PLAYER DELIMITED BY "  "
                 " " WK-CARDLIST DELIMITED BY SIZE INTO WK-LINE.
           PERFORM 6900-WRITE-LINE.
           IF WK-GAME-DRAWFIVE OR WK-GAME-TRIPLE
              MOVE "(the deal before any draw)" TO WK-LINE
              PERFORM 6900-WRITE-LINE
           END-IF.
           IF WK-GAME-STUD
              MOVE WK-CARD3CPU TO WK-CT-CARD
              PERFORM 6050-UP-CARD
           END-IF.

       5200-WRITE-HOLE-EXIT.

           CONTINUE.

      *The betting, street by street, in journal order

       5300-WRITE-ACTIONS.

           MOVE ZEROS TO WK-FOLD-TAB.
           MOVE SPACES TO WK-LASTSTREET.
           IF WK-AC-COUNT = 0
              MOVE "(no betting journal lines for this hand)"
                 TO WK-LINE
              PERFORM 6900-WRITE-LINE
           END-IF.
           MOVE 1 TO WK-AC-IDX.
           PERFORM 5310-ONE-ACTION
              THRU 5310-ONE-ACTION-EXIT
              UNTIL WK-AC-IDX > WK-AC-COUNT.
           IF WK-AC-LOST > 0
              STRING "(" WK-AC-LOST " further journal lines not "
                    "shown)" DELIMITED BY SIZE INTO WK-LINE
              PERFORM 6900-WRITE-LINE
           END-IF.

       5310-ONE-ACTION.

           IF WK-AC-STREET(WK-AC-IDX) NOT = WK-LASTSTREET
              MOVE WK-AC-STREET(WK-AC-IDX) TO WK-LASTSTREET
              PERFORM 5320-STREET-HEADER
           END-IF.

      *A run-twice board line carries the card where the action
      *goes and the board position in its actor

           IF WK-AC-STREET(WK-AC-IDX) (1:3) = "RUN"
                 AND WK-AC-ACTOR(WK-AC-IDX) (1:5) = "BOARD"
              MOVE WK-AC-ACTION(WK-AC-IDX) TO WK-CT-CARD
              PERFORM 6000-LIST-START
              PERFORM 6010-LIST-CARD
              PERFORM 6020-LIST-END
              STRING "Board card " WK-AC-ACTOR(WK-AC-IDX) (6:1)
                    ": " WK-CARDLIST DELIMITED BY SIZE INTO WK-LINE
              PERFORM 6900-WRITE-LINE
              ADD 1 TO WK-AC-IDX
              GO TO 5310-ONE-ACTION-EXIT
           END-IF.

           EVALUATE WK-AC-ACTOR(WK-AC-IDX)
              WHEN "PLAYER"
                 MOVE HIST-PLAYER TO WK-ACTORNAME
              WHEN "CPUS"
                 MOVE "CPU seats" TO WK-ACTORNAME
              WHEN OTHER
                 MOVE WK-AC-ACTOR(WK-AC-IDX) TO WK-ACTORNAME
           END-EVALUATE.

           IF WK-AC-ACTION(WK-AC-IDX) = "FOLD"
              EVALUATE WK-AC-ACTOR(WK-AC-IDX)
                 WHEN "PLAYER"
                    MOVE 1 TO WK-FOLD-SEAT(1)
                 WHEN "CPU"
                 WHEN "CPU1"
                    MOVE 1 TO WK-FOLD-SEAT(2)
                 WHEN "CPU2"
                    MOVE 1 TO WK-FOLD-SEAT(3)
                 WHEN "CPU3"
                    MOVE 1 TO WK-FOLD-SEAT(4)
                 WHEN "CPUS"
                    MOVE 1 TO WK-FOLD-SEAT(2)
                    MOVE 1 TO WK-FOLD-SEAT(3)
                    MOVE 1 TO WK-FOLD-SEAT(4)
              END-EVALUATE
           END-IF.

           MOVE SPACES TO WK-ACTIONTEXT.
           EVALUATE WK-AC-ACTION(WK-AC-IDX)
              WHEN "BLIND"
                 MOVE "posts blinds" TO WK-ACTIONTEXT
              WHEN "ANTE"
                 MOVE "antes" TO WK-ACTIONTEXT
              WHEN "BRING-IN"
                 MOVE "brings in" TO WK-ACTIONTEXT
              WHEN "CALL"
                 MOVE "calls" TO WK-ACTIONTEXT
              WHEN "RAISE"
                 MOVE "raises" TO WK-ACTIONTEXT
              WHEN "RERAISE"
                 MOVE "re-raises" TO WK-ACTIONTEXT
              WHEN "CHECK"
                 MOVE "checks" TO WK-ACTIONTEXT
              WHEN "FOLD"
                 MOVE "folds" TO WK-ACTIONTEXT
              WHEN "ALL-IN"
                 MOVE "is all-in" TO WK-ACTIONTEXT
              WHEN "REBUY"
                 MOVE "rebuys" TO WK-ACTIONTEXT
              WHEN "TOKE"
                 MOVE "tokes the dealer" TO WK-ACTIONTEXT
              WHEN "RUNPAY"
                 MOVE "collects on the runs" TO WK-ACTIONTEXT
              WHEN "OFFER"
                 MOVE "offers to run it twice" TO WK-ACTIONTEXT
              WHEN "AGREE"
                 MOVE "agree to run it twice" TO WK-ACTIONTEXT
              WHEN "DECLINE"
                 MOVE "decline to run it twice" TO WK-ACTIONTEXT
              WHEN OTHER
                 IF WK-AC-ACTION(WK-AC-IDX) (1:5) = "DRAW "
                    STRING "draws " WK-AC-ACTION(WK-AC-IDX) (6:1)
                       DELIMITED BY SIZE INTO WK-ACTIONTEXT
                 ELSE
                    MOVE WK-AC-ACTION(WK-AC-IDX) TO WK-ACTIONTEXT
                 END-IF
           END-EVALUATE.

           IF WK-AC-AMOUNT(WK-AC-IDX) > 0
              MOVE WK-AC-AMOUNT(WK-AC-IDX) TO WK-AMT
              PERFORM 6100-AMOUNT-TEXT
              STRING WK-ACTORNAME DELIMITED BY "  "
                    ": " WK-ACTIONTEXT DELIMITED BY "  "
                    " " DELIMITED BY SIZE
                    WK-AMTTEXT DELIMITED BY SPACE
                 INTO WK-LINE
           ELSE
              STRING WK-ACTORNAME DELIMITED BY "  "
                    ": " WK-ACTIONTEXT DELIMITED BY "  "
                 INTO WK-LINE
           END-IF.
           PERFORM 6900-WRITE-LINE.
           ADD 1 TO WK-AC-IDX.

       5310-ONE-ACTION-EXIT.

           CONTINUE.

      *Each street's heading, with the board or the cards that street
      *brings as far as the seed can show them

       5320-STREET-HEADER.

           EVALUATE WK-LASTSTREET
              WHEN "BLINDS"
                 MOVE "*** BLINDS ***" TO WK-LINE
              WHEN "BET"
              WHEN "BETOM1"
                 MOVE "*** PRE-FLOP ***" TO WK-LINE
              WHEN "BET2"
              WHEN "BETOM2"
                 PERFORM 6000-LIST-START
                 MOVE WK-CARDTABLE1 TO WK-CT-CARD
                 PERFORM 6010-LIST-CARD
                 MOVE WK-CARDTABLE2 TO WK-CT-CARD
                 PERFORM 6010-LIST-CARD
                 IF WK-GAME-OMAHA
                    MOVE WK-CARDTABLE3 TO WK-CT-CARD
                    PERFORM 6010-LIST-CARD
                 END-IF
                 PERFORM 6020-LIST-END
                 STRING "*** FLOP *** " WK-CARDLIST
                    DELIMITED BY SIZE INTO WK-LINE
              WHEN "RUNTWICE"
                 MOVE "*** RUN IT TWICE ***" TO WK-LINE
              WHEN "BETST1"
                 MOVE "*** 3RD STREET ***" TO WK-LINE
              WHEN "BETST2"
                 MOVE "*** 4TH STREET ***" TO WK-LINE
              WHEN "BETST3"
                 MOVE "*** 5TH STREET ***" TO WK-LINE
              WHEN "BETST4"
                 MOVE "*** 6TH STREET ***" TO WK-LINE
              WHEN "BETST5"
                 MOVE "*** 7TH STREET ***" TO WK-LINE
              WHEN "BET3"
                 MOVE "*** BEFORE THE DRAW ***" TO WK-LINE
              WHEN "BET4"
                 MOVE "*** AFTER THE DRAW ***" TO WK-LINE
              WHEN "BET5"
                 MOVE "*** FIRST BETTING ROUND ***" TO WK-LINE
              WHEN "BET6"
                 MOVE "*** SECOND BETTING ROUND ***" TO WK-LINE
              WHEN "SETTLE"
                 MOVE "*** SETTLEMENT ***" TO WK-LINE
              WHEN OTHER
                 EVALUATE TRUE
                    WHEN WK-LASTSTREET (1:5) = "BETTD"
                       STRING "*** BETTING ROUND "
                             WK-LASTSTREET (6:1) " ***"
                          DELIMITED BY SIZE INTO WK-LINE
                    WHEN WK-LASTSTREET (1:5) = "DRAW "
                       STRING "*** DRAW " WK-LASTSTREET (6:1)
                             " ***"
                          DELIMITED BY SIZE INTO WK-LINE
                    WHEN WK-LASTSTREET (1:3) = "RUN"
                       STRING "*** RUN " WK-LASTSTREET (4:1)
                             " ***"
                          DELIMITED BY SIZE INTO WK-LINE
                    WHEN OTHER
                       STRING "*** " DELIMITED BY SIZE
                             WK-LASTSTREET DELIMITED BY SPACE
                             " ***" DELIMITED BY SIZE INTO WK-LINE
                 END-EVALUATE
           END-EVALUATE.
           PERFORM 6900-WRITE-LINE.

      *Stud's later streets each bring one card apiece -- face up
      *until the seventh, which the CPU keeps down

           IF WK-GAME-STUD
              EVALUATE WK-LASTSTREET
                 WHEN "BETST2"
                    MOVE WK-CARD4 TO WK-CT-CARD
                    PERFORM 6040-DEALT-CARD
                    MOVE WK-CARD4CPU TO WK-CT-CARD
                    PERFORM 6050-UP-CARD
                 WHEN "BETST3"
                    MOVE WK-CARD5 TO WK-CT-CARD
                    PERFORM 6040-DEALT-CARD
                    MOVE WK-CARD5CPU TO WK-CT-CARD
                    PERFORM 6050-UP-CARD
                 WHEN "BETST4"
                    MOVE WK-CARD6 TO WK-CT-CARD
                    PERFORM 6040-DEALT-CARD
                    MOVE WK-CARD6CPU TO WK-CT-CARD
                    PERFORM 6050-UP-CARD
                 WHEN "BETST5"
                    MOVE WK-CARD7 TO WK-CT-CARD
                    PERFORM 6040-DEALT-CARD
              END-EVALUATE
           END-IF.

      *Showdown -- the full board, every seat's cards and the hands
      *as the history line logged them

       5400-WRITE-SHOWDOWN.

           MOVE "*** SHOWDOWN ***" TO WK-LINE.
           PERFORM 6900-WRITE-LINE.
           IF HIST-RESULT (1:10) = "You folded"
              MOVE 1 TO WK-FOLD-SEAT(1)
           END-IF.

           IF WK-GAME-HOLDEM OR WK-GAME-OMAHA
              PERFORM 6000-LIST-START
              MOVE WK-CARDTABLE1 TO WK-CT-CARD
              PERFORM 6010-LIST-CARD
              MOVE WK-CARDTABLE2 TO WK-CT-CARD
              PERFORM 6010-LIST-CARD
              MOVE WK-CARDTABLE3 TO WK-CT-CARD
              PERFORM 6010-LIST-CARD
              MOVE WK-CARDTABLE4 TO WK-CT-CARD
              PERFORM 6010-LIST-CARD
              MOVE WK-CARDTABLE5 TO WK-CT-CARD
              PERFORM 6010-LIST-CARD
              PERFORM 6020-LIST-END
              STRING "Board " WK-CARDLIST
                 DELIMITED BY SIZE INTO WK-LINE
              PERFORM 6900-WRITE-LINE
              IF WK-GAME-HOLDEM AND HIST-BOARD2 NOT = SPACES
                 PERFORM 6000-LIST-START
                 MOVE WK-CARDTABLE1 TO WK-CT-CARD
                 PERFORM 6010-LIST-CARD
                 MOVE WK-CARDTABLE2 TO WK-CT-CARD
                 PERFORM 6010-LIST-CARD
                 MOVE WK-RUN2-CARD(1) TO WK-CT-CARD
                 PERFORM 6010-LIST-CARD
                 MOVE WK-RUN2-CARD(2) TO WK-CT-CARD
                 PERFORM 6010-LIST-CARD
                 MOVE WK-RUN2-CARD(3) TO WK-CT-CARD
                 PERFORM 6010-LIST-CARD
                 PERFORM 6020-LIST-END
                 STRING "Second run board " WK-CARDLIST
                    DELIMITED BY SIZE INTO WK-LINE
                 PERFORM 6900-WRITE-LINE
              END-IF
           END-IF.

           IF WK-FOLD-SEAT(1) = 1
              STRING HIST-PLAYER DELIMITED BY "  "
                    ": folded" DELIMITED BY SIZE INTO WK-LINE
           ELSE
              STRING HIST-PLAYER DELIMITED BY "  "
                    ": " HIST-PLAYERHAND DELIMITED BY "  "
                 INTO WK-LINE
           END-IF.
           PERFORM 6900-WRITE-LINE.

           IF WK-GAME-HOLDEM
              MOVE "CPU1" TO WK-SEATLINE
              MOVE WK-CARD1CPU TO WK-CT-CARD
              MOVE WK-CARD2CPU TO WK-SECONDCARD
              MOVE 2 TO WK-SEATNO
              PERFORM 5410-HOLDEM-SEAT
              MOVE "CPU2" TO WK-SEATLINE
              MOVE WK-CARD1CPU2 TO WK-CT-CARD
              MOVE WK-CARD2CPU2 TO WK-SECONDCARD
              MOVE 3 TO WK-SEATNO
              PERFORM 5410-HOLDEM-SEAT
              MOVE "CPU3" TO WK-SEATLINE
              MOVE WK-CARD1CPU3 TO WK-CT-CARD
              MOVE WK-CARD2CPU3 TO WK-SECONDCARD
              MOVE 4 TO WK-SEATNO
              PERFORM 5410-HOLDEM-SEAT
              STRING "Best CPU hand: " HIST-CPUHAND
                 DELIMITED BY "  " INTO WK-LINE
              PERFORM 6900-WRITE-LINE
           ELSE
              IF WK-FOLD-SEAT(2) = 1
                 MOVE "CPU: folded" TO WK-LINE
              ELSE
                 STRING "CPU: " HIST-CPUHAND
                    DELIMITED BY "  " INTO WK-LINE
              END-IF
              PERFORM 6900-WRITE-LINE
              IF (WK-GAME-STUD OR WK-GAME-OMAHA)
                    AND WK-FOLD-SEAT(1) = 0
                    AND WK-FOLD-SEAT(2) = 0
                 PERFORM 5420-CPU-CARDS
              END-IF
              IF WK-GAME-DRAWFIVE OR WK-GAME-TRIPLE
                 MOVE "(final hands after the draws, as logged)"
                    TO WK-LINE
                 PERFORM 6900-WRITE-LINE
              END-IF
           END-IF.

           STRING "Result as logged: " HIST-RESULT
              DELIMITED BY SIZE INTO WK-LINE.
           PERFORM 6900-WRITE-LINE.

      *One Hold 'em CPU seat: its two hole cards (the first in
      *WK-CT-CARD, the second in WK-SECONDCARD) and its seat number
      *for the fold flag

       5410-HOLDEM-SEAT.

           PERFORM 6000-LIST-START.
           PERFORM 6010-LIST-CARD.
           MOVE WK-SECONDCARD TO WK-CT-CARD.
           PERFORM 6010-LIST-CARD.
           PERFORM 6020-LIST-END.
           IF WK-FOLD-SEAT(WK-SEATNO) = 1
              STRING WK-SEATLINE DELIMITED BY SPACE
                    ": " WK-CARDLIST DELIMITED BY "]"
                    "] (folded)" DELIMITED BY SIZE INTO WK-LINE
           ELSE
              STRING WK-SEATLINE DELIMITED BY SPACE
                    ": " WK-CARDLIST DELIMITED BY SIZE INTO WK-LINE
           END-IF.
           PERFORM 6900-WRITE-LINE.

       5420-CPU-CARDS.

           PERFORM 6000-LIST-START.
           MOVE WK-CARD1CPU TO WK-CT-CARD.
           PERFORM 6010-LIST-CARD.
           MOVE WK-CARD2CPU TO WK-CT-CARD.
           PERFORM 6010-LIST-CARD.
           MOVE WK-CARD3CPU TO WK-CT-CARD.
           PERFORM 6010-LIST-CARD.
           MOVE WK-CARD4CPU TO WK-CT-CARD.
           PERFORM 6010-LIST-CARD.
           IF WK-GAME-STUD
              MOVE WK-CARD5CPU TO WK-CT-CARD
              PERFORM 6010-LIST-CARD
              MOVE WK-CARD6CPU TO WK-CT-CARD
              PERFORM 6010-LIST-CARD
              MOVE WK-CARD7CPU TO WK-CT-CARD
              PERFORM 6010-LIST-CARD
           END-IF.
           PERFORM 6020-LIST-END.
           STRING "CPU cards " WK-CARDLIST
              DELIMITED BY SIZE INTO WK-LINE.
           PERFORM 6900-WRITE-LINE.

      *Summary -- the pot and what came out of it, and who took it

       5500-WRITE-SUMMARY.

           MOVE "*** SUMMARY ***" TO WK-LINE.
           PERFORM 6900-WRITE-LINE.

           MOVE WK-RAKE TO WK-AMT.
           PERFORM 6100-AMOUNT-TEXT.
           MOVE WK-AMTTEXT TO WK-AMTTEXT2.
           MOVE HIST-POT TO WK-AMT.
           PERFORM 6100-AMOUNT-TEXT.
           STRING "Total pot " DELIMITED BY SIZE
                 WK-AMTTEXT DELIMITED BY SPACE
                 " | Rake " DELIMITED BY SIZE
                 WK-AMTTEXT2 DELIMITED BY SPACE
              INTO WK-LINE.
           PERFORM 6900-WRITE-LINE.

           MOVE WK-BBJIN TO WK-AMT.
           PERFORM 6100-AMOUNT-TEXT.
           MOVE WK-AMTTEXT TO WK-AMTTEXT2.
           MOVE WK-JKPIN TO WK-AMT.
           PERFORM 6100-AMOUNT-TEXT.
           STRING "Jackpot contribution " DELIMITED BY SIZE
                 WK-AMTTEXT DELIMITED BY SPACE
                 " | Bad-beat contribution " DELIMITED BY SIZE
                 WK-AMTTEXT2 DELIMITED BY SPACE
              INTO WK-LINE.
           PERFORM 6900-WRITE-LINE.

           IF HIST-JACKPOTPAID > 0
              MOVE HIST-JACKPOTPAID TO WK-AMT
              PERFORM 6100-AMOUNT-TEXT
              STRING "Jackpot paid " DELIMITED BY SIZE
                    WK-AMTTEXT DELIMITED BY SPACE
                 INTO WK-LINE
              PERFORM 6900-WRITE-LINE
           END-IF.
           IF WK-TOKE > 0
              MOVE WK-TOKE TO WK-AMT
              PERFORM 6100-AMOUNT-TEXT
              STRING "Dealer toke " DELIMITED BY SIZE
                    WK-AMTTEXT DELIMITED BY SPACE
                 INTO WK-LINE
              PERFORM 6900-WRITE-LINE
           END-IF.

      *Who took the pot, read off the logged result the way the
      *bankroll reconciliation credits it -- a split pot run twice
      *by what its RUNPAY row paid

           EVALUATE TRUE
              WHEN HIST-BOARD2 NOT = SPACES
                    AND HIST-RESULT (1:3) = "Tie"
                    AND WK-RUNPAY-SEEN = 1
                 MOVE WK-RUNPAY TO WK-AMT
                 PERFORM 6100-AMOUNT-TEXT
                 STRING "Winner: runs split, " HIST-PLAYER
                       DELIMITED BY "  "
                       " collects " DELIMITED BY SIZE
                       WK-AMTTEXT DELIMITED BY SPACE
                    INTO WK-LINE
              WHEN HIST-RESULT (1:11) = "Player wins"
              WHEN HIST-RESULT (1:10) = "CPU folded"
              WHEN HIST-RESULT (1:15) = "All CPUs folded"
                 STRING "Winner: " HIST-PLAYER
                    DELIMITED BY "  " INTO WK-LINE
              WHEN HIST-RESULT (1:3) = "Tie"
                 MOVE "Winner: pot split" TO WK-LINE
              WHEN HIST-RESULT (1:17) = "Checkpoint refund"
                 MOVE "Winner: none - stakes refunded" TO WK-LINE
              WHEN OTHER
                 MOVE "Winner: house seat (CPU)" TO WK-LINE
           END-EVALUATE.
           PERFORM 6900-WRITE-LINE.

           MOVE WK-RULE TO WK-LINE.
           PERFORM 6900-WRITE-LINE.
           PERFORM 6900-WRITE-LINE.

      *Bracketed card lists -- [Ah Td 7c] -- built one card at a
      *time from the game's rank and suit letters

       6000-LIST-START.

           MOVE SPACES TO WK-CARDLIST.
           MOVE "[" TO WK-CARDLIST.
           MOVE 2 TO WK-CL-PTR.
           MOVE 1 TO WK-CL-FIRST.

       6010-LIST-CARD.

           IF WK-CL-FIRST = 0
              ADD 1 TO WK-CL-PTR
           END-IF.
           MOVE 0 TO WK-CL-FIRST.
           INSPECT WK-CT-SUIT CONVERTING "HDCS" TO "hdcs".
           IF WK-CT-RANK = "10"
              STRING "T" WK-CT-SUIT DELIMITED BY SIZE
                 INTO WK-CARDLIST WITH POINTER WK-CL-PTR
           ELSE
              STRING WK-CT-RANK(1:1) WK-CT-SUIT DELIMITED BY SIZE
                 INTO WK-CARDLIST WITH POINTER WK-CL-PTR
           END-IF.

       6020-LIST-END.

           STRING "]" DELIMITED BY SIZE
              INTO WK-CARDLIST WITH POINTER WK-CL-PTR.

      *One Stud card dealt to the player, and one a CPU shows

       6040-DEALT-CARD.

           PERFORM 6000-LIST-START.
           PERFORM 6010-LIST-CARD.
           PERFORM 6020-LIST-END.
           STRING "Dealt to " HIST-PLAYER DELIMITED BY "  "
                 " " WK-CARDLIST DELIMITED BY SIZE INTO WK-LINE.
           PERFORM 6900-WRITE-LINE.

       6050-UP-CARD.

           PERFORM 6000-LIST-START.
           PERFORM 6010-LIST-CARD.
           PERFORM 6020-LIST-END.
           STRING "CPU shows " WK-CARDLIST
              DELIMITED BY SIZE INTO WK-LINE.
           PERFORM 6900-WRITE-LINE.

      *An amount left-justified, without the edited picture's
      *leading blanks

       6100-AMOUNT-TEXT.

           MOVE WK-AMT TO WK-AMTEDIT.
           MOVE 0 TO WK-LEAD.
           INSPECT WK-AMTEDIT TALLYING WK-LEAD FOR LEADING SPACES.
           MOVE SPACES TO WK-AMTTEXT.
           MOVE WK-AMTEDIT(WK-LEAD + 1:) TO WK-AMTTEXT.

       6200-DATE-TEXT.

           MOVE SPACES TO WK-DT-TEXT.
           STRING "20" WK-DT-YY "/" WK-DT-MM "/" WK-DT-DD
              DELIMITED BY SIZE INTO WK-DT-TEXT.

       6300-TIME-TEXT.

           MOVE SPACES TO WK-TM-TEXT.
           STRING WK-TM-HH ":" WK-TM-MI ":" WK-TM-SS
              DELIMITED BY SIZE INTO WK-TM-TEXT.

       6900-WRITE-LINE.

           MOVE WK-LINE TO TRN-RECORD.
           WRITE TRN-RECORD.
           MOVE SPACES TO WK-LINE.

       9999-EXIT.

       9999-EXIT-EXIT.

           GOBACK.

      *Shared dealing subroutine, copied from the same copybook the
      *game itself runs

       SORT1.

           COPY "CPY\SORT.CBL".

      *Never reached -- at most nineteen cards are dealt -- but the
      *shared SORT1 body expects the name to exist

       SHUFFLE-DECK.

           CONTINUE.
