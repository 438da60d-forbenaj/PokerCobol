       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChipDump.
       SECURITY.   Chip-dumping and collusion watch over the
                   head-to-head tables - the only place two real
                   bankrolls meet, so the only place one profile
                   can pass money to another by losing on purpose.
                   Every settled Head2Head hand in CPY\HISTORY.LOG
                   over a date range is paired with its seat
                   decisions and net rows in CPY\ACTION.LOG (tied
                   on the hand seed) and tallied into a matrix of
                   player pairs. Three patterns are flagged: a seat
                   that folds to most of the raises it faces from
                   the same opponent, money between a pair that
                   flows almost all one way, and a seat that folds
                   a strong made hand. Each flag is written to a
                   dated exception file (CPY\CHIPyymmdd.LOG, named
                   by the run date) with the seed of every hand
                   behind it, so the floor can pull each one
                   through DealCheck or the hand history. Voided
                   hands and the SOAK profile are left out. Run
                   nightly it covers the business date the job gate
                   clears it for, so each day's hands are scored
                   while they are fresh; a longer range is keyed by
                   hand.

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

           SELECT OPTIONAL ACTLOG
            ASSIGN TO
             "CPY\ACTION.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT CHIPEXC
            ASSIGN TO DYNAMIC WK-EXCNAME
             ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "CPY\HISTREC.CBL".

           COPY "CPY\ACTREC.CBL".

      *One flagged hand per line -- the seat whose play raised the
      *flag, the opponent who gained by it, which pattern, the
      *money involved and the seat's made hand

       FD CHIPEXC
           LABEL RECORD STANDARD.

       01 CDX-RECORD.
           02 CDX-DATE PIC 9(08).
           02 FILLER PIC X VALUE SPACE.
           02 CDX-SEED PIC 9(09).
           02 FILLER PIC X VALUE SPACE.
           02 CDX-PLAYER PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 CDX-OTHER PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 CDX-FLAG PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 CDX-AMOUNT PIC Z(7)9,99.
           02 FILLER PIC X VALUE SPACE.
           02 CDX-HAND PIC X(15).

       WORKING-STORAGE SECTION.

           COPY "CPY\JOBGPARM.CBL".

       01 WK-EOF PIC X VALUE "N".
          88 WK-FILE-EOF VALUE "Y".

       01 WK-FROMDATE PIC 9(08).
       01 WK-TODATE PIC 9(08).
       01 WK-RUNDATE PIC 9(06).
       01 WK-EXCNAME PIC X(30).

      *Flag thresholds -- a fold-to-raise share at or past
      *WK-FOLDPCT over at least WK-MINFACED raises; one-way flow
      *when one side carries WK-ONEWAYPCT of the pair's gross over
      *at least WK-MINHANDS hands and WK-MINFLOW dollars; a fold
      *holding WK-STRONGRANK (Three of a Kind) or better

       01 WK-FOLDPCT PIC 9(03) VALUE 80.
       01 WK-MINFACED PIC 9(03) VALUE 3.
       01 WK-ONEWAYPCT PIC 9(03) VALUE 90.
       01 WK-MINHANDS PIC 9(03) VALUE 3.
       01 WK-MINFLOW PIC 9(06)V99 VALUE 100.
       01 WK-STRONGRANK PIC 99 VALUE 4.

      *Player pairs -- side 1 is the alphabetically lower name, so
      *a pair is one entry whichever seat each profile sat in

       01 WK-PAIR-COUNT PIC 99 COMP VALUE 0.
       01 WK-PAIR-TAB.
           02 WK-PAIR-ENTRY OCCURS 50 TIMES.
               03 WK-PR-NAME PIC X(10) OCCURS 2 TIMES.
               03 WK-PR-HANDS PIC 9(05).
               03 WK-PR-SIDE OCCURS 2 TIMES.
                   04 WK-PR-FACED PIC 9(05).
                   04 WK-PR-FOLDED PIC 9(05).
                   04 WK-PR-LOST PIC 9(08)V99.
                   04 WK-PR-STRONG PIC 9(05).
               03 WK-PR-FLAGFOLD PIC 9 OCCURS 2 TIMES.
               03 WK-PR-FLAGFLOW PIC 9.

      *Head-to-head hands in range, one per history line -- which
      *pair, both sides' made hands, and what the seat decisions
      *and net rows said about the hand

       01 WK-HAND-COUNT PIC 9(03) COMP VALUE 0.
       01 WK-HAND-TAB.
           02 WK-HAND-ENTRY OCCURS 500 TIMES.
               03 WK-HD-SEED PIC 9(09).
               03 WK-HD-DATE PIC 9(08).
               03 WK-HD-PAIR PIC 99 COMP.
               03 WK-HD-RANK PIC 99 OCCURS 2 TIMES.
               03 WK-HD-RAISED PIC 9.
               03 WK-HD-FOLDSIDE PIC 9.
               03 WK-HD-LOSESIDE PIC 9.
               03 WK-HD-LOST PIC 9(08)V99.

       01 WK-HAND-IDX PIC 9(03) COMP.
       01 WK-FOUND-HAND PIC 9(03) COMP.
       01 WK-PAIR-IDX PIC 99 COMP.
       01 WK-FOUND-PAIR PIC 99 COMP.
       01 WK-SIDE PIC 9.
       01 WK-OTHERSIDE PIC 9.
       01 WK-SEAT1 PIC X(10).
       01 WK-SEAT2 PIC X(10).
       01 WK-LOOKUP-HAND PIC X(15).
       01 WK-LOOKUP-RANK PIC 99.
       01 WK-RANK-IDX PIC 99 COMP.
       01 WK-GROSS PIC 9(09)V99.
       01 WK-SHARE PIC 9(03)V99.
       01 WK-SHARESHOW PIC ZZ9.
       01 WK-MONEYSHOW PIC Z(8)9,99.
       01 WK-FLAGS PIC 9(05) VALUE 0.
       01 WK-FLAGNAME PIC X(10).
       01 WK-SKIPPED PIC 9(05) VALUE 0.

      *Display names for the categories, same codes the game uses

       01 WK-HANDNAMES.
           02 FILLER PIC X(15) VALUE "High Card".
           02 FILLER PIC X(15) VALUE "Pair".
           02 FILLER PIC X(15) VALUE "Two Pair".
           02 FILLER PIC X(15) VALUE "Three of a Kind".
           02 FILLER PIC X(15) VALUE "Straight".
           02 FILLER PIC X(15) VALUE "Flush".
           02 FILLER PIC X(15) VALUE "Full House".
           02 FILLER PIC X(15) VALUE "Four of a Kind".
           02 FILLER PIC X(15) VALUE "Straight Flush".
           02 FILLER PIC X(15) VALUE "Royal Flush".
       01 WK-HANDNAME-TAB REDEFINES WK-HANDNAMES.
           02 WK-HANDNAME-ENTRY PIC X(15) OCCURS 10 TIMES.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           SET JOBG-START TO TRUE.
           MOVE "ChipDump" TO JOBG-PROGRAM.
           MOVE 0 TO JOBG-BUSDATE.
           CALL "JobGate" USING JOBG-PARMS.
           IF JOBG-REFUSED
              MOVE 8 TO RETURN-CODE
              PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           END-IF.

      *The night's run covers the business date the gate cleared
      *it for; a wider range is asked for by hand, and runs up to
      *that business date

           DISPLAY "From date (as logged, 0 for the business date "
              JOBG-BUSDATE "): " NO ADVANCING.
           ACCEPT WK-FROMDATE.
           IF WK-FROMDATE = 0
              MOVE JOBG-BUSDATE TO WK-FROMDATE
              MOVE JOBG-BUSDATE TO WK-TODATE
           ELSE
              DISPLAY "To date   (as logged, 0 for " JOBG-BUSDATE
                 "): " NO ADVANCING
              ACCEPT WK-TODATE
              IF WK-TODATE = 0
                 MOVE JOBG-BUSDATE TO WK-TODATE
              END-IF
           END-IF.

           ACCEPT WK-RUNDATE FROM DATE.
           MOVE SPACES TO WK-EXCNAME.
           STRING "CPY\CHIP" WK-RUNDATE ".LOG"
              DELIMITED BY SIZE INTO WK-EXCNAME.

           INITIALIZE WK-PAIR-TAB.
           INITIALIZE WK-HAND-TAB.

           OPEN INPUT HISTORY.
           PERFORM 2000-COLLECT-HAND
              UNTIL WK-FILE-EOF.
           CLOSE HISTORY.

           MOVE "N" TO WK-EOF.
           OPEN INPUT ACTLOG.
           PERFORM 3000-APPLY-ACTION
              UNTIL WK-FILE-EOF.
           CLOSE ACTLOG.

           OPEN OUTPUT CHIPEXC.
           DISPLAY "Head-to-head collusion watch".
           DISPLAY "============================".
           PERFORM 4000-SCORE-PAIR
              VARYING WK-PAIR-IDX FROM 1 BY 1
              UNTIL WK-PAIR-IDX > WK-PAIR-COUNT.
           PERFORM 5000-LIST-HAND
              VARYING WK-HAND-IDX FROM 1 BY 1
              UNTIL WK-HAND-IDX > WK-HAND-COUNT.
           CLOSE CHIPEXC.

           DISPLAY " ".
           DISPLAY "Pairs: " WK-PAIR-COUNT
              "  hands: " WK-HAND-COUNT
              "  exception lines: " WK-FLAGS.
           IF WK-SKIPPED > 0
              DISPLAY "WARNING: " WK-SKIPPED " hands past the "
                 "table limits were not scored - run a narrower "
                 "date range"
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF WK-FLAGS > 0
              DISPLAY "Exceptions written to " WK-EXCNAME
              MOVE 4 TO RETURN-CODE
           ELSE
              DISPLAY "Nothing flagged"
           END-IF.
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.

      *One Head2Head history line is one hand -- seat 1 is the
      *logged-in player, seat 2 rides the "vs" result text

       2000-COLLECT-HAND.

           READ HISTORY
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF HIST-RECORD (10:5) NOT = "SEAL@"
                       AND HIST-GAME = "Head2Head"
                       AND HIST-VOID NOT = "V"
                       AND HIST-PLAYER NOT = "SOAK"
                       AND HIST-DATE >= WK-FROMDATE
                       AND HIST-DATE <= WK-TODATE
                    PERFORM 2100-ADD-HAND
                       THRU 2100-ADD-HAND-EXIT
                 END-IF
           END-READ.

       2100-ADD-HAND.

           MOVE HIST-PLAYER TO WK-SEAT1.
           MOVE HIST-RESULT (4:10) TO WK-SEAT2.
           IF WK-SEAT2 = SPACES
              GO TO 2100-ADD-HAND-EXIT
           END-IF.
           PERFORM 2200-FIND-PAIR.
           IF WK-FOUND-PAIR = 0 OR WK-HAND-COUNT >= 500
              ADD 1 TO WK-SKIPPED
              GO TO 2100-ADD-HAND-EXIT
           END-IF.

           ADD 1 TO WK-HAND-COUNT.
           ADD 1 TO WK-PR-HANDS(WK-FOUND-PAIR).
           MOVE HIST-SEED TO WK-HD-SEED(WK-HAND-COUNT).
           MOVE HIST-DATE TO WK-HD-DATE(WK-HAND-COUNT).
           MOVE WK-FOUND-PAIR TO WK-HD-PAIR(WK-HAND-COUNT).
           IF WK-PR-NAME(WK-FOUND-PAIR, 1) = WK-SEAT1
              MOVE 1 TO WK-SIDE
              MOVE 2 TO WK-OTHERSIDE
           ELSE
              MOVE 2 TO WK-SIDE
              MOVE 1 TO WK-OTHERSIDE
           END-IF.
           MOVE HIST-PLAYERHAND TO WK-LOOKUP-HAND.
           PERFORM 2300-RANK-OF-HAND.
           MOVE WK-LOOKUP-RANK TO WK-HD-RANK(WK-HAND-COUNT, WK-SIDE).
           MOVE HIST-CPUHAND TO WK-LOOKUP-HAND.
           PERFORM 2300-RANK-OF-HAND.
           MOVE WK-LOOKUP-RANK
              TO WK-HD-RANK(WK-HAND-COUNT, WK-OTHERSIDE).

       2100-ADD-HAND-EXIT.

           EXIT.

      *Find (or add) the pair for the two seat names -- the lower
      *name always lands on side 1. WK-FOUND-PAIR comes back zero
      *when the table is full

       2200-FIND-PAIR.

           MOVE 0 TO WK-FOUND-PAIR.
           PERFORM VARYING WK-PAIR-IDX FROM 1 BY 1
                 UNTIL WK-PAIR-IDX > WK-PAIR-COUNT
              IF (WK-PR-NAME(WK-PAIR-IDX, 1) = WK-SEAT1
                    AND WK-PR-NAME(WK-PAIR-IDX, 2) = WK-SEAT2)
                 OR (WK-PR-NAME(WK-PAIR-IDX, 1) = WK-SEAT2
                    AND WK-PR-NAME(WK-PAIR-IDX, 2) = WK-SEAT1)
                 MOVE WK-PAIR-IDX TO WK-FOUND-PAIR
              END-IF
           END-PERFORM.
           IF WK-FOUND-PAIR = 0 AND WK-PAIR-COUNT < 50
              ADD 1 TO WK-PAIR-COUNT
              MOVE WK-PAIR-COUNT TO WK-FOUND-PAIR
              IF WK-SEAT1 < WK-SEAT2
                 MOVE WK-SEAT1 TO WK-PR-NAME(WK-FOUND-PAIR, 1)
                 MOVE WK-SEAT2 TO WK-PR-NAME(WK-FOUND-PAIR, 2)
              ELSE
                 MOVE WK-SEAT2 TO WK-PR-NAME(WK-FOUND-PAIR, 1)
                 MOVE WK-SEAT1 TO WK-PR-NAME(WK-FOUND-PAIR, 2)
              END-IF
           END-IF.

       2300-RANK-OF-HAND.

           MOVE 0 TO WK-LOOKUP-RANK.
           PERFORM VARYING WK-RANK-IDX FROM 1 BY 1
                 UNTIL WK-RANK-IDX > 10
              IF WK-HANDNAME-ENTRY(WK-RANK-IDX) = WK-LOOKUP-HAND
                 MOVE WK-RANK-IDX TO WK-LOOKUP-RANK
              END-IF
           END-PERFORM.

      *Seat decisions and net rows, tied to the hand on the seed --
      *a SEAT1 raise is faced by the other side, a fold after it is
      *a fold to a raise, and the H2HLOSE row says who paid whom

       3000-APPLY-ACTION.

           READ ACTLOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF ACT-RECORD (10:5) NOT = "SEAL@"
                       AND ACT-STREET = "H2H"
                    PERFORM 3100-APPLY-ROW
                       THRU 3100-APPLY-ROW-EXIT
                 END-IF
           END-READ.

       3100-APPLY-ROW.

           MOVE 0 TO WK-FOUND-HAND.
           PERFORM VARYING WK-HAND-IDX FROM 1 BY 1
                 UNTIL WK-HAND-IDX > WK-HAND-COUNT
              IF WK-HD-SEED(WK-HAND-IDX) = ACT-HANDSEED
                 MOVE WK-HAND-IDX TO WK-FOUND-HAND
              END-IF
           END-PERFORM.
           IF WK-FOUND-HAND = 0
              GO TO 3100-APPLY-ROW-EXIT
           END-IF.

           MOVE WK-HD-PAIR(WK-FOUND-HAND) TO WK-FOUND-PAIR.
           IF WK-PR-NAME(WK-FOUND-PAIR, 1) = ACT-PLAYER
              MOVE 1 TO WK-SIDE
              MOVE 2 TO WK-OTHERSIDE
           ELSE
              MOVE 2 TO WK-SIDE
              MOVE 1 TO WK-OTHERSIDE
           END-IF.

           EVALUATE ACT-ACTION
              WHEN "RAISE"
                 MOVE 1 TO WK-HD-RAISED(WK-FOUND-HAND)
                 ADD 1 TO WK-PR-FACED(WK-FOUND-PAIR, WK-OTHERSIDE)
              WHEN "FOLD"
                 MOVE WK-SIDE TO WK-HD-FOLDSIDE(WK-FOUND-HAND)
                 IF WK-HD-RAISED(WK-FOUND-HAND) = 1
                    ADD 1 TO WK-PR-FOLDED(WK-FOUND-PAIR, WK-SIDE)
                 END-IF
                 IF WK-HD-RANK(WK-FOUND-HAND, WK-SIDE)
                       >= WK-STRONGRANK
                    ADD 1 TO WK-PR-STRONG(WK-FOUND-PAIR, WK-SIDE)
                 END-IF
              WHEN "H2HLOSE"
                 MOVE WK-SIDE TO WK-HD-LOSESIDE(WK-FOUND-HAND)
                 MOVE ACT-AMOUNT TO WK-HD-LOST(WK-FOUND-HAND)
                 ADD ACT-AMOUNT TO WK-PR-LOST(WK-FOUND-PAIR, WK-SIDE)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       3100-APPLY-ROW-EXIT.

           EXIT.

      *Score one pair on both pair-level patterns and print its
      *line of the matrix

       4000-SCORE-PAIR.

           DISPLAY WK-PR-NAME(WK-PAIR-IDX, 1) " / "
              WK-PR-NAME(WK-PAIR-IDX, 2) " hands "
              WK-PR-HANDS(WK-PAIR-IDX) " lost "
              WK-PR-LOST(WK-PAIR-IDX, 1) " / "
              WK-PR-LOST(WK-PAIR-IDX, 2) " folds to raise "
              WK-PR-FOLDED(WK-PAIR-IDX, 1) "/"
              WK-PR-FACED(WK-PAIR-IDX, 1) " - "
              WK-PR-FOLDED(WK-PAIR-IDX, 2) "/"
              WK-PR-FACED(WK-PAIR-IDX, 2) " strong folds "
              WK-PR-STRONG(WK-PAIR-IDX, 1) "/"
              WK-PR-STRONG(WK-PAIR-IDX, 2).

           PERFORM 4100-SCORE-FOLDS
              VARYING WK-SIDE FROM 1 BY 1
              UNTIL WK-SIDE > 2.

           COMPUTE WK-GROSS = WK-PR-LOST(WK-PAIR-IDX, 1)
              + WK-PR-LOST(WK-PAIR-IDX, 2).
           IF WK-GROSS >= WK-MINFLOW
                 AND WK-GROSS > 0
                 AND WK-PR-HANDS(WK-PAIR-IDX) >= WK-MINHANDS
              PERFORM 4200-SCORE-FLOW
                 VARYING WK-SIDE FROM 1 BY 1
                 UNTIL WK-SIDE > 2
           END-IF.

       4100-SCORE-FOLDS.

           IF WK-PR-FACED(WK-PAIR-IDX, WK-SIDE) >= WK-MINFACED
              COMPUTE WK-SHARE ROUNDED =
                 WK-PR-FOLDED(WK-PAIR-IDX, WK-SIDE) * 100
                 / WK-PR-FACED(WK-PAIR-IDX, WK-SIDE)
              IF WK-SHARE >= WK-FOLDPCT
                 MOVE 1 TO WK-PR-FLAGFOLD(WK-PAIR-IDX, WK-SIDE)
                 MOVE WK-SHARE TO WK-SHARESHOW
                 DISPLAY "  FOLD TO RAISE ["
                    WK-PR-NAME(WK-PAIR-IDX, WK-SIDE) "] "
                    WK-SHARESHOW "% of raises faced"
              END-IF
           END-IF.

      *WK-SIDE is the losing side -- flagged when it carries the
      *one-way share of everything the pair moved

       4200-SCORE-FLOW.

           COMPUTE WK-SHARE ROUNDED =
              WK-PR-LOST(WK-PAIR-IDX, WK-SIDE) * 100 / WK-GROSS.
           IF WK-SHARE >= WK-ONEWAYPCT
              MOVE WK-SIDE TO WK-PR-FLAGFLOW(WK-PAIR-IDX)
              MOVE WK-SHARE TO WK-SHARESHOW
              MOVE WK-GROSS TO WK-MONEYSHOW
              DISPLAY "  ONE-WAY FLOW ["
                 WK-PR-NAME(WK-PAIR-IDX, WK-SIDE) "] lost "
                 WK-SHARESHOW "% of " WK-MONEYSHOW
           END-IF.

      *Every hand behind a flag goes to the exception file with its
      *seed -- one line per flag the hand carries

       5000-LIST-HAND.

           MOVE WK-HD-PAIR(WK-HAND-IDX) TO WK-FOUND-PAIR.

           IF WK-HD-FOLDSIDE(WK-HAND-IDX) > 0
              MOVE WK-HD-FOLDSIDE(WK-HAND-IDX) TO WK-SIDE
              COMPUTE WK-OTHERSIDE = 3 - WK-SIDE
              IF WK-HD-RAISED(WK-HAND-IDX) = 1
                    AND WK-PR-FLAGFOLD(WK-FOUND-PAIR, WK-SIDE) = 1
                 MOVE "FOLDRAISE" TO WK-FLAGNAME
                 PERFORM 5100-WRITE-EXCEPTION
              END-IF
              IF WK-HD-RANK(WK-HAND-IDX, WK-SIDE) >= WK-STRONGRANK
                 MOVE "STRONGFOLD" TO WK-FLAGNAME
                 PERFORM 5100-WRITE-EXCEPTION
              END-IF
           END-IF.

           IF WK-HD-LOSESIDE(WK-HAND-IDX) > 0
                 AND WK-HD-LOST(WK-HAND-IDX) > 0
                 AND WK-HD-LOSESIDE(WK-HAND-IDX)
                    = WK-PR-FLAGFLOW(WK-FOUND-PAIR)
              MOVE WK-HD-LOSESIDE(WK-HAND-IDX) TO WK-SIDE
              COMPUTE WK-OTHERSIDE = 3 - WK-SIDE
              MOVE "ONEWAY" TO WK-FLAGNAME
              PERFORM 5100-WRITE-EXCEPTION
           END-IF.

      *WK-FLAGNAME is staged by the caller; WK-SIDE is the flagged
      *seat and WK-OTHERSIDE the opponent who gained

       5100-WRITE-EXCEPTION.

           MOVE SPACES TO CDX-RECORD.
           MOVE WK-FLAGNAME TO CDX-FLAG.
           MOVE WK-HD-DATE(WK-HAND-IDX) TO CDX-DATE.
           MOVE WK-HD-SEED(WK-HAND-IDX) TO CDX-SEED.
           MOVE WK-PR-NAME(WK-FOUND-PAIR, WK-SIDE) TO CDX-PLAYER.
           MOVE WK-PR-NAME(WK-FOUND-PAIR, WK-OTHERSIDE) TO CDX-OTHER.
           IF WK-HD-LOSESIDE(WK-HAND-IDX) = WK-SIDE
              MOVE WK-HD-LOST(WK-HAND-IDX) TO CDX-AMOUNT
           ELSE
              MOVE 0 TO CDX-AMOUNT
           END-IF.
           MOVE SPACES TO CDX-HAND.
           MOVE WK-HD-RANK(WK-HAND-IDX, WK-SIDE) TO WK-LOOKUP-RANK.
           IF WK-LOOKUP-RANK > 0
              MOVE WK-HANDNAME-ENTRY(WK-LOOKUP-RANK) TO CDX-HAND
           END-IF.
           WRITE CDX-RECORD.
           ADD 1 TO WK-FLAGS.

       9999-EXIT.

           IF JOBG-CLEARED
              MOVE RETURN-CODE TO JOBG-RC
              SET JOBG-END TO TRUE
              CALL "JobGate" USING JOBG-PARMS
              MOVE JOBG-RC TO RETURN-CODE
              MOVE SPACE TO JOBG-VERDICT
           END-IF.

       9999-EXIT-EXIT.

           GOBACK.
