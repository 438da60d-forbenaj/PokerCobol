       IDENTIFICATION DIVISION.
       PROGRAM-ID. HandOdds.
       SECURITY.   Per-player hand-frequency outlier report.
                   ShuffleTest certifies the deck, but nothing
                   looked at what each profile was actually made.
                   Every profile's HFQ tally in CPY\CONFIG.CFG is
                   set against what a fair deck should have dealt
                   it: the profile's hands on the nightly history
                   extract CPY\NIGHTWRK.DAT are split by game
                   (HIST-GAME), each game's fair category
                   frequencies are weighted by that mix, and the
                   ten observed counts are scored against the
                   expected ones with a chi-square statistic the
                   way ShuffleTest scores the deck (categories too
                   rare to test on their own are pooled upward
                   until each cell expects at least five hands,
                   and the score is held to the 0.1% critical
                   value for the cells left). Separately, the
                   count of strong hands (Straight or better by
                   default) is tested against its expectation, in
                   total and category by category, and flagged
                   when a fair deck would produce that many or
                   more less than one time in a thousand.
                   Cheat hands are held to the fair five-card deal
                   on purpose - a hand rigged through CHEAT, or a
                   checkpoint doctored before RESUME-HAND finished
                   it, is exactly what this is meant to catch.
                   Each flagged profile gets its category detail
                   printed and an ODDSFIT / ODDSSTRG alert on
                   CPY\ALERTS.LOG for the supervisor (once per day
                   per profile); return code 4 when anything is
                   flagged. The HFQ records are read in key order
                   against the extract's hands, which are sorted by
                   player, and each profile scored as it comes, so
                   no profile is left out for want of room.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONFIG
            ASSIGN TO
             "CPY\CONFIG.CFG"
             ORGANIZATION INDEXED
             ACCESS DYNAMIC
             RECORD FD-KEY.

           SELECT OPTIONAL NIGHTWRK
            ASSIGN TO
             "CPY\NIGHTWRK.DAT"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ALERTLOG
            ASSIGN TO
             "CPY\ALERTS.LOG"
             ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "CPY\CONFREC.CBL".

           COPY "CPY\NWKREC.CBL".

           COPY "CPY\ALTREC.CBL".

       WORKING-STORAGE SECTION.

           COPY "CPY\JOBGPARM.CBL".

       01 WK-EOF PIC X VALUE "N".
          88 WK-FILE-EOF VALUE "Y".

       01 WK-DONE PIC 9 VALUE 0.
       01 WK-TODAY PIC 9(08).
       01 WK-CLOCK PIC 9(08).

      *Run parameters -- profiles with fewer hands than WK-MINHANDS
      *are too small to score; WK-STRONGRANK is the lowest category
      *counted as a strong hand (5 = Straight)

       01 WK-MINHANDS PIC 9(05) VALUE 200.
       01 WK-STRONGRANK PIC 9(02) VALUE 5.

      *Fair-deck category frequencies in parts per million, one row
      *per way a game makes its hand, categories in the game's own
      *High Card (1) to Royal Flush (10) order. Row 1 is best five
      *of seven (Hold 'em, 7-Stud), row 2 is Draw Five after one
      *draw played the usual way (made hands stood pat, pairs and
      *trips kept, four-flushes and open straights drawn to), row 3
      *is a plain five-card deal (what the CHEAT hand would make off
      *a fair deck), row 4 is Omaha (two of four hole cards with
      *three of five board cards)

       01 WK-ODDS-VALUES.
           02 FILLER PIC X(30) VALUE "174119438225234955048299046194".
           02 FILLER PIC X(30) VALUE "030255025961001681000279000032".
           02 FILLER PIC X(30) VALUE "256537503873131940075463009547".
           02 FILLER PIC X(30) VALUE "008647011390002567000030000007".
           02 FILLER PIC X(30) VALUE "501177422569047539021128003925".
           02 FILLER PIC X(30) VALUE "001965001441000240000014000002".
           02 FILLER PIC X(30) VALUE "029343264113370210087540112930".
           02 FILLER PIC X(30) VALUE "067033063083004870000783000093".
       01 WK-ODDS-TAB REDEFINES WK-ODDS-VALUES.
           02 WK-ODDS-ROW OCCURS 4 TIMES.
               03 WK-ODDS-PPM PIC 9(06) OCCURS 10 TIMES.

      *The dealt games as HIST-GAME names them, and which odds row
      *each one makes its hand by

       01 WK-GAMENAMES.
           02 FILLER PIC X(10) VALUE "Hold 'em".
           02 FILLER PIC X(10) VALUE "Draw Five".
           02 FILLER PIC X(10) VALUE "Cheat".
           02 FILLER PIC X(10) VALUE "7-Stud".
           02 FILLER PIC X(10) VALUE "Omaha".
       01 WK-GAMENAME-TAB REDEFINES WK-GAMENAMES.
           02 WK-GAMENAME-ENTRY PIC X(10) OCCURS 5 TIMES.

       01 WK-GAMEROWS PIC X(05) VALUE "12314".
       01 WK-GAMEROW-TAB REDEFINES WK-GAMEROWS.
           02 WK-GAMEROW PIC 9 OCCURS 5 TIMES.

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

      *Chi-square critical values at 0.1% for 1 to 9 degrees of
      *freedom

       01 WK-CRIT-VALUES PIC X(36) VALUE
           "108313821627184720522246243226122788".
       01 WK-CRIT-TAB REDEFINES WK-CRIT-VALUES.
           02 WK-CRIT-ENTRY PIC 9(02)V99 OCCURS 9 TIMES.

      *The profile in hand off its HFQ record, with its dealt
      *hands per game counted off the extract's history rows, which
      *come sorted by player the same way the HFQ keys run

       01 WK-PF-ENTRY.
           02 WK-PF-NAME PIC X(10).
           02 WK-PF-FREQS.
               03 WK-PF-FREQ PIC 9(05) OCCURS 10 TIMES.
           02 WK-PF-GAMEHANDS PIC 9(06) OCCURS 5 TIMES.
       01 WK-HAND-READY PIC 9.
       01 WK-EXTRACT-DATE PIC 9(08) VALUE 0.
       01 WK-EXTRACT-TIME PIC 9(08) VALUE 0.
       01 WK-GAME-IDX PIC 9 COMP.
       01 WK-FOUND-GAME PIC 9 COMP.

      *One profile's scoring -- expected count per category, then
      *the cells left after pooling the rare categories upward

       01 WK-HANDS PIC 9(07).
       01 WK-DEALT PIC 9(07).
       01 WK-ROW PIC 9 COMP.
       01 WK-CAT PIC S9(02) COMP.
       01 WK-CATEXP-TAB.
           02 WK-CAT-EXP PIC 9(07)V9(04) OCCURS 10 TIMES.

       01 WK-CELLS PIC 9(02) COMP.
       01 WK-CELL-TAB.
           02 WK-CELL-ENTRY OCCURS 10 TIMES.
               03 WK-CELL-OBS PIC 9(07).
               03 WK-CELL-EXP PIC 9(07)V9(04).
       01 WK-CELL-IDX PIC 9(02) COMP.
       01 WK-POOL-OBS PIC 9(07).
       01 WK-POOL-EXP PIC 9(07)V9(04).
       01 WK-MINCELL PIC 9(02)V99 VALUE 5.

       01 WK-CHIDIFF PIC S9(07)V9(04).
       01 WK-CHI PIC 9(07)V99.
       01 WK-DF PIC 9(02) COMP.
       01 WK-CRITICAL PIC 9(02)V99.

      *Strong-hand test -- the chance a fair deck makes at least
      *the observed number, as the upper tail of a Poisson with the
      *expected count for its mean (the Poisson tail is a little
      *wider than the exact one, so it errs toward not flagging)

       01 WK-STRONG-OBS PIC 9(07).
       01 WK-STRONG-EXP PIC 9(07)V9(04).
       01 WK-TAIL PIC 9V9(18).
       01 WK-TEST-OBS PIC 9(07).
       01 WK-TEST-EXP PIC 9(07)V9(04).
       01 WK-TEST-TAIL PIC 9V9(18).
       01 WK-TAILLIMIT PIC 9V9(06) VALUE 0,001.
       01 WK-LNMEAN PIC S9(07)V9(12).
       01 WK-LNTERM PIC S9(09)V9(12).
       01 WK-TERM PIC 9V9(18).
       01 WK-TERM-IDX PIC 9(07) COMP.
       01 WK-TERM-LAST PIC 9(07) COMP.

       01 WK-FLAGFIT PIC 9.
       01 WK-FLAGSTRONG PIC 9.

      *Report totals

       01 WK-SCORED PIC 9(04) VALUE 0.
       01 WK-SHORT PIC 9(04) VALUE 0.
       01 WK-UNWEIGHTED PIC 9(04) VALUE 0.
       01 WK-FLAGGED PIC 9(04) VALUE 0.
       01 WK-RAISED PIC 9(04) VALUE 0.

       01 WK-HANDSSHOW PIC Z(6)9.
       01 WK-CHISHOW PIC Z(6)9,99.
       01 WK-CRITSHOW PIC Z9,99.
       01 WK-DFSHOW PIC 9.
       01 WK-EXPSHOW PIC Z(5)9,9999.
       01 WK-TAILSHOW PIC 9,9(06).
       01 WK-VERDICT PIC X(12).

      *Alerts already raised today, so a rerun doesn't raise them
      *twice

       01 WK-SEEN-COUNT PIC 9(03) COMP VALUE 0.
       01 WK-SEEN-TAB.
           02 WK-SEEN-ENTRY OCCURS 200 TIMES.
               03 WK-SEEN-TYPE PIC X(08).
               03 WK-SEEN-PLAYER PIC X(10).
       01 WK-SEEN-IDX PIC 9(03) COMP.
       01 WK-SEEN-FOUND PIC 9.
       01 WK-F-TYPE PIC X(08).
       01 WK-F-AMOUNT PIC 9(08)V99.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           SET JOBG-START TO TRUE.
           MOVE "HandOdds" TO JOBG-PROGRAM.
           MOVE 0 TO JOBG-BUSDATE.
           CALL "JobGate" USING JOBG-PARMS.
           IF JOBG-REFUSED
              MOVE 8 TO RETURN-CODE
              PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           END-IF.

           PERFORM 1000-INITIALIZE.
           PERFORM 2300-LOAD-SEEN-ALERTS.

           DISPLAY "Hand-frequency outlier report".
           DISPLAY "=============================".
           OPEN INPUT NIGHTWRK.
           MOVE "N" TO WK-EOF.
           PERFORM 2250-NEXT-HAND.
           IF WK-EXTRACT-DATE = 0
              DISPLAY "No history extract in CPY\NIGHTWRK.DAT - "
                 "run HistSort first"
           ELSE
              DISPLAY "History extract taken " WK-EXTRACT-DATE " "
                 WK-EXTRACT-TIME
           END-IF.
           DISPLAY "Profile    Hands     Chi2 df  Crit  Strong   Exp"
              "ected  P(>=obs) Verdict".
           PERFORM 2000-SCORE-PROFILES.
           CLOSE NIGHTWRK.

           DISPLAY " ".
           DISPLAY "Profiles scored:         " WK-SCORED.
           DISPLAY "Too few hands to score:  " WK-SHORT.
           DISPLAY "No dealt hands on file:  " WK-UNWEIGHTED.
           DISPLAY "Profiles flagged:        " WK-FLAGGED.
           DISPLAY "Alerts raised:           " WK-RAISED.
           IF WK-FLAGGED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.

       1000-INITIALIZE.

           DISPLAY "Minimum hands to score a profile (0 for 200): "
              NO ADVANCING.
           ACCEPT WK-MINHANDS.
           IF WK-MINHANDS = 0
              MOVE 200 TO WK-MINHANDS
           END-IF.
           DISPLAY "Strong hand from category 1-10 (0 for 5,"
              " Straight): " NO ADVANCING.
           ACCEPT WK-STRONGRANK.
           IF WK-STRONGRANK = 0 OR WK-STRONGRANK > 10
              MOVE 5 TO WK-STRONGRANK
           END-IF.

      *Every HFQ record is a profile with a tally to test, scored
      *as it is read

       2000-SCORE-PROFILES.

           OPEN INPUT CONFIG.
           MOVE "HFQ" TO FD-OPTION.
           MOVE LOW-VALUES TO FD-PLAYER.
           START CONFIG KEY NOT < FD-KEY
              INVALID KEY
                 MOVE 1 TO WK-DONE
           END-START.
           PERFORM 2100-NEXT-PROFILE
              UNTIL WK-DONE = 1.
           CLOSE CONFIG.

       2100-NEXT-PROFILE.

           READ CONFIG NEXT
              AT END
                 MOVE 1 TO WK-DONE
              NOT AT END
                 IF FD-OPTION NOT = "HFQ"
                    MOVE 1 TO WK-DONE
                 ELSE
                    IF FD-PLAYER NOT = "SOAK"
                       PERFORM 2150-TAKE-PROFILE
                       PERFORM 4000-SCORE-PROFILE
                          THRU 4000-SCORE-EXIT
                    END-IF
                 END-IF
           END-READ.

      *Hands of a player with no tally are passed over; the
      *profile's own are counted per game

       2150-TAKE-PROFILE.

           MOVE FD-PLAYER TO WK-PF-NAME.
           MOVE FD-HANDFREQ TO WK-PF-FREQS.
           MOVE 0 TO WK-PF-GAMEHANDS(1).
           MOVE 0 TO WK-PF-GAMEHANDS(2).
           MOVE 0 TO WK-PF-GAMEHANDS(3).
           MOVE 0 TO WK-PF-GAMEHANDS(4).
           MOVE 0 TO WK-PF-GAMEHANDS(5).
           PERFORM 2250-NEXT-HAND
              UNTIL WK-FILE-EOF
                 OR NWH-PLAYER NOT < WK-PF-NAME.
           PERFORM 2210-COUNT-HAND
              UNTIL WK-FILE-EOF
                 OR NWH-PLAYER NOT = WK-PF-NAME.

      *Count the hand by its game -- head-to-head matches, sweep
      *rows and anything else that never bumps the tally carry no
      *dealt game and drop out here. Voided hands stay in, because
      *the void doesn't take the hand back off the tally either

       2210-COUNT-HAND.

           MOVE 0 TO WK-FOUND-GAME.
           PERFORM VARYING WK-GAME-IDX FROM 1 BY 1
                 UNTIL WK-GAME-IDX > 5
              IF WK-GAMENAME-ENTRY(WK-GAME-IDX) = NWH-GAME
                 MOVE WK-GAME-IDX TO WK-FOUND-GAME
              END-IF
           END-PERFORM.
           IF WK-FOUND-GAME > 0
              ADD 1 TO WK-PF-GAMEHANDS(WK-FOUND-GAME)
           END-IF.
           PERFORM 2250-NEXT-HAND.

      *The extract's next hand-history row, noting the extract stamp
      *off the history control row on the way

       2250-NEXT-HAND.

           MOVE 0 TO WK-HAND-READY.
           PERFORM 2260-READ-ROW
              UNTIL WK-FILE-EOF
                 OR WK-HAND-READY = 1.

       2260-READ-ROW.

           READ NIGHTWRK
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF NWK-CONTROL-ROW AND NWK-FROM-HISTORY
                    MOVE NWK-DATE TO WK-EXTRACT-DATE
                    MOVE NWK-CTL-TIME TO WK-EXTRACT-TIME
                 END-IF
                 IF NWK-DETAIL-ROW AND NWK-FROM-HISTORY
                    MOVE 1 TO WK-HAND-READY
                 END-IF
           END-READ.

       2300-LOAD-SEEN-ALERTS.

           ACCEPT WK-TODAY FROM DATE.
           OPEN INPUT ALERTLOG.
           MOVE "N" TO WK-EOF.
           PERFORM 2310-NOTE-ALERT
              UNTIL WK-FILE-EOF.
           CLOSE ALERTLOG.

       2310-NOTE-ALERT.

           READ ALERTLOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF ALT-DATE = WK-TODAY
                       AND ALT-TYPE (1:4) = "ODDS"
                       AND WK-SEEN-COUNT < 200
                    ADD 1 TO WK-SEEN-COUNT
                    MOVE ALT-TYPE TO WK-SEEN-TYPE(WK-SEEN-COUNT)
                    MOVE ALT-PLAYER
                       TO WK-SEEN-PLAYER(WK-SEEN-COUNT)
                 END-IF
           END-READ.

      *Score one profile -- weight the fair frequencies by its game
      *mix, pool and run the chi-square, test the strong hands, and
      *print the line

       4000-SCORE-PROFILE.

           MOVE 0 TO WK-HANDS.
           PERFORM VARYING WK-CAT FROM 1 BY 1 UNTIL WK-CAT > 10
              ADD WK-PF-FREQ(WK-CAT) TO WK-HANDS
           END-PERFORM.
           IF WK-HANDS < WK-MINHANDS
              ADD 1 TO WK-SHORT
              GO TO 4000-SCORE-EXIT
           END-IF.

           MOVE 0 TO WK-DEALT.
           PERFORM VARYING WK-GAME-IDX FROM 1 BY 1
                 UNTIL WK-GAME-IDX > 5
              ADD WK-PF-GAMEHANDS(WK-GAME-IDX) TO WK-DEALT
           END-PERFORM.
           MOVE WK-HANDS TO WK-HANDSSHOW.
           IF WK-DEALT = 0
              ADD 1 TO WK-UNWEIGHTED
              DISPLAY WK-PF-NAME " " WK-HANDSSHOW
                 "  not scored - no dealt hands on the history to"
                 " weight the odds by"
              GO TO 4000-SCORE-EXIT
           END-IF.

           PERFORM 4100-EXPECT-CATEGORY
              VARYING WK-CAT FROM 1 BY 1
              UNTIL WK-CAT > 10.

           PERFORM 4200-POOL-CELLS.
           IF WK-CELLS < 2
              ADD 1 TO WK-SHORT
              GO TO 4000-SCORE-EXIT
           END-IF.

           MOVE 0 TO WK-CHI.
           PERFORM 4300-ADD-CELL-CHI
              VARYING WK-CELL-IDX FROM 1 BY 1
              UNTIL WK-CELL-IDX > WK-CELLS.
           COMPUTE WK-DF = WK-CELLS - 1.
           MOVE WK-CRIT-ENTRY(WK-DF) TO WK-CRITICAL.
           MOVE 0 TO WK-FLAGFIT.
           IF WK-CHI > WK-CRITICAL
              MOVE 1 TO WK-FLAGFIT
           END-IF.

           PERFORM 4400-STRONG-TAIL.

           ADD 1 TO WK-SCORED.
           EVALUATE TRUE
              WHEN WK-FLAGFIT = 1 AND WK-FLAGSTRONG = 1
                 MOVE "FIT+STRONG" TO WK-VERDICT
              WHEN WK-FLAGFIT = 1
                 MOVE "POOR FIT" TO WK-VERDICT
              WHEN WK-FLAGSTRONG = 1
                 MOVE "STRONG RATE" TO WK-VERDICT
              WHEN OTHER
                 MOVE "ok" TO WK-VERDICT
           END-EVALUATE.
           MOVE WK-CHI TO WK-CHISHOW.
           MOVE WK-DF TO WK-DFSHOW.
           MOVE WK-CRITICAL TO WK-CRITSHOW.
           MOVE WK-STRONG-EXP TO WK-EXPSHOW.
           MOVE WK-TAIL TO WK-TAILSHOW.
           DISPLAY WK-PF-NAME " " WK-HANDSSHOW " "
              WK-CHISHOW " " WK-DFSHOW " " WK-CRITSHOW " "
              WK-STRONG-OBS " " WK-EXPSHOW " " WK-TAILSHOW " "
              WK-VERDICT.

           IF WK-FLAGFIT = 0 AND WK-FLAGSTRONG = 0
              GO TO 4000-SCORE-EXIT
           END-IF.

           ADD 1 TO WK-FLAGGED.
           PERFORM 4500-PRINT-DETAIL.
           IF WK-FLAGFIT = 1
              MOVE "ODDSFIT" TO WK-F-TYPE
              MOVE WK-CHI TO WK-F-AMOUNT
              PERFORM 6000-RAISE-FINDING THRU 6000-RAISE-FINDING-EXIT
           END-IF.
           IF WK-FLAGSTRONG = 1
              MOVE "ODDSSTRG" TO WK-F-TYPE
              MOVE WK-STRONG-OBS TO WK-F-AMOUNT
              PERFORM 6000-RAISE-FINDING THRU 6000-RAISE-FINDING-EXIT
           END-IF.

       4000-SCORE-EXIT.

           EXIT.

      *Expected count for one category -- the profile's hands times
      *each game's fair frequency, weighted by that game's share of
      *its dealt hands

       4100-EXPECT-CATEGORY.

           MOVE 0 TO WK-CAT-EXP(WK-CAT).
           PERFORM VARYING WK-GAME-IDX FROM 1 BY 1
                 UNTIL WK-GAME-IDX > 5
              MOVE WK-GAMEROW(WK-GAME-IDX) TO WK-ROW
              COMPUTE WK-CAT-EXP(WK-CAT) ROUNDED =
                 WK-CAT-EXP(WK-CAT)
                 + WK-HANDS
                 * WK-PF-GAMEHANDS(WK-GAME-IDX)
                 * WK-ODDS-PPM(WK-ROW WK-CAT)
                 / WK-DEALT / 1000000
           END-PERFORM.

      *Pool from Royal Flush down, closing a cell each time it
      *expects at least five hands; whatever is left over at the
      *bottom joins the last cell closed

       4200-POOL-CELLS.

           MOVE 0 TO WK-CELLS.
           MOVE 0 TO WK-POOL-OBS.
           MOVE 0 TO WK-POOL-EXP.
           PERFORM 4210-POOL-CATEGORY
              VARYING WK-CAT FROM 10 BY -1
              UNTIL WK-CAT < 1.
           IF WK-POOL-OBS > 0 OR WK-POOL-EXP > 0
              IF WK-CELLS = 0
                 MOVE 1 TO WK-CELLS
                 MOVE WK-POOL-OBS TO WK-CELL-OBS(1)
                 MOVE WK-POOL-EXP TO WK-CELL-EXP(1)
              ELSE
                 ADD WK-POOL-OBS TO WK-CELL-OBS(WK-CELLS)
                 ADD WK-POOL-EXP TO WK-CELL-EXP(WK-CELLS)
              END-IF
           END-IF.

       4210-POOL-CATEGORY.

           ADD WK-PF-FREQ(WK-CAT) TO WK-POOL-OBS.
           ADD WK-CAT-EXP(WK-CAT) TO WK-POOL-EXP.
           IF WK-POOL-EXP NOT < WK-MINCELL
              ADD 1 TO WK-CELLS
              MOVE WK-POOL-OBS TO WK-CELL-OBS(WK-CELLS)
              MOVE WK-POOL-EXP TO WK-CELL-EXP(WK-CELLS)
              MOVE 0 TO WK-POOL-OBS
              MOVE 0 TO WK-POOL-EXP
           END-IF.

       4300-ADD-CELL-CHI.

           COMPUTE WK-CHIDIFF = WK-CELL-OBS(WK-CELL-IDX)
              - WK-CELL-EXP(WK-CELL-IDX).
           COMPUTE WK-CHI ROUNDED = WK-CHI
              + (WK-CHIDIFF * WK-CHIDIFF) / WK-CELL-EXP(WK-CELL-IDX).

      *Strong hands are tested all together and then category by
      *category, and the smallest tail stands -- a run of royal
      *flushes is lost inside the strong-hand total, but on its
      *own a fair deck would almost never deal it

       4400-STRONG-TAIL.

           MOVE 0 TO WK-STRONG-OBS.
           MOVE 0 TO WK-STRONG-EXP.
           PERFORM VARYING WK-CAT FROM WK-STRONGRANK BY 1
                 UNTIL WK-CAT > 10
              ADD WK-PF-FREQ(WK-CAT) TO WK-STRONG-OBS
              ADD WK-CAT-EXP(WK-CAT) TO WK-STRONG-EXP
           END-PERFORM.
           MOVE WK-STRONG-OBS TO WK-TEST-OBS.
           MOVE WK-STRONG-EXP TO WK-TEST-EXP.
           PERFORM 4450-POISSON-TAIL THRU 4450-POISSON-EXIT.
           MOVE WK-TEST-TAIL TO WK-TAIL.
           PERFORM 4420-CATEGORY-TAIL
              VARYING WK-CAT FROM WK-STRONGRANK BY 1
              UNTIL WK-CAT > 10.
           MOVE 0 TO WK-FLAGSTRONG.
           IF WK-TAIL < WK-TAILLIMIT
              MOVE 1 TO WK-FLAGSTRONG
           END-IF.

       4420-CATEGORY-TAIL.

           MOVE WK-PF-FREQ(WK-CAT) TO WK-TEST-OBS.
           MOVE WK-CAT-EXP(WK-CAT) TO WK-TEST-EXP.
           PERFORM 4450-POISSON-TAIL THRU 4450-POISSON-EXIT.
           IF WK-TEST-TAIL < WK-TAIL
              MOVE WK-TEST-TAIL TO WK-TAIL
           END-IF.

      *Upper Poisson tail at the observed count, summed term by
      *term in logs so a large expected count can't underflow the
      *first term -- terms past the observed count only shrink, so
      *the sum stops once they stop adding anything

       4450-POISSON-TAIL.

           MOVE 1 TO WK-TEST-TAIL.
           IF WK-TEST-OBS NOT > WK-TEST-EXP
                 OR WK-TEST-EXP = 0
              GO TO 4450-POISSON-EXIT
           END-IF.

           COMPUTE WK-LNMEAN = FUNCTION LOG(WK-TEST-EXP).
           COMPUTE WK-LNTERM = WK-TEST-OBS * WK-LNMEAN
              - WK-TEST-EXP.
           PERFORM VARYING WK-TERM-IDX FROM 2 BY 1
                 UNTIL WK-TERM-IDX > WK-TEST-OBS
              COMPUTE WK-LNTERM = WK-LNTERM
                 - FUNCTION LOG(WK-TERM-IDX)
           END-PERFORM.

           MOVE 0 TO WK-TEST-TAIL.
           MOVE WK-TEST-OBS TO WK-TERM-IDX.
           COMPUTE WK-TERM-LAST = WK-TEST-OBS + 5000.
           PERFORM 4460-ADD-TAIL-TERM
              UNTIL WK-TERM-IDX > WK-TERM-LAST.

       4450-POISSON-EXIT.

           EXIT.

       4460-ADD-TAIL-TERM.

           IF WK-LNTERM < -40
              MOVE WK-TERM-LAST TO WK-TERM-IDX
           ELSE
              COMPUTE WK-TERM = FUNCTION EXP(WK-LNTERM)
              ADD WK-TERM TO WK-TEST-TAIL
              COMPUTE WK-LNTERM = WK-LNTERM + WK-LNMEAN
                 - FUNCTION LOG(WK-TERM-IDX + 1)
           END-IF.
           ADD 1 TO WK-TERM-IDX.

      *Category-by-category detail for a flagged profile, with the
      *game mix the expectation was built from

       4500-PRINT-DETAIL.

           DISPLAY "   Category        Observed   Expected".
           PERFORM VARYING WK-CAT FROM 1 BY 1 UNTIL WK-CAT > 10
              MOVE WK-CAT-EXP(WK-CAT) TO WK-EXPSHOW
              DISPLAY "   " WK-HANDNAME-ENTRY(WK-CAT) " "
                 WK-PF-FREQ(WK-CAT) "    " WK-EXPSHOW
           END-PERFORM.
           PERFORM VARYING WK-GAME-IDX FROM 1 BY 1
                 UNTIL WK-GAME-IDX > 5
              IF WK-PF-GAMEHANDS(WK-GAME-IDX) > 0
                 DISPLAY "   Dealt " WK-GAMENAME-ENTRY(WK-GAME-IDX)
                    " " WK-PF-GAMEHANDS(WK-GAME-IDX)
              END-IF
           END-PERFORM.
           IF WK-PF-GAMEHANDS(3) > 0
              DISPLAY "   Includes manually-dealt CHEAT hands -"
                 " see CPY\CHEATLOG.LOG"
           END-IF.

      *Alert the supervisor, once per profile and type per day

       6000-RAISE-FINDING.

           MOVE 0 TO WK-SEEN-FOUND.
           PERFORM VARYING WK-SEEN-IDX FROM 1 BY 1
                 UNTIL WK-SEEN-IDX > WK-SEEN-COUNT
              IF WK-SEEN-TYPE(WK-SEEN-IDX) = WK-F-TYPE
                    AND WK-SEEN-PLAYER(WK-SEEN-IDX)
                       = WK-PF-NAME
                 MOVE 1 TO WK-SEEN-FOUND
              END-IF
           END-PERFORM.
           IF WK-SEEN-FOUND = 1
              GO TO 6000-RAISE-FINDING-EXIT
           END-IF.

           ACCEPT WK-TODAY FROM DATE.
           ACCEPT WK-CLOCK FROM TIME.
           OPEN EXTEND ALERTLOG.
           MOVE SPACES TO ALT-RECORD.
           MOVE WK-TODAY TO ALT-DATE.
           MOVE WK-CLOCK TO ALT-TIME.
           MOVE WK-F-TYPE TO ALT-TYPE.
           MOVE WK-PF-NAME TO ALT-PLAYER.
           MOVE WK-F-AMOUNT TO ALT-AMOUNT.
           MOVE "N" TO ALT-ACK.
           MOVE SPACES TO ALT-ACKBY.
           MOVE 0 TO ALT-ACKDATE.
           WRITE ALT-RECORD.
           CLOSE ALERTLOG.
           ADD 1 TO WK-RAISED.
           IF WK-SEEN-COUNT < 200
              ADD 1 TO WK-SEEN-COUNT
              MOVE WK-F-TYPE TO WK-SEEN-TYPE(WK-SEEN-COUNT)
              MOVE WK-PF-NAME
                 TO WK-SEEN-PLAYER(WK-SEEN-COUNT)
           END-IF.

       6000-RAISE-FINDING-EXIT.

           EXIT.

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
