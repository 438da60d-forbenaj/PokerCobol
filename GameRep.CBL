                   log), over an optional date range. This is the
                   report that shows whether the Stud tables are
                   getting play and whether Draw Five is dying.
                   The hands come off the nightly history extract
                   CPY\NIGHTWRK.DAT, so the figures run to the last
                   extract cut; they are sorted by game and each
                   game's line printed on the break, so a game that
                   turns up late is never dropped for want of room.
                   The job gate holds the report until HistSort has
                   cut the extract for the latest closed date.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL NIGHTWRK
            ASSIGN TO
             "CPY\NIGHTWRK.DAT"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT GAMESORT
            ASSIGN TO
             "CPY\GAMESRT.TMP".

       DATA DIVISION.
       FILE SECTION.
           COPY "CPY\NWKREC.CBL".

      *One hand in range, only what the game line needs

       SD GAMESORT.

       01 GSR-RECORD.
           02 GSR-GAME PIC X(10).
           02 GSR-POT PIC 9(08)V99.
           02 GSR-JACKPOTPAID PIC 9(08)V99.
           02 GSR-RESULT PIC X(20).

       WORKING-STORAGE SECTION.

           COPY "CPY\JOBGPARM.CBL".

       01 WK-EOF PIC X VALUE "N".
          88 WK-FILE-EOF VALUE "Y".

       01 WK-FROMDATE PIC 9(08).
       01 WK-TODATE PIC 9(08).
       01 WK-EXTRACT-DATE PIC 9(08) VALUE 0.
       01 WK-EXTRACT-TIME PIC 9(08) VALUE 0.

      *Tally for the game in hand -- the control break prints it
      *and starts the next

       01 WK-GAMES PIC 9(04) VALUE 0.
       01 WK-CURR-GAME PIC X(10).
       01 WK-CURR-HANDS PIC 9(07).
       01 WK-CURR-POT PIC 9(11)V99.
       01 WK-CURR-WINS PIC 9(07).
       01 WK-CURR-DECIDED PIC 9(07).
       01 WK-CURR-JACKPOTS PIC 9(05).

       01 WK-AVGPOT PIC 9(08)V99 VALUE 0.
       01 WK-WINRATE PIC 9(03) VALUE 0.

       0000-MAINLINE.

           SET JOBG-START TO TRUE.
           MOVE "GameRep" TO JOBG-PROGRAM.
           MOVE 0 TO JOBG-BUSDATE.
           CALL "JobGate" USING JOBG-PARMS.
           IF JOBG-REFUSED
              MOVE 8 TO RETURN-CODE
              PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           END-IF.

           DISPLAY "From date (as logged, 0 for all): "
              NO ADVANCING.
           ACCEPT WK-FROMDATE.
              MOVE 99999999 TO WK-TODATE
           END-IF.

           SORT GAMESORT
              ON ASCENDING KEY GSR-GAME
              INPUT PROCEDURE 2000-SCAN-HISTORY
              OUTPUT PROCEDURE 3000-PRINT-REPORT.
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.

       2000-SCAN-HISTORY.

           OPEN INPUT NIGHTWRK.
           MOVE "N" TO WK-EOF.
           PERFORM 2100-TALLY-HAND
              UNTIL WK-FILE-EOF.
           CLOSE NIGHTWRK.

      *The reserved SOAK burn-in profile's thousands of synthetic
      *hands stay out of the real per-game figures; the extract's
      *money-journal rows are passed over

       2100-TALLY-HAND.

           READ NIGHTWRK
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF NWK-CONTROL-ROW AND NWK-FROM-HISTORY
                    MOVE NWK-DATE TO WK-EXTRACT-DATE
                    MOVE NWK-CTL-TIME TO WK-EXTRACT-TIME
                 END-IF
                 IF NWK-DETAIL-ROW AND NWK-FROM-HISTORY
                       AND NWH-DATE >= WK-FROMDATE
                       AND NWH-DATE <= WK-TODATE
                       AND NWH-PLAYER NOT = "SOAK"
                    MOVE NWH-GAME TO GSR-GAME
                    MOVE NWH-POT TO GSR-POT
                    MOVE NWH-JACKPOTPAID TO GSR-JACKPOTPAID
                    MOVE NWH-RESULT TO GSR-RESULT
                    RELEASE GSR-RECORD
                 END-IF
           END-READ.

      *The win rate counts hands with a clear player or CPU result;
      *ties and administrative lines stay out of the denominator

       2300-CREDIT-HAND.

           ADD 1 TO WK-CURR-HANDS.
           ADD GSR-POT TO WK-CURR-POT.
           IF GSR-JACKPOTPAID > 0
              ADD 1 TO WK-CURR-JACKPOTS
           END-IF.

           EVALUATE TRUE
              WHEN GSR-RESULT (1:11) = "Player wins"
                 ADD 1 TO WK-CURR-WINS
                 ADD 1 TO WK-CURR-DECIDED
              WHEN GSR-RESULT (1:10) = "CPU folded"
                 ADD 1 TO WK-CURR-WINS
                 ADD 1 TO WK-CURR-DECIDED
              WHEN GSR-RESULT (1:15) = "All CPUs folded"
                 ADD 1 TO WK-CURR-WINS
                 ADD 1 TO WK-CURR-DECIDED
              WHEN GSR-RESULT (1:8) = "CPU wins"
                 ADD 1 TO WK-CURR-DECIDED
              WHEN GSR-RESULT (1:10) = "You folded"
                 ADD 1 TO WK-CURR-DECIDED
           END-EVALUATE.
           PERFORM 3050-RETURN-HAND.

       3000-PRINT-REPORT.

           DISPLAY "Per-game performance".
           DISPLAY "====================".
           IF WK-EXTRACT-DATE = 0
              DISPLAY "No history extract in CPY\NIGHTWRK.DAT - "
                 "run HistSort first"
           ELSE
              DISPLAY "History extract taken " WK-EXTRACT-DATE " "
                 WK-EXTRACT-TIME
           END-IF.
           DISPLAY "Game       Hands   Pot volume  Avg pot "
              "Win% Jackpots".
           MOVE "N" TO WK-EOF.
           PERFORM 3050-RETURN-HAND.
           PERFORM 3100-PRINT-GAME
              UNTIL WK-FILE-EOF.
           IF WK-GAMES = 0
              DISPLAY "No hands in range"
           END-IF.

       3050-RETURN-HAND.

           RETURN GAMESORT
              AT END
                 SET WK-FILE-EOF TO TRUE
           END-RETURN.

      *One game -- every hand sorted under it, then its line

       3100-PRINT-GAME.

           MOVE GSR-GAME TO WK-CURR-GAME.
           MOVE 0 TO WK-CURR-HANDS.
           MOVE 0 TO WK-CURR-POT.
           MOVE 0 TO WK-CURR-WINS.
           MOVE 0 TO WK-CURR-DECIDED.
           MOVE 0 TO WK-CURR-JACKPOTS.
           PERFORM 2300-CREDIT-HAND
              UNTIL WK-FILE-EOF
                 OR GSR-GAME NOT = WK-CURR-GAME.
           ADD 1 TO WK-GAMES.

           IF WK-CURR-HANDS > 0
              COMPUTE WK-AVGPOT = WK-CURR-POT / WK-CURR-HANDS
           ELSE
              MOVE 0 TO WK-AVGPOT
           END-IF.
           IF WK-CURR-DECIDED > 0
              COMPUTE WK-WINRATE =
                 WK-CURR-WINS * 100 / WK-CURR-DECIDED
           ELSE
              MOVE 0 TO WK-WINRATE
           END-IF.

           DISPLAY WK-CURR-GAME " "
              WK-CURR-HANDS " "
              WK-CURR-POT " "
              WK-AVGPOT " "
              WK-WINRATE "  "
              WK-CURR-JACKPOTS.

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
