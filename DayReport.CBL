       IDENTIFICATION DIVISION.
       PROGRAM-ID. DayReport.
       SECURITY.   End-of-day summary report for Poker's hand-history
                   audit log. The hands are read off the history
                   extract CPY\NIGHTWRK.DAT, which the report has
                   HistSort cut fresh first so the day's play is on
                   it; the extract comes sorted by player, so each
                   player's line is printed as the player's hands
                   go by and no player is left off however many
                   there are. An archive file folded in is sorted
                   in among the extract's hands the same way.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HOUSE
            ASSIGN TO
             "CPY\HOUSE.CFG"
             ORGANIZATION INDEXED
             ACCESS DYNAMIC
             RECORD HS-KEY.

           SELECT OPTIONAL NIGHTWRK
            ASSIGN TO DYNAMIC WK-WORKNAME
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL RAKELOG
            ASSIGN TO DYNAMIC WK-ARCHNAME
             ORGANIZATION LINE SEQUENTIAL.

           SELECT DAYWORK
            ASSIGN TO
             "CPY\DAYREP.TMP"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT DAYSORT
            ASSIGN TO
             "CPY\DAYSRT.TMP".

       DATA DIVISION.
       FILE SECTION.
           COPY "CPY\HOUSEREC.CBL".

           COPY "CPY\NWKREC.CBL".

           COPY "CPY\RAKEREC.CBL".

      *An archived hand is the hand-history record image; the sort
      *only needs its player, date and seed

       FD ARCHIN
           LABEL RECORD STANDARD.

       01 AIN-RECORD PIC X(177).

       01 AIN-HAND.
           02 AIN-DATE PIC 9(08).
           02 FILLER PIC X(10).
           02 AIN-PLAYER PIC X(10).
           02 FILLER PIC X(98).
           02 AIN-SEED PIC 9(09).
           02 FILLER PIC X(42).

      *The extract's hands with the archive's sorted in, laid out
      *as extract records so the one control break reads either

       FD DAYWORK
           LABEL RECORD STANDARD.

       01 DWK-RECORD PIC X(224).

       SD DAYSORT.

       01 DSR-RECORD.
           02 DSR-CLASS PIC X(01).
           02 DSR-PLAYER PIC X(10).
           02 DSR-DATE PIC 9(08).
           02 DSR-SEED PIC 9(09).
           02 DSR-SOURCE PIC X(01).
           02 DSR-ROWNUM PIC 9(09).
           02 DSR-DATA PIC X(177).

       WORKING-STORAGE SECTION.

       01 WK-RAKETOTAL PIC 9(09)V99 VALUE 0.
       01 WK-RAKETODAY PIC 9(09)V99 VALUE 0.
       01 WK-ARCHNAME PIC X(30).
       01 WK-WORKNAME PIC X(30) VALUE "CPY\NIGHTWRK.DAT".
       01 WK-EXTRACT-DATE PIC 9(08) VALUE 0.
       01 WK-EXTRACT-TIME PIC 9(08) VALUE 0.

      *Win/loss tally for the player in hand -- the control break
      *prints it and starts the next

       01 WK-CURR-PLAYER PIC X(10).
       01 WK-CURR-WINS PIC 9(06).
       01 WK-CURR-LOSSES PIC 9(06).
       01 WK-CURR-TIES PIC 9(06).

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-PLAYER
              UNTIL WK-HISTORY-EOF.
           CLOSE NIGHTWRK.
           PERFORM 3000-LOAD-JACKPOT-BALANCE.
           PERFORM 3500-TOTAL-RAKE.
           PERFORM 4000-PRINT-REPORT.
           PERFORM 5000-NIGHTLY-BACKUP.
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.

      *Cut a fresh history extract so the day's hands are on it. An
      *archive file from the month-end purge can be folded into the
      *figures when the report is asked about older dates -- its
      *hands are sorted in among the extract's by player

       1000-INITIALIZE.

           DISPLAY "Archive file to include (blank none): "
              NO ADVANCING.
           ACCEPT WK-ARCHNAME.

           MOVE 0 TO RETURN-CODE.
           CALL "HistSort"
              ON EXCEPTION
                 DISPLAY "HistSort module not available"
                 MOVE 8 TO RETURN-CODE
           END-CALL.
           IF RETURN-CODE NOT = 0
              DISPLAY "History extract not refreshed - the figures "
                 "stand as of the last one cut"
           END-IF.
           MOVE 0 TO RETURN-CODE.

           MOVE "CPY\NIGHTWRK.DAT" TO WK-WORKNAME.
           IF WK-ARCHNAME NOT = SPACES
              SORT DAYSORT
                 ON ASCENDING KEY DSR-CLASS DSR-PLAYER DSR-DATE
                                  DSR-SEED DSR-SOURCE DSR-ROWNUM
                 INPUT PROCEDURE 1100-RELEASE-HANDS
                 GIVING DAYWORK
              MOVE "CPY\DAYREP.TMP" TO WK-WORKNAME
           END-IF.

           OPEN INPUT NIGHTWRK.
           MOVE "N" TO WK-EOF.
           PERFORM 1300-READ-HAND.

           DISPLAY "Poker - End of Day Summary".
           DISPLAY "==========================".
           IF WK-EXTRACT-DATE = 0
              DISPLAY "No history extract in CPY\NIGHTWRK.DAT"
           ELSE
              DISPLAY "History extract taken " WK-EXTRACT-DATE " "
                 WK-EXTRACT-TIME
           END-IF.
           DISPLAY " ".
           DISPLAY "Player      Wins   Losses  Ties".

      *The sort's input side -- the archived hands, then the
      *extract's own hands and control rows as they stand

       1100-RELEASE-HANDS.

           OPEN INPUT ARCHIN.
           MOVE "N" TO WK-EOF.
           PERFORM 1150-RELEASE-ARCHIVED
              UNTIL WK-HISTORY-EOF.
           CLOSE ARCHIN.

           OPEN INPUT NIGHTWRK.
           MOVE "N" TO WK-EOF.
           PERFORM 1200-RELEASE-EXTRACTED
              UNTIL WK-HISTORY-EOF.
           CLOSE NIGHTWRK.

       1150-RELEASE-ARCHIVED.

           READ ARCHIN
              AT END
                 SET WK-HISTORY-EOF TO TRUE
              NOT AT END
                 IF AIN-RECORD (10:5) NOT = "SEAL@"
                    MOVE "1" TO DSR-CLASS
                    MOVE AIN-PLAYER TO DSR-PLAYER
                    MOVE AIN-DATE TO DSR-DATE
                    IF AIN-SEED NUMERIC
                       MOVE AIN-SEED TO DSR-SEED
                    ELSE
                       MOVE 0 TO DSR-SEED
                    END-IF
                    MOVE "H" TO DSR-SOURCE
                    MOVE 0 TO DSR-ROWNUM
                    MOVE AIN-RECORD TO DSR-DATA
                    RELEASE DSR-RECORD
                 END-IF
           END-READ.

       1200-RELEASE-EXTRACTED.

           READ NIGHTWRK
              AT END
                 SET WK-HISTORY-EOF TO TRUE
              NOT AT END
                 IF NWK-FROM-HISTORY
                    RELEASE DSR-RECORD FROM NWK-RECORD
                 END-IF
           END-READ.

      *Next hand off the work file -- control rows give the extract
      *stamp and the money journals' rows are passed over

       1300-READ-HAND.

           PERFORM 1310-READ-WORK.
           PERFORM 1310-READ-WORK
              UNTIL WK-HISTORY-EOF
                 OR (NWK-DETAIL-ROW AND NWK-FROM-HISTORY).

       1310-READ-WORK.

           READ NIGHTWRK
              AT END
                 SET WK-HISTORY-EOF TO TRUE
              NOT AT END
                 IF NWK-CONTROL-ROW AND NWK-FROM-HISTORY
                    MOVE NWK-DATE TO WK-EXTRACT-DATE
                    MOVE NWK-CTL-TIME TO WK-EXTRACT-TIME
                 END-IF
           END-READ.

      *One player -- every hand under the name, then the player's
      *line

       2000-PROCESS-PLAYER.

           MOVE NWK-PLAYER TO WK-CURR-PLAYER.
           MOVE 0 TO WK-CURR-WINS.
           MOVE 0 TO WK-CURR-LOSSES.
           MOVE 0 TO WK-CURR-TIES.
           PERFORM 2100-TALLY-HAND
              UNTIL WK-HISTORY-EOF
                 OR NWK-PLAYER NOT = WK-CURR-PLAYER.
           DISPLAY WK-CURR-PLAYER " "
              WK-CURR-WINS " "
              WK-CURR-LOSSES " "
              WK-CURR-TIES.

       2100-TALLY-HAND.

           ADD 1 TO WK-HANDS.
           ADD NWH-POT TO WK-WAGERED.
           PERFORM 2200-CREDIT-RESULT.
           PERFORM 1300-READ-HAND.

       2200-CREDIT-RESULT.

           EVALUATE TRUE
              WHEN NWH-RESULT (1:11) = "Player wins"
                 ADD 1 TO WK-CURR-WINS
              WHEN NWH-RESULT (1:8) = "CPU wins"
                 ADD 1 TO WK-CURR-LOSSES
              WHEN NWH-RESULT (1:10) = "You folded"
                 ADD 1 TO WK-CURR-LOSSES
              WHEN NWH-RESULT (1:10) = "CPU folded"
                 ADD 1 TO WK-CURR-WINS
              WHEN NWH-RESULT (1:16) = "All CPUs folded"
                 ADD 1 TO WK-CURR-WINS
              WHEN NWH-RESULT (1:3) = "Tie"
                 ADD 1 TO WK-CURR-TIES
           END-EVALUATE.

      *The audit log only records the jackpot balance as it stood
      *after each hand, so the true current balance -- in case the
      *report is run with no hands played since the last restart --
      *comes from the house settings file itself

       3000-LOAD-JACKPOT-BALANCE.

           MOVE "JKP" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           OPEN INPUT HOUSE.
           READ HOUSE
              INVALID KEY
                 MOVE 0 TO WK-JACKPOTBAL
              NOT INVALID KEY
                 MOVE HS-JACKPOT TO WK-JACKPOTBAL
           END-READ.
           CLOSE HOUSE.

      *Total the rake ledger -- every movement since the ledger began
      *plus the slice taken on the run date, which is what the shop

       3500-TOTAL-RAKE.

           OPEN INPUT HOUSE.
           MOVE "GDC" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE 0600 TO WK-CUTOVER
              NOT INVALID KEY
                 MOVE HS-CUTOVER TO WK-CUTOVER
           END-READ.
           CLOSE HOUSE.

           ACCEPT WK-TODAY FROM DATE.
           ACCEPT WK-CLOCK FROM TIME.

       4000-PRINT-REPORT.

           DISPLAY " ".
           DISPLAY "Hands played:    " WK-HANDS.
           DISPLAY "Total wagered:   " WK-WAGERED.
           DISPLAY "Jackpot balance: " WK-JACKPOTBAL.
           DISPLAY "Rake today:      " WK-RAKETODAY.
           DISPLAY "Rake all-time:   " WK-RAKETOTAL.

      *Before the floor closes, offer the nightly generation snapshot
      *of CONFIG.CFG, HOUSE.CFG and CHECKPT.CFG

       5000-NIGHTLY-BACKUP.

           DISPLAY "Take the nightly CONFIG/HOUSE/CHECKPT backup "
              "(Y/N): " NO ADVANCING.
           ACCEPT WK-ARCHNAME.
           IF WK-ARCHNAME (1:1) = "Y" OR WK-ARCHNAME (1:1) = "y"
              CALL "CfgBack"

       9999-EXIT.

       9999-EXIT-EXIT.

           GOBACK.
