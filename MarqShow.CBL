       IDENTIFICATION DIVISION.
       PROGRAM-ID. MarqShow.
       SECURITY.   Floor marquee display for the screen on the wall.
                   A jackpot only sells when people can see it, and
                   until now it showed only on a player's own game
                   screen. This program loops on the status line
                   MarqPut keeps in CPY\MARQUEE.DAT and redraws the
                   board on every pass: the progressive jackpot and
                   the bad-beat pool, the three latest big wins with
                   the winners' names masked, the current month's
                   league leaders rebuilt off CPY\HISTORY.LOG the
                   same way the game's season race builds them, and
                   the next event on the tournament card. The
                   operator sets the seconds between passes and how
                   many passes to make, zero leaving it running
                   until the display is shut down. A status line
                   caught half-written keeps the previous pass's
                   figures on the board.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MARQUEE
            ASSIGN TO
             "CPY\MARQUEE.DAT"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL HISTORY
            ASSIGN TO
             "CPY\HISTORY.LOG"
             ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "CPY\MARQREC.CBL".

           COPY "CPY\HISTREC.CBL".

       WORKING-STORAGE SECTION.

       01 WK-EOF PIC X VALUE "N".
          88 WK-FILE-EOF VALUE "Y".

       01 WK-TODAY PIC 9(08).
       01 WK-CLOCK PIC 9(08).
       01 WK-CLOCKSPLIT REDEFINES WK-CLOCK.
           02 WK-CLOCK-HH PIC 9(02).
           02 WK-CLOCK-MM PIC 9(02).
           02 WK-CLOCK-SS PIC 9(02).
           02 WK-CLOCK-CC PIC 9(02).

       01 WK-INTERVAL PIC 9(04).
       01 WK-CYCLES PIC 9(06).
       01 WK-PASSES PIC 9(06) VALUE 0.
       01 WK-STOP PIC 9 VALUE 0.

      *Pass timing -- seconds into the day at the start of the wait
      *and now, the wait surviving a pass across midnight

       01 WK-STARTSECS PIC 9(05).
       01 WK-NOWSECS PIC 9(05).
       01 WK-ELAPSED PIC S9(06).

      *The last good status line, kept across passes

       01 WK-HOLD PIC X(184).
       01 WK-HAVE PIC 9 VALUE 0.
       01 WK-READOK PIC 9 VALUE 0.

      *Current month's league race -- wins first, fewer losses
      *breaking ties, the SOAK profile, head-to-head and voided
      *hands left out as the season close leaves them out

       01 WK-SR-MONTH PIC 9(04).
       01 WK-SR-RECMONTH PIC 9(04).
       01 WK-SR-COUNT PIC 99 COMP VALUE 0.
       01 WK-SR-TAB.
           02 WK-SR-ENTRY OCCURS 50 TIMES.
               03 WK-SR-NAME PIC X(10).
               03 WK-SR-WINS PIC 9(05).
               03 WK-SR-LOSSES PIC 9(05).
       01 WK-SR-TEMP PIC X(20).
       01 WK-SR-I PIC 99 COMP.
       01 WK-SR-J PIC 99 COMP.
       01 WK-SR-ROW PIC 99 COMP.
       01 WK-POS PIC 9(04).

       01 WK-AMTSHOW PIC $$$$$$$9,99.
       01 WK-BIGSHOW PIC $$$$$$$$9,99.
       01 WK-HHMM PIC 9(04).

       PROCEDURE DIVISION.

       0000-MAINLINE.

           DISPLAY "Seconds between refreshes (0 for 15): "
              NO ADVANCING.
           ACCEPT WK-INTERVAL.
           IF WK-INTERVAL = 0
              MOVE 15 TO WK-INTERVAL
           END-IF.
           DISPLAY "Refreshes to run (0 until shut down): "
              NO ADVANCING.
           ACCEPT WK-CYCLES.

           PERFORM 2000-ONE-PASS
              THRU 2000-PASS-EXIT
              UNTIL WK-STOP = 1.
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.

       2000-ONE-PASS.

           ACCEPT WK-TODAY FROM DATE.
           ADD 1 TO WK-PASSES.
           PERFORM 2100-READ-STATUS.
           PERFORM 3000-BUILD-LEADERS.
           PERFORM 4000-DRAW-BOARD.

           IF WK-CYCLES > 0 AND WK-PASSES >= WK-CYCLES
              MOVE 1 TO WK-STOP
              GO TO 2000-PASS-EXIT
           END-IF.
           PERFORM 5000-WAIT.

       2000-PASS-EXIT.

           CONTINUE.

      *A missing file or a line caught mid-rewrite leaves the last
      *good figures in place

       2100-READ-STATUS.

           MOVE 0 TO WK-READOK.
           OPEN INPUT MARQUEE.
           READ MARQUEE
              AT END
                 CONTINUE
              NOT AT END
                 IF MQ-DATE NUMERIC AND MQ-JACKPOT NUMERIC
                       AND MQ-BADBEAT NUMERIC
                       AND MQ-EVT-COUNT NUMERIC
                    MOVE 1 TO WK-READOK
                    MOVE MQ-RECORD TO WK-HOLD
                 END-IF
           END-READ.
           CLOSE MARQUEE.
           IF WK-READOK = 1
              MOVE 1 TO WK-HAVE
           END-IF.
           IF WK-HAVE = 1
              MOVE WK-HOLD TO MQ-RECORD
           END-IF.

      *The month's race off the hand history, same rules as the
      *game's season race and the season close

       3000-BUILD-LEADERS.

           COMPUTE WK-SR-MONTH = WK-TODAY / 100.
           MOVE 0 TO WK-SR-COUNT.
           OPEN INPUT HISTORY.
           MOVE "N" TO WK-EOF.
           PERFORM 3100-TALLY-HAND
              UNTIL WK-FILE-EOF.
           CLOSE HISTORY.

           PERFORM VARYING WK-SR-I FROM 1 BY 1
                 UNTIL WK-SR-I >= WK-SR-COUNT
              PERFORM VARYING WK-SR-J FROM 1 BY 1
                    UNTIL WK-SR-J >= WK-SR-COUNT
                 IF WK-SR-WINS(WK-SR-J + 1)
                       > WK-SR-WINS(WK-SR-J)
                    OR (WK-SR-WINS(WK-SR-J + 1)
                       = WK-SR-WINS(WK-SR-J)
                       AND WK-SR-LOSSES(WK-SR-J + 1)
                       < WK-SR-LOSSES(WK-SR-J))
                    MOVE WK-SR-ENTRY(WK-SR-J) TO WK-SR-TEMP
                    MOVE WK-SR-ENTRY(WK-SR-J + 1)
                       TO WK-SR-ENTRY(WK-SR-J)
                    MOVE WK-SR-TEMP TO WK-SR-ENTRY(WK-SR-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

       3100-TALLY-HAND.

           READ HISTORY
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 COMPUTE WK-SR-RECMONTH = HIST-DATE / 100
                 IF WK-SR-RECMONTH = WK-SR-MONTH
                       AND HIST-RECORD (10:5) NOT = "SEAL@"
                       AND HIST-PLAYER NOT = "SOAK"
                       AND HIST-GAME NOT = "Head2Head"
                       AND HIST-VOID NOT = "V"
                    PERFORM 3200-FIND-PLAYER
                    IF WK-SR-I > 0
                       PERFORM 3300-CREDIT-RESULT
                    END-IF
                 END-IF
           END-READ.

       3200-FIND-PLAYER.

           MOVE 0 TO WK-SR-I.
           PERFORM VARYING WK-SR-J FROM 1 BY 1
                 UNTIL WK-SR-J > WK-SR-COUNT
              IF WK-SR-NAME(WK-SR-J) = HIST-PLAYER
                 MOVE WK-SR-J TO WK-SR-I
              END-IF
           END-PERFORM.
           IF WK-SR-I = 0 AND WK-SR-COUNT < 50
              ADD 1 TO WK-SR-COUNT
              MOVE WK-SR-COUNT TO WK-SR-I
              MOVE HIST-PLAYER TO WK-SR-NAME(WK-SR-I)
              MOVE 0 TO WK-SR-WINS(WK-SR-I)
              MOVE 0 TO WK-SR-LOSSES(WK-SR-I)
           END-IF.

       3300-CREDIT-RESULT.

           EVALUATE TRUE
              WHEN HIST-RESULT (1:11) = "Player wins"
                 ADD 1 TO WK-SR-WINS(WK-SR-I)
              WHEN HIST-RESULT (1:10) = "CPU folded"
                 ADD 1 TO WK-SR-WINS(WK-SR-I)
              WHEN HIST-RESULT (1:15) = "All CPUs folded"
                 ADD 1 TO WK-SR-WINS(WK-SR-I)
              WHEN HIST-RESULT (1:8) = "CPU wins"
                 ADD 1 TO WK-SR-LOSSES(WK-SR-I)
              WHEN HIST-RESULT (1:10) = "You folded"
                 ADD 1 TO WK-SR-LOSSES(WK-SR-I)
           END-EVALUATE.

      *The board itself

       4000-DRAW-BOARD.

           DISPLAY " " AT 0101 ERASE EOS.
           DISPLAY "P R O G R E S S I V E   J A C K P O T" AT 0221
              REVERSE.
           IF WK-HAVE = 1
              MOVE MQ-JACKPOT TO WK-BIGSHOW
              DISPLAY WK-BIGSHOW AT 0434 REVERSE
              DISPLAY "Bad-beat pool" AT 0621
              MOVE MQ-BADBEAT TO WK-AMTSHOW
              DISPLAY WK-AMTSHOW AT 0647
           ELSE
              DISPLAY "Jackpot figures coming shortly" AT 0424
           END-IF.

           DISPLAY "Latest big wins" AT 0804 UNDERLINE.
           IF WK-HAVE = 1
              PERFORM 4100-SHOW-WIN
                 VARYING WK-SR-ROW FROM 1 BY 1
                 UNTIL WK-SR-ROW > 3
           END-IF.

           DISPLAY "League leaders" AT 0844 UNDERLINE.
           DISPLAY WK-SR-MONTH AT 0859.
           IF WK-SR-COUNT = 0
              DISPLAY "No hands this month yet" AT 0944
           ELSE
              PERFORM 4200-SHOW-LEADER
                 VARYING WK-SR-ROW FROM 1 BY 1
                 UNTIL WK-SR-ROW > 5
                    OR WK-SR-ROW > WK-SR-COUNT
           END-IF.

           DISPLAY "Next tournament" AT 1604 UNDERLINE.
           IF WK-HAVE = 0 OR MQ-EVT-NUMBER = 0
              DISPLAY "No event on the card - ask the desk"
                 AT 1704
           ELSE
              DISPLAY "Event" AT 1704
              DISPLAY MQ-EVT-NUMBER AT 1710
              DISPLAY "on" AT 1715
              DISPLAY MQ-EVT-DATE AT 1718
              DISPLAY "buy-in" AT 1728
              MOVE MQ-EVT-BUYIN TO WK-AMTSHOW
              DISPLAY WK-AMTSHOW AT 1735
              DISPLAY MQ-EVT-COUNT AT 1748
              DISPLAY "registered of 8" AT 1751
           END-IF.

           IF WK-HAVE = 1
              COMPUTE WK-HHMM = MQ-TIME / 10000
              DISPLAY "Updated" AT 2004
              DISPLAY MQ-DATE AT 2012
              DISPLAY WK-HHMM AT 2021
           END-IF.

       4100-SHOW-WIN.

           IF MQ-WIN-AMOUNT(WK-SR-ROW) NUMERIC
                 AND MQ-WIN-AMOUNT(WK-SR-ROW) > 0
              COMPUTE WK-POS = 804 + (WK-SR-ROW * 100)
              DISPLAY MQ-WIN-KIND(WK-SR-ROW) AT WK-POS
              COMPUTE WK-POS = WK-POS + 8
              DISPLAY MQ-WIN-NAME(WK-SR-ROW) AT WK-POS
              COMPUTE WK-POS = WK-POS + 11
              MOVE MQ-WIN-AMOUNT(WK-SR-ROW) TO WK-AMTSHOW
              DISPLAY WK-AMTSHOW AT WK-POS
           END-IF.

       4200-SHOW-LEADER.

           COMPUTE WK-POS = 844 + (WK-SR-ROW * 100).
           DISPLAY WK-SR-ROW AT WK-POS.
           COMPUTE WK-POS = WK-POS + 4.
           DISPLAY WK-SR-NAME(WK-SR-ROW) AT WK-POS.
           COMPUTE WK-POS = WK-POS + 11.
           DISPLAY WK-SR-WINS(WK-SR-ROW) AT WK-POS.
           COMPUTE WK-POS = WK-POS + 6.
           DISPLAY "wins" AT WK-POS.

      *Sit out the interval on the clock

       5000-WAIT.

           ACCEPT WK-CLOCK FROM TIME.
           COMPUTE WK-STARTSECS = WK-CLOCK-HH * 3600
              + WK-CLOCK-MM * 60 + WK-CLOCK-SS.
           MOVE 0 TO WK-ELAPSED.
           PERFORM 5100-TICK
              UNTIL WK-ELAPSED >= WK-INTERVAL.

       5100-TICK.

           ACCEPT WK-CLOCK FROM TIME.
           COMPUTE WK-NOWSECS = WK-CLOCK-HH * 3600
              + WK-CLOCK-MM * 60 + WK-CLOCK-SS.
           COMPUTE WK-ELAPSED = WK-NOWSECS - WK-STARTSECS.
           IF WK-ELAPSED < 0
              ADD 86400 TO WK-ELAPSED
           END-IF.

       9999-EXIT.

       9999-EXIT-EXIT.

           GOBACK.
