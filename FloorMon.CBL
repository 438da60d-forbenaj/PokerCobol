       IDENTIFICATION DIVISION.
       PROGRAM-ID. FloorMon.
       SECURITY.   Live floor monitor for the supervisor's desk. The
                   floor had no view of what the terminals were doing
                   until the morning reports - a terminal that died
                   mid-hand sat on its escrowed pot until CkptSweep
                   found it next day. This program only reads, and
                   redraws on every pass: each session still open on
                   CPY\SESSION.LOG (an ON line with no OFF line for
                   the same profile, terminal and start, a later ON
                   for the same profile and terminal superseding it)
                   with its terminal, start clock, hands so far off
                   CPY\HISTORY.LOG and running net against the BANK
                   record; and each hand in play on CPY\CHECKPT.CFG
                   with its game, street, pot, side pot and side
                   wager, and the terminal its player's session is
                   on. A hand whose checkpoint has not moved in the
                   operator's number of minutes shows in reverse as
                   STALLED, and so does a session past the player's
                   SSL hands cap. The operator sets the seconds
                   between passes and how many passes to make, zero
                   leaving it running until the monitor is shut down,
                   the way the floor marquee runs.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HOUSE
            ASSIGN TO
             "CPY\HOUSE.CFG"
             ORGANIZATION INDEXED
             ACCESS DYNAMIC
             RECORD HS-KEY.

           SELECT OPTIONAL CONFIG
            ASSIGN TO
             "CPY\CONFIG.CFG"
             ORGANIZATION INDEXED
             ACCESS DYNAMIC
             RECORD FD-KEY.

           SELECT OPTIONAL CHECKPT
            ASSIGN TO
             "CPY\CHECKPT.CFG"
             ORGANIZATION INDEXED
             ACCESS DYNAMIC
             RECORD KEY CKPT-PLAYER.

           SELECT OPTIONAL SESSLOG
            ASSIGN TO
             "CPY\SESSION.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL HISTORY
            ASSIGN TO
             "CPY\HISTORY.LOG"
             ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "CPY\HOUSEREC.CBL".

           COPY "CPY\CONFREC.CBL".

           COPY "CPY\CKPTREC.CBL".

           COPY "CPY\SESSREC.CBL".

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
       01 WK-STALLMIN PIC 9(04).

      *Pass timing -- seconds into the day at the start of the wait
      *and now, the wait surviving a pass across midnight

       01 WK-STARTSECS PIC 9(05).
       01 WK-NOWSECS PIC 9(05).
       01 WK-ELAPSED PIC S9(06).

      *Open sessions -- built off the session ledger on every pass

       01 WK-OS-COUNT PIC 99 COMP VALUE 0.
       01 WK-OS-TAB.
           02 WK-OS-ENTRY OCCURS 50 TIMES.
               03 WK-OS-PLAYER PIC X(10).
               03 WK-OS-TERM PIC X(04).
               03 WK-OS-DATE PIC 9(08).
               03 WK-OS-START PIC 9(08).
               03 WK-OS-HASOPEN PIC 9.
               03 WK-OS-OPENING PIC 9(08)V99.
               03 WK-OS-HANDS PIC 9(04).
               03 WK-OS-CAP PIC 9(04).
               03 WK-OS-NET PIC S9(08)V99.
               03 WK-OS-FROM PIC 9(15).
       01 WK-OS-I PIC 99 COMP.
       01 WK-OS-J PIC 99 COMP.
       01 WK-OS-FOUND PIC 99 COMP.

      *A hand row is stamped with its gaming date -- put back on the
      *calendar by the GDC cutover, it is compared with the session
      *start as one day-number-and-clock stamp

       01 WK-CUTOVER PIC 9(04) VALUE 0600.
       01 WK-ROW-FULL PIC 9(08).
       01 WK-ROW-INT PIC 9(08).
       01 WK-ROW-STAMP PIC 9(15).

      *Hands in play off the checkpoint file

       01 WK-LH-COUNT PIC 99 COMP VALUE 0.
       01 WK-LH-ESCROW PIC 9(10)V99 VALUE 0.
       01 WK-LH-STALLED PIC 99 COMP VALUE 0.
       01 WK-CK-DONE PIC 9 VALUE 0.
       01 WK-CK-TERM PIC X(04).
       01 WK-CK-MINUTES PIC S9(08).
       01 WK-CK-FULLDATE PIC 9(08).
       01 WK-CK-CLOCK PIC 9(08).
       01 WK-CK-CLOCKSPLIT REDEFINES WK-CK-CLOCK.
           02 WK-CK-HH PIC 9(02).
           02 WK-CK-MM PIC 9(02).
           02 WK-CK-SS PIC 9(02).
           02 WK-CK-CC PIC 9(02).
       01 WK-CK-STREET PIC X(12).
       01 WK-NOW-INT PIC 9(08).
       01 WK-CK-INT PIC 9(08).

       01 WK-GAMENAMES.
           02 FILLER PIC X(10) VALUE "Hold 'em".
           02 FILLER PIC X(10) VALUE "Draw Five".
           02 FILLER PIC X(10) VALUE "Cheat".
           02 FILLER PIC X(10) VALUE "7-Stud".
           02 FILLER PIC X(10) VALUE "Omaha".
           02 FILLER PIC X(10) VALUE "2-7 Triple".
       01 WK-GAMENAME-TAB REDEFINES WK-GAMENAMES.
           02 WK-GAMENAME-ENTRY PIC X(10) OCCURS 6 TIMES.

      *The street each CKPT-STAGE code stands for, in the order the
      *game numbers its checkpoint stages

       01 WK-STREETS.
           02 FILLER PIC X(12) VALUE "Betting".
           02 FILLER PIC X(12) VALUE "Showdown".
           02 FILLER PIC X(12) VALUE "Draw".
           02 FILLER PIC X(12) VALUE "Showdown".
           02 FILLER PIC X(12) VALUE "Betting".
           02 FILLER PIC X(12) VALUE "Showdown".
           02 FILLER PIC X(12) VALUE "Bet round 2".
           02 FILLER PIC X(12) VALUE "Bet round 3".
           02 FILLER PIC X(12) VALUE "Bet round 4".
           02 FILLER PIC X(12) VALUE "Bet round 5".
           02 FILLER PIC X(12) VALUE "Showdown".
           02 FILLER PIC X(12) VALUE "Betting".
           02 FILLER PIC X(12) VALUE "Showdown".
           02 FILLER PIC X(12) VALUE "Draw 1".
           02 FILLER PIC X(12) VALUE "Draw 2".
           02 FILLER PIC X(12) VALUE "Draw 3".
           02 FILLER PIC X(12) VALUE "Showdown".
       01 WK-STREET-TAB REDEFINES WK-STREETS.
           02 WK-STREET-ENTRY PIC X(12) OCCURS 17 TIMES.

      *Screen positions -- eight sessions and six hands fit, the
      *rest are counted
       01 WK-POS PIC 9(04).
       01 WK-HHMM PIC 9(04).
       01 WK-NETSHOW PIC -------9,99.
       01 WK-AMTSHOW PIC $$$$$$$9,99.
       01 WK-BIGSHOW PIC $$$$$$$$$$9,99.
       01 WK-SMALLSHOW PIC $$$$9,99.
       01 WK-MORE PIC Z9.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           DISPLAY "Seconds between refreshes (0 for 10): "
              NO ADVANCING.
           ACCEPT WK-INTERVAL.
           IF WK-INTERVAL = 0
              MOVE 10 TO WK-INTERVAL
           END-IF.
           DISPLAY "Minutes before a hand counts as stalled "
              "(0 for 10): " NO ADVANCING.
           ACCEPT WK-STALLMIN.
           IF WK-STALLMIN = 0
              MOVE 10 TO WK-STALLMIN
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
           ACCEPT WK-CLOCK FROM TIME.
           ADD 1 TO WK-PASSES.
           PERFORM 1000-LOAD-CUTOVER.
           PERFORM 3000-OPEN-SESSIONS.
           PERFORM 3500-SESSION-HANDS
              THRU 3500-HANDS-EXIT.
           PERFORM 3800-SESSION-BANK
              THRU 3800-BANK-EXIT.
           PERFORM 4000-DRAW-HEADINGS.
           PERFORM 4100-SHOW-SESSION
              VARYING WK-OS-I FROM 1 BY 1
              UNTIL WK-OS-I > WK-OS-COUNT
                 OR WK-OS-I > 8.
           PERFORM 5000-LIVE-HANDS.

           IF WK-CYCLES > 0 AND WK-PASSES >= WK-CYCLES
              MOVE 1 TO WK-STOP
              GO TO 2000-PASS-EXIT
           END-IF.
           PERFORM 6000-WAIT.

       2000-PASS-EXIT.

           CONTINUE.

       1000-LOAD-CUTOVER.

           OPEN INPUT HOUSE.
           MOVE "GDC" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE HS-CUTOVER TO WK-CUTOVER
           END-READ.
           CLOSE HOUSE.

      *The session ledger from the top -- an ON line opens a slot
      *for its profile and terminal (replacing any earlier one, a
      *session the terminal never signed off), the matching OFF line
      *closes it; practice passes and the soak profile never sign in

       3000-OPEN-SESSIONS.

           MOVE 0 TO WK-OS-COUNT.
           OPEN INPUT SESSLOG.
           MOVE "N" TO WK-EOF.
           PERFORM 3100-ONE-SESSION-LINE
              UNTIL WK-FILE-EOF.
           CLOSE SESSLOG.

       3100-ONE-SESSION-LINE.

           READ SESSLOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF SES-PLAYER NOT = "SOAK"
                    PERFORM 3200-FIND-SESSION
                    EVALUATE SES-TYPE
                       WHEN "ON "
                          PERFORM 3300-OPEN-SLOT
                             THRU 3300-OPEN-EXIT
                       WHEN "OFF"
                          IF WK-OS-FOUND > 0
                             AND WK-OS-START(WK-OS-FOUND) = SES-START
                             PERFORM 3400-CLOSE-SLOT
                          END-IF
                    END-EVALUATE
                 END-IF
           END-READ.

       3200-FIND-SESSION.

           MOVE 0 TO WK-OS-FOUND.
           PERFORM 3210-MATCH-SESSION
              VARYING WK-OS-J FROM 1 BY 1
              UNTIL WK-OS-J > WK-OS-COUNT.

       3210-MATCH-SESSION.

           IF WK-OS-PLAYER(WK-OS-J) = SES-PLAYER
                 AND WK-OS-TERM(WK-OS-J) = SES-TERM
              MOVE WK-OS-J TO WK-OS-FOUND
           END-IF.

       3300-OPEN-SLOT.

           IF WK-OS-FOUND = 0
              IF WK-OS-COUNT < 50
                 ADD 1 TO WK-OS-COUNT
                 MOVE WK-OS-COUNT TO WK-OS-FOUND
              ELSE
                 GO TO 3300-OPEN-EXIT
              END-IF
           END-IF.
           MOVE SES-PLAYER TO WK-OS-PLAYER(WK-OS-FOUND).
           MOVE SES-TERM TO WK-OS-TERM(WK-OS-FOUND).
           MOVE SES-DATE TO WK-OS-DATE(WK-OS-FOUND).
           MOVE SES-START TO WK-OS-START(WK-OS-FOUND).
           COMPUTE WK-ROW-FULL = SES-DATE + 20000000.
           COMPUTE WK-ROW-INT = FUNCTION INTEGER-OF-DATE(WK-ROW-FULL).
           COMPUTE WK-OS-FROM(WK-OS-FOUND) =
              WK-ROW-INT * 100000000 + SES-START.
           MOVE 0 TO WK-OS-HANDS(WK-OS-FOUND).
           MOVE 0 TO WK-OS-CAP(WK-OS-FOUND).
           MOVE 0 TO WK-OS-NET(WK-OS-FOUND).
           IF SES-OPENING NUMERIC
              MOVE 1 TO WK-OS-HASOPEN(WK-OS-FOUND)
              MOVE SES-OPENING TO WK-OS-OPENING(WK-OS-FOUND)
           ELSE
              MOVE 0 TO WK-OS-HASOPEN(WK-OS-FOUND)
              MOVE 0 TO WK-OS-OPENING(WK-OS-FOUND)
           END-IF.

       3300-OPEN-EXIT.

           CONTINUE.

      *Close the slot by moving the last one down into it

       3400-CLOSE-SLOT.

           IF WK-OS-FOUND < WK-OS-COUNT
              MOVE WK-OS-ENTRY(WK-OS-COUNT)
                 TO WK-OS-ENTRY(WK-OS-FOUND)
           END-IF.
           SUBTRACT 1 FROM WK-OS-COUNT.

      *Hands so far -- every hand-history row the profile wrote on
      *that terminal since the session's start, the row's gaming
      *date put back on the calendar first; sealing and other
      *administrative rows carry no terminal and never match

       3500-SESSION-HANDS.

           IF WK-OS-COUNT = 0
              GO TO 3500-HANDS-EXIT
           END-IF.
           OPEN INPUT HISTORY.
           MOVE "N" TO WK-EOF.
           PERFORM 3600-ONE-HAND-ROW
              UNTIL WK-FILE-EOF.
           CLOSE HISTORY.

       3500-HANDS-EXIT.

           CONTINUE.

       3600-ONE-HAND-ROW.

           READ HISTORY
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF HIST-RECORD (10:5) NOT = "SEAL@"
                       AND HIST-TERM NOT = SPACES
                       AND HIST-DATE NUMERIC AND HIST-DATE > 0
                    COMPUTE WK-ROW-FULL = HIST-DATE + 20000000
                    COMPUTE WK-ROW-INT =
                       FUNCTION INTEGER-OF-DATE(WK-ROW-FULL)
                    IF HIST-TIME / 10000 < WK-CUTOVER
                       ADD 1 TO WK-ROW-INT
                    END-IF
                    COMPUTE WK-ROW-STAMP =
                       WK-ROW-INT * 100000000 + HIST-TIME
                    PERFORM 3700-CREDIT-HAND
                       VARYING WK-OS-J FROM 1 BY 1
                       UNTIL WK-OS-J > WK-OS-COUNT
                 END-IF
           END-READ.

       3700-CREDIT-HAND.

           IF WK-OS-PLAYER(WK-OS-J) = HIST-PLAYER
                 AND WK-OS-TERM(WK-OS-J) = HIST-TERM
              IF WK-ROW-STAMP >= WK-OS-FROM(WK-OS-J)
                 ADD 1 TO WK-OS-HANDS(WK-OS-J)
              END-IF
           END-IF.

      *Running net against the BANK record the game settles every
      *hand onto, and the profile's SSL hands cap

       3800-SESSION-BANK.

           IF WK-OS-COUNT = 0
              GO TO 3800-BANK-EXIT
           END-IF.
           OPEN INPUT CONFIG.
           PERFORM 3900-ONE-PROFILE
              VARYING WK-OS-J FROM 1 BY 1
              UNTIL WK-OS-J > WK-OS-COUNT.
           CLOSE CONFIG.

       3800-BANK-EXIT.

           CONTINUE.

       3900-ONE-PROFILE.

           MOVE "BANK" TO FD-OPTION.
           MOVE WK-OS-PLAYER(WK-OS-J) TO FD-PLAYER.
           READ CONFIG
              INVALID KEY
                 MOVE 0 TO WK-OS-HASOPEN(WK-OS-J)
              NOT INVALID KEY
                 COMPUTE WK-OS-NET(WK-OS-J) = FD-BANKROLL
                    - WK-OS-OPENING(WK-OS-J)
           END-READ.
           MOVE "SSL" TO FD-OPTION.
           MOVE WK-OS-PLAYER(WK-OS-J) TO FD-PLAYER.
           READ CONFIG
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE FD-HANDSCAP TO WK-OS-CAP(WK-OS-J)
           END-READ.

      *The board -- sessions on the top half, hands in play below

       4000-DRAW-HEADINGS.

           DISPLAY " " AT 0101 ERASE EOS.
           DISPLAY "F L O O R   M O N I T O R" AT 0102 REVERSE.
           DISPLAY WK-TODAY AT 0150.
           COMPUTE WK-HHMM = WK-CLOCK / 10000.
           DISPLAY WK-HHMM AT 0160.
           DISPLAY "Pass" AT 0168.
           DISPLAY WK-PASSES AT 0173.

           DISPLAY "Open sessions" AT 0302 UNDERLINE.
           DISPLAY "Profile    Term Date     Start Hands  Cap"
              AT 0402.
           DISPLAY "Running net" AT 0447.
           IF WK-OS-COUNT = 0
              DISPLAY "(nobody signed in)" AT 0502
           END-IF.
           IF WK-OS-COUNT > 8
              COMPUTE WK-MORE = WK-OS-COUNT - 8
              DISPLAY "+" AT 1302
              DISPLAY WK-MORE AT 1303
              DISPLAY "more sessions not shown" AT 1306
           END-IF.

       4100-SHOW-SESSION.

           COMPUTE WK-POS = 402 + (WK-OS-I * 100).
           IF WK-OS-CAP(WK-OS-I) > 0
                 AND WK-OS-HANDS(WK-OS-I) > WK-OS-CAP(WK-OS-I)
              DISPLAY WK-OS-PLAYER(WK-OS-I) AT WK-POS REVERSE
           ELSE
              DISPLAY WK-OS-PLAYER(WK-OS-I) AT WK-POS
           END-IF.
           COMPUTE WK-POS = WK-POS + 11.
           DISPLAY WK-OS-TERM(WK-OS-I) AT WK-POS.
           COMPUTE WK-POS = WK-POS + 5.
           DISPLAY WK-OS-DATE(WK-OS-I) (3:6) AT WK-POS.
           COMPUTE WK-POS = WK-POS + 9.
           COMPUTE WK-HHMM = WK-OS-START(WK-OS-I) / 10000.
           DISPLAY WK-HHMM AT WK-POS.
           COMPUTE WK-POS = WK-POS + 6.
           DISPLAY WK-OS-HANDS(WK-OS-I) AT WK-POS.
           COMPUTE WK-POS = WK-POS + 6.
           IF WK-OS-CAP(WK-OS-I) > 0
              DISPLAY WK-OS-CAP(WK-OS-I) AT WK-POS
           ELSE
              DISPLAY "none" AT WK-POS
           END-IF.
           COMPUTE WK-POS = WK-POS + 6.
           IF WK-OS-HASOPEN(WK-OS-I) = 1
              MOVE WK-OS-NET(WK-OS-I) TO WK-NETSHOW
              DISPLAY WK-NETSHOW AT WK-POS
           ELSE
              DISPLAY "    n/a" AT WK-POS
           END-IF.
           IF WK-OS-CAP(WK-OS-I) > 0
                 AND WK-OS-HANDS(WK-OS-I) > WK-OS-CAP(WK-OS-I)
              COMPUTE WK-POS = WK-POS + 13
              DISPLAY "OVER CAP" AT WK-POS REVERSE
           END-IF.

      *Every checkpoint on file is a hand in play -- its age off the
      *stamp CHECKPOINT-SAVE puts on it, a checkpoint without one
      *counting as stalled the way the nightly sweep treats it

       5000-LIVE-HANDS.

           DISPLAY "Hands in play" AT 1402 UNDERLINE.
           DISPLAY "Profile    Term Game       Street       "
              AT 1502.
           DISPLAY "Pot        Side pot   Wager    Idle" AT 1542.
           MOVE 0 TO WK-LH-COUNT.
           MOVE 0 TO WK-LH-ESCROW.
           MOVE 0 TO WK-LH-STALLED.
           COMPUTE WK-CK-FULLDATE = WK-TODAY + 20000000.
           COMPUTE WK-NOW-INT =
              FUNCTION INTEGER-OF-DATE(WK-CK-FULLDATE).

           OPEN INPUT CHECKPT.
           MOVE LOW-VALUES TO CKPT-PLAYER.
           MOVE 0 TO WK-CK-DONE.
           START CHECKPT KEY NOT < CKPT-PLAYER
              INVALID KEY
                 MOVE 1 TO WK-CK-DONE
           END-START.
           PERFORM 5100-ONE-CHECKPOINT
              UNTIL WK-CK-DONE = 1.
           CLOSE CHECKPT.

           IF WK-LH-COUNT = 0
              DISPLAY "(no hands in play)" AT 1602
           END-IF.
           IF WK-LH-COUNT > 6
              COMPUTE WK-MORE = WK-LH-COUNT - 6
              DISPLAY "+" AT 2202
              DISPLAY WK-MORE AT 2203
              DISPLAY "more hands not shown" AT 2206
           END-IF.
           DISPLAY "Escrowed in play" AT 2302.
           MOVE WK-LH-ESCROW TO WK-BIGSHOW.
           DISPLAY WK-BIGSHOW AT 2319.
           IF WK-LH-STALLED > 0
              DISPLAY "Stalled hands" AT 2338 REVERSE
              MOVE WK-LH-STALLED TO WK-MORE
              DISPLAY WK-MORE AT 2352 REVERSE
           END-IF.

       5100-ONE-CHECKPOINT.

           READ CHECKPT NEXT
              AT END
                 MOVE 1 TO WK-CK-DONE
              NOT AT END
                 ADD 1 TO WK-LH-COUNT
                 ADD CKPT-POT TO WK-LH-ESCROW
                 ADD CKPT-SIDEPOT TO WK-LH-ESCROW
                 ADD CKPT-SBWAGER TO WK-LH-ESCROW
                 PERFORM 5200-CHECKPOINT-AGE
                    THRU 5200-AGE-EXIT
                 IF WK-CK-MINUTES >= WK-STALLMIN
                    ADD 1 TO WK-LH-STALLED
                 END-IF
                 IF WK-LH-COUNT <= 6
                    PERFORM 5300-SHOW-HAND
                 END-IF
           END-READ.

       5200-CHECKPOINT-AGE.

           IF CKPT-DATE NOT NUMERIC OR CKPT-DATE = 0
                 OR CKPT-TIME NOT NUMERIC
              MOVE 99999 TO WK-CK-MINUTES
              GO TO 5200-AGE-EXIT
           END-IF.
           COMPUTE WK-CK-FULLDATE = CKPT-DATE + 20000000.
           COMPUTE WK-CK-INT =
              FUNCTION INTEGER-OF-DATE(WK-CK-FULLDATE).
           MOVE CKPT-TIME TO WK-CK-CLOCK.
           COMPUTE WK-CK-MINUTES =
              (WK-NOW-INT - WK-CK-INT) * 1440
              + (WK-CLOCK-HH * 60 + WK-CLOCK-MM)
              - (WK-CK-HH * 60 + WK-CK-MM).
           IF WK-CK-MINUTES < 0
              MOVE 0 TO WK-CK-MINUTES
           END-IF.

       5200-AGE-EXIT.

           CONTINUE.

       5300-SHOW-HAND.

           MOVE "----" TO WK-CK-TERM.
           PERFORM 5400-HAND-TERMINAL
              VARYING WK-OS-J FROM 1 BY 1
              UNTIL WK-OS-J > WK-OS-COUNT.
           MOVE SPACES TO WK-CK-STREET.
           IF CKPT-STAGE >= 1 AND CKPT-STAGE <= 17
              MOVE WK-STREET-ENTRY(CKPT-STAGE) TO WK-CK-STREET
           END-IF.

           COMPUTE WK-POS = 1502 + (WK-LH-COUNT * 100).
           IF WK-CK-MINUTES >= WK-STALLMIN
              DISPLAY CKPT-PLAYER AT WK-POS REVERSE
           ELSE
              DISPLAY CKPT-PLAYER AT WK-POS
           END-IF.
           COMPUTE WK-POS = WK-POS + 11.
           DISPLAY WK-CK-TERM AT WK-POS.
           COMPUTE WK-POS = WK-POS + 5.
           IF CKPT-GAME >= 1 AND CKPT-GAME <= 6
              DISPLAY WK-GAMENAME-ENTRY(CKPT-GAME) AT WK-POS
           END-IF.
           COMPUTE WK-POS = WK-POS + 11.
           DISPLAY WK-CK-STREET AT WK-POS.
           COMPUTE WK-POS = WK-POS + 13.
           MOVE CKPT-POT TO WK-AMTSHOW.
           DISPLAY WK-AMTSHOW AT WK-POS.
           COMPUTE WK-POS = WK-POS + 11.
           MOVE CKPT-SIDEPOT TO WK-AMTSHOW.
           DISPLAY WK-AMTSHOW AT WK-POS.
           COMPUTE WK-POS = WK-POS + 11.
           MOVE CKPT-SBWAGER TO WK-SMALLSHOW.
           DISPLAY WK-SMALLSHOW AT WK-POS.
           COMPUTE WK-POS = WK-POS + 9.
           IF WK-CK-MINUTES >= WK-STALLMIN
              DISPLAY "STALLED" AT WK-POS REVERSE
           ELSE
              MOVE WK-CK-MINUTES TO WK-HHMM
              DISPLAY WK-HHMM AT WK-POS
           END-IF.

       5400-HAND-TERMINAL.

           IF WK-OS-PLAYER(WK-OS-J) = CKPT-PLAYER
              MOVE WK-OS-TERM(WK-OS-J) TO WK-CK-TERM
           END-IF.

      *Sit out the interval on the clock

       6000-WAIT.

           ACCEPT WK-CLOCK FROM TIME.
           COMPUTE WK-STARTSECS = WK-CLOCK-HH * 3600
              + WK-CLOCK-MM * 60 + WK-CLOCK-SS.
           MOVE 0 TO WK-ELAPSED.
           PERFORM 6100-TICK
              UNTIL WK-ELAPSED >= WK-INTERVAL.

       6100-TICK.

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
