       IDENTIFICATION DIVISION.
       PROGRAM-ID. CfgRoll.
       SECURITY.   Point-in-time roll-forward of CPY\CONFIG.CFG and
                   CPY\HOUSE.CFG after a restore. CfgBack brings the
                   files back as they stood when a generation was
                   taken, which loses
                   every bankroll, jackpot and comp movement since;
                   this run re-applies them from the ledgers. Every
                   row logged after the generation's date and time
                   (as registered in CPY\BACKUPS.LOG) and up to a
                   stopping date and time the operator gives - zero
                   taking everything logged - is modeled exactly as
                   the morning reconciliations model it: betting
                   action (CPY\ACTION.LOG) and pots won and
                   jackpots paid (CPY\HISTORY.LOG), counter
                   movements (CPY\CASHIER.LOG), side bets
                   (CPY\SIDEBET.LOG) and bad-beat payouts
                   (CPY\BADBEAT.LOG) onto each profile's BANK
                   record; contributions and payouts onto the JKP
                   and BBJ pools (CPY\JACKPOT.LOG, CPY\BADBEAT.LOG);
                   accruals and redemptions onto each profile's CMP
                   points (CPY\COMP.LOG); and issues, repayments and
                   write-offs onto the markers outstanding on its MKL
                   line (CPY\MARKER.LOG). A split pot is credited at
                   half, as BankRecon estimates it. A profile first
                   banked after the generation starts from the $1000
                   grubstake. Each profile moved is listed with its
                   balances before and after. The run leaves an RFW
                   record naming the generation and the point it
                   rolled forward to, and refuses to roll the same
                   restore forward a second time - restore the
                   generation again first.

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

           SELECT OPTIONAL HOUSE
            ASSIGN TO
             "CPY\HOUSE.CFG"
             ORGANIZATION INDEXED
             ACCESS DYNAMIC
             RECORD HS-KEY.

           SELECT OPTIONAL BACKLOG
            ASSIGN TO
             "CPY\BACKUPS.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ACTLOG
            ASSIGN TO
             "CPY\ACTION.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL HISTORY
            ASSIGN TO
             "CPY\HISTORY.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL CASHLOG
            ASSIGN TO
             "CPY\CASHIER.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL SIDELOG
            ASSIGN TO
             "CPY\SIDEBET.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL JKPLOG
            ASSIGN TO
             "CPY\JACKPOT.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL BADBEATLOG
            ASSIGN TO
             "CPY\BADBEAT.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL COMPLOG
            ASSIGN TO
             "CPY\COMP.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL MARKERLOG
            ASSIGN TO
             "CPY\MARKER.LOG"
             ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "CPY\CONFREC.CBL".

           COPY "CPY\HOUSEREC.CBL".

       FD BACKLOG
           LABEL RECORD STANDARD.

       01 BLOG-RECORD.
           02 BLOG-DATE PIC 9(08).
           02 FILLER PIC X VALUE SPACE.
           02 BLOG-TIME PIC 9(08).

           COPY "CPY\ACTREC.CBL".

           COPY "CPY\HISTREC.CBL".

           COPY "CPY\CASHREC.CBL".

           COPY "CPY\SIDEREC.CBL".

           COPY "CPY\JKPREC.CBL".

           COPY "CPY\BBJREC.CBL".

           COPY "CPY\COMPREC.CBL".

           COPY "CPY\MKRREC.CBL".

       WORKING-STORAGE SECTION.

       01 WK-EOF PIC X VALUE "N".
          88 WK-FILE-EOF VALUE "Y".
       01 WK-FOUND PIC 9 VALUE 0.
       01 WK-NOREC PIC 9 VALUE 0.
       01 WK-CONFIRM PIC X.

      *The window -- strictly after the generation was taken, up to
      *and including the stopping point. Date then time, both zero-
      *padded, so the stamps compare as they stand

       01 WK-GENDATE PIC 9(08).
       01 WK-GENHHMM PIC 9(04).
       01 WK-FROMSTAMP.
           02 WK-FROM-DATE PIC 9(08).
           02 WK-FROM-TIME PIC 9(08).
       01 WK-TOSTAMP.
           02 WK-TO-DATE PIC 9(08).
           02 WK-TO-TIME PIC 9(08).
       01 WK-ROWSTAMP.
           02 WK-ROW-DATE PIC 9(08).
           02 WK-ROW-TIME PIC 9(08).
       01 WK-LASTSTAMP.
           02 WK-LAST-DATE PIC 9(08) VALUE 0.
           02 WK-LAST-TIME PIC 9(08) VALUE 0.
       01 WK-STOPHHMM PIC 9(04).
       01 WK-INWINDOW PIC 9 VALUE 0.

      *Rows re-applied, per ledger

       01 WK-CNT-ACT PIC 9(07) VALUE 0.
       01 WK-CNT-HIST PIC 9(07) VALUE 0.
       01 WK-CNT-CASH PIC 9(07) VALUE 0.
       01 WK-CNT-SIDE PIC 9(07) VALUE 0.
       01 WK-CNT-JKP PIC 9(07) VALUE 0.
       01 WK-CNT-BB PIC 9(07) VALUE 0.
       01 WK-CNT-COMP PIC 9(07) VALUE 0.
       01 WK-CNT-MKR PIC 9(07) VALUE 0.

      *Movement per profile since the generation -- money in and out
      *of the bankroll, points accrued and redeemed, markers issued
      *and cleared

       01 WK-PLAYER-COUNT PIC 9(03) COMP VALUE 0.
       01 WK-PLAYER-TAB.
           02 WK-PLAYER-ENTRY OCCURS 200 TIMES.
               03 WK-PT-NAME PIC X(10).
               03 WK-PT-IN PIC S9(10)V99.
               03 WK-PT-OUT PIC S9(10)V99.
               03 WK-PT-PTSIN PIC 9(09).
               03 WK-PT-PTSOUT PIC 9(09).
               03 WK-PT-MKRIN PIC S9(10)V99.
               03 WK-PT-MKROUT PIC S9(10)V99.
       01 WK-SEARCH-IDX PIC 9(03) COMP.
       01 WK-FOUND-IDX PIC 9(03) COMP.
       01 WK-LOOKUP-NAME PIC X(10).
       01 WK-TABLEFULL PIC 9(05) VALUE 0.

       01 WK-JKPIN PIC S9(10)V99 VALUE 0.
       01 WK-JKPOUT PIC S9(10)V99 VALUE 0.
       01 WK-BBIN PIC S9(10)V99 VALUE 0.
       01 WK-BBOUT PIC S9(10)V99 VALUE 0.

       01 WK-BEFORE PIC S9(10)V99.
       01 WK-AFTER PIC S9(10)V99.
       01 WK-PTSBEFORE PIC 9(09).
       01 WK-PTSAFTER PIC S9(10).
       01 WK-NEWFLAG PIC X(05).
       01 WK-SHORTS PIC 9(05) VALUE 0.
       01 WK-NEWPROFILES PIC 9(05) VALUE 0.

       01 WK-BEFORESHOW PIC -(9)9,99.
       01 WK-AFTERSHOW PIC -(9)9,99.
       01 WK-PTSSHOW1 PIC Z(8)9.
       01 WK-PTSSHOW2 PIC -(9)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-SET-WINDOW
              THRU 1000-WINDOW-EXIT.
           IF RETURN-CODE = 8
              PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           END-IF.

           PERFORM 2000-SCAN-ACTIONS.
           PERFORM 2200-SCAN-HISTORY.
           PERFORM 2400-SCAN-CASHIER.
           PERFORM 2600-SCAN-SIDEBET.
           PERFORM 2800-SCAN-JACKPOT.
           PERFORM 3000-SCAN-BADBEAT.
           PERFORM 3200-SCAN-COMP.
           PERFORM 3400-SCAN-MARKER.

           DISPLAY " ".
           DISPLAY "Rows to re-apply since the generation:".
           DISPLAY "  Action      " WK-CNT-ACT.
           DISPLAY "  History     " WK-CNT-HIST.
           DISPLAY "  Cashier     " WK-CNT-CASH.
           DISPLAY "  Side bets   " WK-CNT-SIDE.
           DISPLAY "  Jackpot     " WK-CNT-JKP.
           DISPLAY "  Bad beat    " WK-CNT-BB.
           DISPLAY "  Comp        " WK-CNT-COMP.
           DISPLAY "  Markers     " WK-CNT-MKR.
           DISPLAY "  Profiles    " WK-PLAYER-COUNT.
           IF WK-TABLEFULL > 0
              DISPLAY "Too many profiles moved since the generation "
                 "- " WK-TABLEFULL " rows could not be placed; "
                 "nothing applied"
              MOVE 8 TO RETURN-CODE
              PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           END-IF.
           DISPLAY "Apply them to CONFIG (Y/N)? " NO ADVANCING.
           ACCEPT WK-CONFIRM.
           IF WK-CONFIRM NOT = "Y" AND WK-CONFIRM NOT = "y"
              DISPLAY "Nothing applied"
              PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           END-IF.

           PERFORM 4000-APPLY-MOVEMENT.
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.

      *Where the restored generation stands and where to stop. A
      *generation registered before backup times were kept has no
      *time of its own, so the operator says when it was taken

       1000-SET-WINDOW.

           DISPLAY "Generation restored (date as registered): "
              NO ADVANCING.
           ACCEPT WK-GENDATE.

           MOVE 0 TO WK-FOUND.
           OPEN INPUT BACKLOG.
           MOVE "N" TO WK-EOF.
           PERFORM 1100-FIND-GENERATION
              UNTIL WK-FILE-EOF.
           CLOSE BACKLOG.
           IF WK-FOUND = 0
              DISPLAY "Generation " WK-GENDATE " is not registered "
                 "in BACKUPS.LOG - nothing applied"
              MOVE 8 TO RETURN-CODE
              GO TO 1000-WINDOW-EXIT
           END-IF.
           MOVE WK-GENDATE TO WK-FROM-DATE.
           IF WK-FROM-TIME = 0
              DISPLAY "No time registered for that generation - "
                 "time it was taken (HHMM, 0 end of day): "
                 NO ADVANCING
              ACCEPT WK-GENHHMM
              IF WK-GENHHMM = 0
                 MOVE 23595999 TO WK-FROM-TIME
              ELSE
                 COMPUTE WK-FROM-TIME = WK-GENHHMM * 10000
              END-IF
           END-IF.

           OPEN INPUT HOUSE.
           MOVE "RFW" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE 0 TO WK-NOREC
              NOT INVALID KEY
                 IF HS-RFWGEN = WK-GENDATE
                    MOVE 1 TO WK-NOREC
                 END-IF
           END-READ.
           CLOSE HOUSE.
           IF WK-NOREC = 1
              DISPLAY "This restore of " WK-GENDATE " was already "
                 "rolled forward to " HS-RFWDATE " " HS-RFWTIME
              DISPLAY "Restore the generation again before rolling "
                 "it forward - nothing applied"
              MOVE 8 TO RETURN-CODE
              GO TO 1000-WINDOW-EXIT
           END-IF.

           DISPLAY "Roll forward to date (YYMMDD, 0 everything "
              "logged): " NO ADVANCING.
           ACCEPT WK-TO-DATE.
           IF WK-TO-DATE = 0
              MOVE 99999999 TO WK-TO-DATE
              MOVE 99999999 TO WK-TO-TIME
           ELSE
              DISPLAY "Up to time (HHMM, 0 end of day): "
                 NO ADVANCING
              ACCEPT WK-STOPHHMM
              IF WK-STOPHHMM = 0
                 MOVE 23595999 TO WK-TO-TIME
              ELSE
                 COMPUTE WK-TO-TIME = WK-STOPHHMM * 10000 + 5999
              END-IF
           END-IF.
           IF WK-TOSTAMP NOT > WK-FROMSTAMP
              DISPLAY "Stopping point is not after the generation - "
                 "nothing applied"
              MOVE 8 TO RETURN-CODE
              GO TO 1000-WINDOW-EXIT
           END-IF.
           DISPLAY "Re-applying movements after " WK-FROM-DATE " "
              WK-FROM-TIME.

       1000-WINDOW-EXIT.

           CONTINUE.

       1100-FIND-GENERATION.

           READ BACKLOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF BLOG-DATE = WK-GENDATE
                    MOVE 1 TO WK-FOUND
                    IF BLOG-TIME NUMERIC
                       MOVE BLOG-TIME TO WK-FROM-TIME
                    ELSE
                       MOVE 0 TO WK-FROM-TIME
                    END-IF
                 END-IF
           END-READ.

      *Is the row staged in WK-ROWSTAMP inside the window -- and the
      *latest stamp applied kept for the RFW record

       1500-CHECK-WINDOW.

           MOVE 0 TO WK-INWINDOW.
           IF WK-ROWSTAMP > WK-FROMSTAMP
                 AND WK-ROWSTAMP NOT > WK-TOSTAMP
              MOVE 1 TO WK-INWINDOW
              IF WK-ROWSTAMP > WK-LASTSTAMP
                 MOVE WK-ROWSTAMP TO WK-LASTSTAMP
              END-IF
           END-IF.

      *Every journaled wager is money out of its player's balance;
      *rebuys, prizes, head-to-head wins and what a split pot run
      *twice paid (RUNPAY) are money in

       2000-SCAN-ACTIONS.

           OPEN INPUT ACTLOG.
           MOVE "N" TO WK-EOF.
           PERFORM 2100-ONE-ACTION
              UNTIL WK-FILE-EOF.
           CLOSE ACTLOG.

       2100-ONE-ACTION.

           READ ACTLOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF ACT-ACTOR = "PLAYER"
                       AND ACT-RECORD (10:5) NOT = "SEAL@"
                       AND ACT-PLAYER NOT = "SOAK"
                    MOVE ACT-DATE TO WK-ROW-DATE
                    MOVE ACT-TIME TO WK-ROW-TIME
                    PERFORM 1500-CHECK-WINDOW
                    IF WK-INWINDOW = 1
                       MOVE ACT-PLAYER TO WK-LOOKUP-NAME
                       PERFORM 3600-FIND-PLAYER
                    END-IF
                    IF WK-INWINDOW = 1 AND WK-FOUND-IDX > 0
                       ADD 1 TO WK-CNT-ACT
                       EVALUATE ACT-ACTION
                          WHEN "REBUY"
                          WHEN "PRIZE"
                          WHEN "H2HWIN"
                          WHEN "RUNPAY"
                             ADD ACT-AMOUNT
                                TO WK-PT-IN(WK-FOUND-IDX)
                          WHEN "FOLD"
                             CONTINUE
                          WHEN OTHER
                             ADD ACT-AMOUNT
                                TO WK-PT-OUT(WK-FOUND-IDX)
                       END-EVALUATE
                    END-IF
                 END-IF
           END-READ.

      *Pots won and jackpots paid. Head-to-head hands came through
      *the journal already, and the SOAK burn-in profile has no
      *bankroll. A split pot run twice came through the journal as
      *its RUNPAY row, so a tie with a second board adds nothing

       2200-SCAN-HISTORY.

           OPEN INPUT HISTORY.
           MOVE "N" TO WK-EOF.
           PERFORM 2300-ONE-HAND
              UNTIL WK-FILE-EOF.
           CLOSE HISTORY.

       2300-ONE-HAND.

           READ HISTORY
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF HIST-GAME NOT = "Head2Head"
                       AND HIST-RECORD (10:5) NOT = "SEAL@"
                       AND HIST-PLAYER NOT = "SOAK"
                    MOVE HIST-DATE TO WK-ROW-DATE
                    MOVE HIST-TIME TO WK-ROW-TIME
                    PERFORM 1500-CHECK-WINDOW
                    IF WK-INWINDOW = 1
                       MOVE HIST-PLAYER TO WK-LOOKUP-NAME
                       PERFORM 3600-FIND-PLAYER
                    END-IF
                    IF WK-INWINDOW = 1 AND WK-FOUND-IDX > 0
                       ADD 1 TO WK-CNT-HIST
                       PERFORM 2350-CREDIT-WINNINGS
                    END-IF
                 END-IF
           END-READ.

       2350-CREDIT-WINNINGS.

           EVALUATE TRUE
              WHEN HIST-BOARD2 NOT = SPACES
                    AND HIST-RESULT (1:3) = "Tie"
                 CONTINUE
              WHEN HIST-RESULT (1:11) = "Player wins"
                 ADD HIST-POT TO WK-PT-IN(WK-FOUND-IDX)
              WHEN HIST-RESULT (1:10) = "CPU folded"
                 ADD HIST-POT TO WK-PT-IN(WK-FOUND-IDX)
              WHEN HIST-RESULT (1:15) = "All CPUs folded"
                 ADD HIST-POT TO WK-PT-IN(WK-FOUND-IDX)
              WHEN HIST-RESULT (1:17) = "Checkpoint refund"
                 ADD HIST-POT TO WK-PT-IN(WK-FOUND-IDX)
              WHEN HIST-RESULT (1:3) = "Tie"
                 COMPUTE WK-PT-IN(WK-FOUND-IDX) =
                    WK-PT-IN(WK-FOUND-IDX) + HIST-POT / 2
           END-EVALUATE.
           ADD HIST-JACKPOTPAID TO WK-PT-IN(WK-FOUND-IDX).

      *Counter movements, markers and vouchers included, the way
      *BankRecon reads them

       2400-SCAN-CASHIER.

           OPEN INPUT CASHLOG.
           MOVE "N" TO WK-EOF.
           PERFORM 2500-ONE-MOVEMENT
              UNTIL WK-FILE-EOF.
           CLOSE CASHLOG.

       2500-ONE-MOVEMENT.

           READ CASHLOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF CASH-RECORD (10:5) NOT = "SEAL@"
                    MOVE CASH-DATE TO WK-ROW-DATE
                    MOVE CASH-TIME TO WK-ROW-TIME
                    PERFORM 1500-CHECK-WINDOW
                    IF WK-INWINDOW = 1
                       MOVE CASH-PLAYER TO WK-LOOKUP-NAME
                       PERFORM 3600-FIND-PLAYER
                    END-IF
                    IF WK-INWINDOW = 1 AND WK-FOUND-IDX > 0
                       ADD 1 TO WK-CNT-CASH
                       EVALUATE CASH-TYPE
                          WHEN "DEP"
                          WHEN "AJC"
                          WHEN "RED"
                          WHEN "MKI"
                          WHEN "FPV"
                             ADD CASH-AMOUNT
                                TO WK-PT-IN(WK-FOUND-IDX)
                          WHEN "WDR"
                          WHEN "AJD"
                          WHEN "MKP"
                             ADD CASH-AMOUNT
                                TO WK-PT-OUT(WK-FOUND-IDX)
                       END-EVALUATE
                    END-IF
                 END-IF
           END-READ.

      *Side-bet wagers escrowed off the bankroll, payouts and sweep
      *refunds back onto it

       2600-SCAN-SIDEBET.

           OPEN INPUT SIDELOG.
           MOVE "N" TO WK-EOF.
           PERFORM 2700-ONE-SIDEBET
              UNTIL WK-FILE-EOF.
           CLOSE SIDELOG.

       2700-ONE-SIDEBET.

           READ SIDELOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF SB-RECORD (10:5) NOT = "SEAL@"
                       AND SB-PLAYER NOT = "SOAK"
                    MOVE SB-DATE TO WK-ROW-DATE
                    MOVE SB-TIME TO WK-ROW-TIME
                    PERFORM 1500-CHECK-WINDOW
                    IF WK-INWINDOW = 1
                       MOVE SB-PLAYER TO WK-LOOKUP-NAME
                       PERFORM 3600-FIND-PLAYER
                    END-IF
                    IF WK-INWINDOW = 1 AND WK-FOUND-IDX > 0
                       ADD 1 TO WK-CNT-SIDE
                       EVALUATE SB-TYPE
                          WHEN "WAG"
                             ADD SB-AMOUNT
                                TO WK-PT-OUT(WK-FOUND-IDX)
                          WHEN "PAY"
                          WHEN "VOD"
                             ADD SB-AMOUNT
                                TO WK-PT-IN(WK-FOUND-IDX)
                       END-EVALUATE
                    END-IF
                 END-IF
           END-READ.

      *The progressive pool -- contributions in, payouts and voided
      *skims out, as JkpRecon replays it

       2800-SCAN-JACKPOT.

           OPEN INPUT JKPLOG.
           MOVE "N" TO WK-EOF.
           PERFORM 2900-ONE-JACKPOT
              UNTIL WK-FILE-EOF.
           CLOSE JKPLOG.

       2900-ONE-JACKPOT.

           READ JKPLOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF JKPL-RECORD (10:5) NOT = "SEAL@"
                    MOVE JKPL-DATE TO WK-ROW-DATE
                    MOVE JKPL-TIME TO WK-ROW-TIME
                    PERFORM 1500-CHECK-WINDOW
                    IF WK-INWINDOW = 1
                       ADD 1 TO WK-CNT-JKP
                       IF JKPL-TYPE = "IN "
                          ADD JKPL-AMOUNT TO WK-JKPIN
                       ELSE
                          ADD JKPL-AMOUNT TO WK-JKPOUT
                       END-IF
                    END-IF
                 END-IF
           END-READ.

      *The bad-beat pool the same way; a player's OUT share also
      *landed on that bankroll

       3000-SCAN-BADBEAT.

           OPEN INPUT BADBEATLOG.
           MOVE "N" TO WK-EOF.
           PERFORM 3100-ONE-BADBEAT
              UNTIL WK-FILE-EOF.
           CLOSE BADBEATLOG.

       3100-ONE-BADBEAT.

           READ BADBEATLOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF BBL-RECORD (10:5) NOT = "SEAL@"
                    MOVE BBL-DATE TO WK-ROW-DATE
                    MOVE BBL-TIME TO WK-ROW-TIME
                    PERFORM 1500-CHECK-WINDOW
                    IF WK-INWINDOW = 1
                       ADD 1 TO WK-CNT-BB
                       IF BBL-TYPE = "IN "
                          ADD BBL-AMOUNT TO WK-BBIN
                       ELSE
                          ADD BBL-AMOUNT TO WK-BBOUT
                       END-IF
                    END-IF
                    IF WK-INWINDOW = 1
                          AND BBL-TYPE = "OUT"
                          AND BBL-PLAYER NOT = "CPU"
                          AND BBL-PLAYER NOT = "SOAK"
                          AND BBL-PLAYER NOT = SPACES
                       MOVE BBL-PLAYER TO WK-LOOKUP-NAME
                       PERFORM 3600-FIND-PLAYER
                       IF WK-FOUND-IDX > 0
                          ADD BBL-AMOUNT
                             TO WK-PT-IN(WK-FOUND-IDX)
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       3200-SCAN-COMP.

           OPEN INPUT COMPLOG.
           MOVE "N" TO WK-EOF.
           PERFORM 3300-ONE-COMP
              UNTIL WK-FILE-EOF.
           CLOSE COMPLOG.

       3300-ONE-COMP.

           READ COMPLOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF COMP-RECORD (10:5) NOT = "SEAL@"
                    MOVE COMP-DATE TO WK-ROW-DATE
                    MOVE COMP-TIME TO WK-ROW-TIME
                    PERFORM 1500-CHECK-WINDOW
                    IF WK-INWINDOW = 1
                       MOVE COMP-PLAYER TO WK-LOOKUP-NAME
                       PERFORM 3600-FIND-PLAYER
                    END-IF
                    IF WK-INWINDOW = 1 AND WK-FOUND-IDX > 0
                       ADD 1 TO WK-CNT-COMP
                       IF COMP-TYPE = "ACC"
                          ADD COMP-POINTS
                             TO WK-PT-PTSIN(WK-FOUND-IDX)
                       ELSE
                          ADD COMP-POINTS
                             TO WK-PT-PTSOUT(WK-FOUND-IDX)
                       END-IF
                    END-IF
                 END-IF
           END-READ.

      *Markers outstanding on the line -- issues add, repayments and
      *write-offs clear

       3400-SCAN-MARKER.

           OPEN INPUT MARKERLOG.
           MOVE "N" TO WK-EOF.
           PERFORM 3500-ONE-MARKER
              UNTIL WK-FILE-EOF.
           CLOSE MARKERLOG.

       3500-ONE-MARKER.

           READ MARKERLOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 MOVE MKR-DATE TO WK-ROW-DATE
                 MOVE MKR-TIME TO WK-ROW-TIME
                 PERFORM 1500-CHECK-WINDOW
                 IF WK-INWINDOW = 1
                    MOVE MKR-PLAYER TO WK-LOOKUP-NAME
                    PERFORM 3600-FIND-PLAYER
                 END-IF
                 IF WK-INWINDOW = 1 AND WK-FOUND-IDX > 0
                    ADD 1 TO WK-CNT-MKR
                    IF MKR-TYPE = "ISS"
                       ADD MKR-AMOUNT TO WK-PT-MKRIN(WK-FOUND-IDX)
                    ELSE
                       ADD MKR-AMOUNT TO WK-PT-MKROUT(WK-FOUND-IDX)
                    END-IF
                 END-IF
           END-READ.

      *Find (or add) the entry for the name staged in WK-LOOKUP-NAME
      *-- WK-FOUND-IDX comes back zero when the table is full, and
      *the count of rows left out stops the run before it applies

       3600-FIND-PLAYER.

           MOVE 0 TO WK-FOUND-IDX.
           PERFORM VARYING WK-SEARCH-IDX FROM 1 BY 1
                 UNTIL WK-SEARCH-IDX > WK-PLAYER-COUNT
              IF WK-PT-NAME(WK-SEARCH-IDX) = WK-LOOKUP-NAME
                 MOVE WK-SEARCH-IDX TO WK-FOUND-IDX
              END-IF
           END-PERFORM.
           IF WK-FOUND-IDX = 0
              IF WK-PLAYER-COUNT < 200
                 ADD 1 TO WK-PLAYER-COUNT
                 MOVE WK-PLAYER-COUNT TO WK-FOUND-IDX
                 MOVE WK-LOOKUP-NAME TO WK-PT-NAME(WK-FOUND-IDX)
                 MOVE 0 TO WK-PT-IN(WK-FOUND-IDX)
                 MOVE 0 TO WK-PT-OUT(WK-FOUND-IDX)
                 MOVE 0 TO WK-PT-PTSIN(WK-FOUND-IDX)
                 MOVE 0 TO WK-PT-PTSOUT(WK-FOUND-IDX)
                 MOVE 0 TO WK-PT-MKRIN(WK-FOUND-IDX)
                 MOVE 0 TO WK-PT-MKROUT(WK-FOUND-IDX)
              ELSE
                 ADD 1 TO WK-TABLEFULL
              END-IF
           END-IF.

      *Every profile moved, then the two pools, then the marker

       4000-APPLY-MOVEMENT.

           OPEN I-O CONFIG.
           DISPLAY " ".
           DISPLAY "Roll-forward from generation " WK-GENDATE.
           DISPLAY "=============================================".
           DISPLAY "Player          Before         After".
           PERFORM 4100-APPLY-PLAYER
              VARYING WK-SEARCH-IDX FROM 1 BY 1
              UNTIL WK-SEARCH-IDX > WK-PLAYER-COUNT.
           CLOSE CONFIG.

           OPEN I-O HOUSE.
           DISPLAY " ".
           MOVE "JKP" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           COMPUTE WK-AFTER = WK-JKPIN - WK-JKPOUT.
           PERFORM 4500-APPLY-POOL.
           MOVE "BBJ" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           COMPUTE WK-AFTER = WK-BBIN - WK-BBOUT.
           PERFORM 4500-APPLY-POOL.

           IF WK-LAST-DATE = 0
              MOVE WK-FROMSTAMP TO WK-LASTSTAMP
           END-IF.
           MOVE "RFW" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE WK-GENDATE TO HS-RFWGEN
                 MOVE WK-LAST-DATE TO HS-RFWDATE
                 MOVE WK-LAST-TIME TO HS-RFWTIME
                 WRITE HS-CONFIG
                    INVALID KEY CONTINUE
                 END-WRITE
              NOT INVALID KEY
                 MOVE WK-GENDATE TO HS-RFWGEN
                 MOVE WK-LAST-DATE TO HS-RFWDATE
                 MOVE WK-LAST-TIME TO HS-RFWTIME
                 REWRITE HS-CONFIG
           END-READ.
           CLOSE HOUSE.

           DISPLAY " ".
           DISPLAY "Rolled forward to " WK-LAST-DATE " "
              WK-LAST-TIME ": " WK-PLAYER-COUNT " profiles, "
              WK-NEWPROFILES " first banked since the generation".
           IF WK-SHORTS > 0
              DISPLAY "SHORT: " WK-SHORTS " balance(s) would have "
                 "gone below zero and stand at zero - check them "
                 "with BankRecon"
              MOVE 4 TO RETURN-CODE
           END-IF.

       4100-APPLY-PLAYER.

           MOVE SPACES TO WK-NEWFLAG.
           MOVE "BANK" TO FD-OPTION.
           MOVE WK-PT-NAME(WK-SEARCH-IDX) TO FD-PLAYER.
           MOVE 0 TO WK-NOREC.
           READ CONFIG
              INVALID KEY
                 MOVE 1 TO WK-NOREC
                 MOVE 1000 TO FD-BANKROLL
                 MOVE "NEW" TO WK-NEWFLAG
                 ADD 1 TO WK-NEWPROFILES
           END-READ.
           MOVE FD-BANKROLL TO WK-BEFORE.
           COMPUTE WK-AFTER = WK-BEFORE + WK-PT-IN(WK-SEARCH-IDX)
              - WK-PT-OUT(WK-SEARCH-IDX).
           IF WK-AFTER < 0
              MOVE "SHORT" TO WK-NEWFLAG
              ADD 1 TO WK-SHORTS
              MOVE 0 TO WK-AFTER
           END-IF.
           MOVE WK-AFTER TO FD-BANKROLL.
           IF WK-NOREC = 1
              WRITE FD-CONFIG
                 INVALID KEY CONTINUE
              END-WRITE
           ELSE
              REWRITE FD-CONFIG
           END-IF.
           MOVE WK-BEFORE TO WK-BEFORESHOW.
           MOVE WK-AFTER TO WK-AFTERSHOW.
           DISPLAY WK-PT-NAME(WK-SEARCH-IDX) " " WK-BEFORESHOW " "
              WK-AFTERSHOW "  " WK-NEWFLAG.

           IF WK-PT-PTSIN(WK-SEARCH-IDX) > 0
                 OR WK-PT-PTSOUT(WK-SEARCH-IDX) > 0
              PERFORM 4200-APPLY-POINTS
           END-IF.
           IF WK-PT-MKRIN(WK-SEARCH-IDX) > 0
                 OR WK-PT-MKROUT(WK-SEARCH-IDX) > 0
              PERFORM 4300-APPLY-MARKERS
           END-IF.

       4200-APPLY-POINTS.

           MOVE "CMP" TO FD-OPTION.
           MOVE WK-PT-NAME(WK-SEARCH-IDX) TO FD-PLAYER.
           MOVE 0 TO WK-NOREC.
           READ CONFIG
              INVALID KEY
                 MOVE 1 TO WK-NOREC
                 MOVE 0 TO FD-COMPPOINTS
           END-READ.
           MOVE FD-COMPPOINTS TO WK-PTSBEFORE.
           COMPUTE WK-PTSAFTER = WK-PTSBEFORE
              + WK-PT-PTSIN(WK-SEARCH-IDX)
              - WK-PT-PTSOUT(WK-SEARCH-IDX).
           IF WK-PTSAFTER < 0
              ADD 1 TO WK-SHORTS
              MOVE 0 TO WK-PTSAFTER
           END-IF.
           MOVE WK-PTSAFTER TO FD-COMPPOINTS.
           IF WK-NOREC = 1
              WRITE FD-CONFIG
                 INVALID KEY CONTINUE
              END-WRITE
           ELSE
              REWRITE FD-CONFIG
           END-IF.
           MOVE WK-PTSBEFORE TO WK-PTSSHOW1.
           MOVE WK-PTSAFTER TO WK-PTSSHOW2.
           DISPLAY "  comp points " WK-PTSSHOW1 "    "
              WK-PTSSHOW2.

       4300-APPLY-MARKERS.

           MOVE "MKL" TO FD-OPTION.
           MOVE WK-PT-NAME(WK-SEARCH-IDX) TO FD-PLAYER.
           MOVE 0 TO WK-NOREC.
           READ CONFIG
              INVALID KEY
                 MOVE 1 TO WK-NOREC
                 MOVE 0 TO FD-CREDITLIMIT
                 MOVE 0 TO FD-MARKEROUT
                 MOVE SPACES TO FD-CREDITBY
                 MOVE 0 TO FD-CREDITDATE
           END-READ.
           MOVE FD-MARKEROUT TO WK-BEFORE.
           COMPUTE WK-AFTER = WK-BEFORE + WK-PT-MKRIN(WK-SEARCH-IDX)
              - WK-PT-MKROUT(WK-SEARCH-IDX).
           IF WK-AFTER < 0
              ADD 1 TO WK-SHORTS
              MOVE 0 TO WK-AFTER
           END-IF.
           MOVE WK-AFTER TO FD-MARKEROUT.
           IF WK-NOREC = 1
              WRITE FD-CONFIG
                 INVALID KEY CONTINUE
              END-WRITE
           ELSE
              REWRITE FD-CONFIG
           END-IF.
           MOVE WK-BEFORE TO WK-BEFORESHOW.
           MOVE WK-AFTER TO WK-AFTERSHOW.
           DISPLAY "  markers out " WK-BEFORESHOW " " WK-AFTERSHOW.

      *One pool, keyed by the caller, with its net movement staged
      *in WK-AFTER

       4500-APPLY-POOL.

           MOVE 0 TO WK-NOREC.
           READ HOUSE
              INVALID KEY
                 MOVE 1 TO WK-NOREC
                 MOVE 0 TO HS-JACKPOT
           END-READ.
           MOVE HS-JACKPOT TO WK-BEFORE.
           ADD WK-BEFORE TO WK-AFTER.
           IF WK-AFTER < 0
              ADD 1 TO WK-SHORTS
              MOVE 0 TO WK-AFTER
           END-IF.
           MOVE WK-AFTER TO HS-JACKPOT.
           IF WK-NOREC = 1
              WRITE HS-CONFIG
                 INVALID KEY CONTINUE
              END-WRITE
           ELSE
              REWRITE HS-CONFIG
           END-IF.
           MOVE WK-BEFORE TO WK-BEFORESHOW.
           MOVE WK-AFTER TO WK-AFTERSHOW.
           DISPLAY HS-OPTION " pool      " WK-BEFORESHOW " "
              WK-AFTERSHOW.

       9999-EXIT.

       9999-EXIT-EXIT.

           GOBACK.
