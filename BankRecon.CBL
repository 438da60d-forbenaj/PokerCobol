                   persistent BANK balance in CPY\CONFIG.CFG against
                   the money movement recorded in the betting action
                   journal (CPY\ACTION.LOG) and the hand-history log
                   (CPY\HISTORY.LOG), read off the nightly history
                   extract CPY\NIGHTWRK.DAT that HistSort cuts just
                   before this step - the extract comes sorted by
                   player, so each profile is modeled and checked
                   as its rows go by, with no name table to fill
                   and no profile skipped however many there are.
                   Each profile's expected balance
                   is the $1000 new-profile grubstake, plus rebuys,
                   prizes and pots won, less every wager and every
                   dealer toke journaled against it; counter
                   movement comes off the
                   cashier drawer ledger (credit markers issued and
                   repaid and free-play vouchers redeemed
                   included), side-bet wagers, payouts
                   and sweep refunds off the side-bet ledger, and
                   bad-beat draws off the bad-beat ledger, so every
                   path that reaches the stored balance is modeled.
             ACCESS DYNAMIC
             RECORD FD-KEY.

           SELECT OPTIONAL NIGHTWRK
            ASSIGN TO
             "CPY\NIGHTWRK.DAT"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL BFWD
             ACCESS DYNAMIC
             RECORD HWM-KEY.

           SELECT MARKSTAGE
            ASSIGN TO
             "CPY\BANKHWM.TMP"
             ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "CPY\CONFREC.CBL".

           COPY "CPY\NWKREC.CBL".

           COPY "CPY\BFWDREC.CBL".

           COPY "CPY\HWMREC.CBL".

      *Each profile's new P: mark is staged here as the profile is
      *checked, and only posted to the high-water file with the
      *journal positions once the whole verdict is out

       FD MARKSTAGE
           LABEL RECORD STANDARD.

       01 MKS-RECORD PIC X(67).

       WORKING-STORAGE SECTION.

           COPY "CPY\JOBGPARM.CBL".

       01 WK-EOF PIC X VALUE "N".
          88 WK-FILE-EOF VALUE "Y".

       01 WK-TOLERANCE PIC 9(04)V99 VALUE 0.
       01 WK-EXCEPTIONS PIC 9(04) VALUE 0.

      *The profile in hand -- the control break is on the extract's
      *player, and a profile is only checked when one of its rows
      *is a movement the model counts, it carries a P: mark, or it
      *has a brought-forward snapshot

       01 WK-CURR-PLAYER PIC X(10).
       01 WK-CURR-IN PIC S9(10)V99.
       01 WK-CURR-OUT PIC S9(10)V99.
       01 WK-QUALIFIED PIC 9 VALUE 0.

      *Dealer tokes modeled out of the balances this run, shown
      *under the verdict so the night's tips can be set against the
      *toke ledger

       01 WK-TOKES PIC 9(10)V99 VALUE 0.
       01 WK-TOKESSHOW PIC Z(9)9,99.
          88 WK-PLAYER-QUALIFIES VALUE 1.

       01 WK-CONTROLS PIC 9(02) VALUE 0.
       01 WK-EXTRACT-DATE PIC 9(08) VALUE 0.
       01 WK-EXTRACT-TIME PIC 9(08) VALUE 0.

       01 WK-EXPECTED PIC S9(10)V99.
       01 WK-STORED PIC 9(08)V99.
       01 WK-EXPECTEDSHOW PIC -(9)9,99.
       01 WK-DIFFSHOW PIC -(9)9,99.
       01 WK-OPENING PIC S9(10)V99.
       01 WK-STAGE-DONE PIC 9 VALUE 0.

      *High-water marks -- journal rows already modeled on an
      *earlier clean run, with each profile's movement carried
      *forward under its P: item, so tonight only counts what's new

       01 WK-SKIP-ACT PIC 9(09) VALUE 0.
       01 WK-SKIP-CASH PIC 9(09) VALUE 0.
       01 WK-SKIP-HIST PIC 9(09) VALUE 0.
       01 WK-SKIP-SIDE PIC 9(09) VALUE 0.
       01 WK-SKIP-BB PIC 9(09) VALUE 0.
       01 WK-POS-ACT PIC 9(09) VALUE 0.
       01 WK-POS-CASH PIC 9(09) VALUE 0.
       01 WK-POS-HIST PIC 9(09) VALUE 0.
       01 WK-POS-SIDE PIC 9(09) VALUE 0.
       01 WK-POS-BB PIC 9(09) VALUE 0.
       01 WK-HWM-DONE PIC 9 VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           SET JOBG-START TO TRUE.
           MOVE "BankRecon" TO JOBG-PROGRAM.
           MOVE 0 TO JOBG-BUSDATE.
           CALL "JobGate" USING JOBG-PARMS.
           IF JOBG-REFUSED
              MOVE 8 TO RETURN-CODE
              PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           END-IF.

           DISPLAY "Tolerance for split-pot estimates (0 exact): "
              NO ADVANCING.
           ACCEPT WK-TOLERANCE.
           PERFORM 1000-OPEN-EXTRACT.
           IF WK-CONTROLS = 0
              CLOSE NIGHTWRK
              DISPLAY "No history extract in CPY\NIGHTWRK.DAT - "
                 "run HistSort first"
              MOVE 8 TO RETURN-CODE
              PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           END-IF.
           PERFORM 1500-LOAD-HIGH-WATER.
           PERFORM 4000-COMPARE-BALANCES.
           PERFORM 5000-SAVE-HIGH-WATER.
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.

      *The extract's control rows lead the file -- each journal's
      *physical row count there is where tonight's positions stand

       1000-OPEN-EXTRACT.

           MOVE 0 TO WK-CONTROLS.
           OPEN INPUT NIGHTWRK.
           MOVE "N" TO WK-EOF.
           PERFORM 1100-READ-EXTRACT.
           PERFORM 1200-NOTE-CONTROL
              UNTIL WK-FILE-EOF OR NOT NWK-CONTROL-ROW.
           IF WK-CONTROLS > 0
              DISPLAY "History extract taken " WK-EXTRACT-DATE
                 " " WK-EXTRACT-TIME
           END-IF.

       1100-READ-EXTRACT.

           READ NIGHTWRK
              AT END
                 SET WK-FILE-EOF TO TRUE
           END-READ.

       1200-NOTE-CONTROL.

           ADD 1 TO WK-CONTROLS.
           MOVE NWK-DATE TO WK-EXTRACT-DATE.
           MOVE NWK-CTL-TIME TO WK-EXTRACT-TIME.
           EVALUATE TRUE
              WHEN NWK-FROM-ACTION
                 MOVE NWK-ROWNUM TO WK-POS-ACT
              WHEN NWK-FROM-CASHIER
                 MOVE NWK-ROWNUM TO WK-POS-CASH
              WHEN NWK-FROM-HISTORY
                 MOVE NWK-ROWNUM TO WK-POS-HIST
              WHEN NWK-FROM-SIDEBET
                 MOVE NWK-ROWNUM TO WK-POS-SIDE
              WHEN NWK-FROM-BADBEAT
                 MOVE NWK-ROWNUM TO WK-POS-BB
           END-EVALUATE.
           PERFORM 1100-READ-EXTRACT.

      *Pick up where the last clean run stopped -- the journal
      *positions come back off the high-water file; each profile's
      *carried movement is read under its P: item as the profile
      *comes up in the extract

       1500-LOAD-HIGH-WATER.

                          MOVE HWM-COUNT TO WK-SKIP-SIDE
                       WHEN HWM-ITEM = "BADBEAT"
                          MOVE HWM-COUNT TO WK-SKIP-BB
                    END-EVALUATE
                 END-IF
           END-READ.

      *One profile -- every extract row under its name, from its
      *carried P: movement forward, then the check and its new mark

       2000-RECONCILE-PLAYER.

           MOVE NWK-PLAYER TO WK-CURR-PLAYER.
           MOVE 0 TO WK-QUALIFIED.
           PERFORM 2050-LOAD-CARRIED.
           PERFORM 2060-TALLY-ROW
              UNTIL WK-FILE-EOF
                 OR NWK-PLAYER NOT = WK-CURR-PLAYER.
           IF WK-PLAYER-QUALIFIES
              PERFORM 4100-CHECK-PLAYER
              PERFORM 5100-STAGE-PLAYER-MARK
           END-IF.

       2050-LOAD-CARRIED.

           MOVE "BANKRECON " TO HWM-PROGRAM.
           MOVE SPACES TO HWM-ITEM.
           STRING "P:" WK-CURR-PLAYER
              DELIMITED BY SIZE INTO HWM-ITEM.
           READ HWM
              INVALID KEY
                 MOVE 0 TO WK-CURR-IN
                 MOVE 0 TO WK-CURR-OUT
              NOT INVALID KEY
                 MOVE HWM-TOT1 TO WK-CURR-IN
                 MOVE HWM-TOT2 TO WK-CURR-OUT
                 MOVE 1 TO WK-QUALIFIED
           END-READ.

      *A row at or under its journal's high-water position was
      *already carried into the P: mark -- it still marks the
      *profile as one to check, but adds nothing a second time

       2060-TALLY-ROW.

           EVALUATE TRUE
              WHEN NWK-FROM-ACTION
                 PERFORM 2100-TALLY-ACTION
              WHEN NWK-FROM-CASHIER
                 PERFORM 2600-TALLY-MOVEMENT
              WHEN NWK-FROM-SIDEBET
                 PERFORM 2750-TALLY-SIDEBET
              WHEN NWK-FROM-BADBEAT
                 PERFORM 2850-TALLY-BADBEAT
              WHEN NWK-FROM-HISTORY
                 PERFORM 3100-TALLY-HAND
              WHEN NWK-FROM-SNAPSHOT
                 MOVE 1 TO WK-QUALIFIED
           END-EVALUATE.
           PERFORM 1100-READ-EXTRACT.

      *Every journaled wager is money out of its player's balance;
      *rebuys, prizes, head-to-head wins and what a split pot run
      *twice paid (RUNPAY) are money in. A dealer toke is its own
      *movement type, out of the balance into the tip pool, kept
      *apart from the wagers and totalled on its own under the
      *verdict

       2100-TALLY-ACTION.

           IF NWA-ACTOR = "PLAYER"
                 AND NWA-PLAYER NOT = "SOAK"
              MOVE 1 TO WK-QUALIFIED
              IF NWK-ROWNUM > WK-SKIP-ACT
                 EVALUATE NWA-ACTION
                    WHEN "REBUY"
                    WHEN "PRIZE"
                    WHEN "H2HWIN"
                    WHEN "RUNPAY"
                       ADD NWA-AMOUNT TO WK-CURR-IN
                    WHEN "FOLD"
                       CONTINUE
                    WHEN "TOKE"
                       ADD NWA-AMOUNT TO WK-CURR-OUT
                       ADD NWA-AMOUNT TO WK-TOKES
                    WHEN OTHER
                       ADD NWA-AMOUNT TO WK-CURR-OUT
                 END-EVALUATE
              END-IF
           END-IF.

      *Counter movements -- deposits and adjustment credits are
      *money into the balance, withdrawals and adjustment debits
      *money out, so a counter top-up stops looking like an
      *unexplained exception. Markers ride the same ledger as their
      *own types: an issued marker (MKI) is money in, a repayment
      *taken off the bankroll (MKP) money out. A free-play voucher
      *redeemed (FPV) is money in the same way

       2600-TALLY-MOVEMENT.

           MOVE 1 TO WK-QUALIFIED.
           IF NWK-ROWNUM > WK-SKIP-CASH
              EVALUATE NWC-TYPE
                 WHEN "DEP"
                 WHEN "AJC"
                 WHEN "RED"
                 WHEN "MKI"
                 WHEN "FPV"
                    ADD NWC-AMOUNT TO WK-CURR-IN
                 WHEN "WDR"
                 WHEN "AJD"
                 WHEN "MKP"
                    ADD NWC-AMOUNT TO WK-CURR-OUT
              END-EVALUATE
           END-IF.

      *Side bets move the balance outside the betting journal --
      *the wager is escrowed off the bankroll at deal time, a
      *payout lands back on it at settlement, and a VOD row is the
      *checkpoint sweep refunding an abandoned hand's wager

       2750-TALLY-SIDEBET.

           IF NWS-PLAYER NOT = "SOAK"
              MOVE 1 TO WK-QUALIFIED
              IF NWK-ROWNUM > WK-SKIP-SIDE
                 EVALUATE NWS-TYPE
                    WHEN "WAG"
                       ADD NWS-AMOUNT TO WK-CURR-OUT
                    WHEN "PAY"
                    WHEN "VOD"
                       ADD NWS-AMOUNT TO WK-CURR-IN
                 END-EVALUATE
              END-IF
           END-IF.

      *A bad-beat OUT row under a profile's name is pool money that
      *really landed on that bankroll; the forfeited share rides
      *the reserved CPU name and the IN / VOD skim rows never touch
      *a bankroll at all, so only the player OUT rows count

       2850-TALLY-BADBEAT.

           IF NWB-TYPE = "OUT"
                 AND NWB-PLAYER NOT = "CPU"
                 AND NWB-PLAYER NOT = "SOAK"
                 AND NWB-PLAYER NOT = SPACES
              MOVE 1 TO WK-QUALIFIED
              IF NWK-ROWNUM > WK-SKIP-BB
                 ADD NWB-AMOUNT TO WK-CURR-IN
              END-IF
           END-IF.

      *Pots won come from the history log. Head-to-head hands are
      *skipped here - their net already came through the journal -
      *and so is the reserved SOAK burn-in profile, which plays with
      *synthetic money and has no BANK record to tie out. A split
      *pot run twice is credited off its RUNPAY row, not as half the
      *pot, so a tie with a second board adds nothing here

       3100-TALLY-HAND.

           IF NWH-GAME NOT = "Head2Head"
                 AND NWH-PLAYER NOT = "SOAK"
              MOVE 1 TO WK-QUALIFIED
              IF NWK-ROWNUM > WK-SKIP-HIST
                 PERFORM 3200-CREDIT-WINNINGS
              END-IF
           END-IF.

       3200-CREDIT-WINNINGS.

           EVALUATE TRUE
              WHEN NWH-BOARD2 NOT = SPACES
                    AND NWH-RESULT (1:3) = "Tie"
                 CONTINUE
              WHEN NWH-RESULT (1:11) = "Player wins"
                 ADD NWH-POT TO WK-CURR-IN
              WHEN NWH-RESULT (1:10) = "CPU folded"
                 ADD NWH-POT TO WK-CURR-IN
              WHEN NWH-RESULT (1:15) = "All CPUs folded"
                 ADD NWH-POT TO WK-CURR-IN
              WHEN NWH-RESULT (1:17) = "Checkpoint refund"
                 ADD NWH-POT TO WK-CURR-IN
              WHEN NWH-RESULT (1:3) = "Tie"
                 COMPUTE WK-CURR-IN = WK-CURR-IN + NWH-POT / 2
           END-EVALUATE.
           ADD NWH-JACKPOTPAID TO WK-CURR-IN.

      *Walk the extract a profile at a time, comparing each one's
      *expected balance (the brought-forward snapshot where one
      *exists, the $1000 grubstake otherwise, + in - out) to its
      *stored BANK record

       4000-COMPARE-BALANCES.

           DISPLAY "Player     Expected    Stored      Diff".
           OPEN INPUT CONFIG.
           OPEN INPUT BFWD.
           OPEN INPUT HWM.
           OPEN OUTPUT MARKSTAGE.
           PERFORM 2000-RECONCILE-PLAYER
              UNTIL WK-FILE-EOF.
           CLOSE MARKSTAGE.
           CLOSE HWM.
           CLOSE BFWD.
           CLOSE CONFIG.
           CLOSE NIGHTWRK.
           DISPLAY " ".
           MOVE WK-TOKES TO WK-TOKESSHOW.
           DISPLAY "Dealer tokes modeled out: " WK-TOKESSHOW.
           IF WK-EXCEPTIONS = 0
              DISPLAY "All balances tie out"
           ELSE
       4100-CHECK-PLAYER.

           MOVE "BANK" TO FD-OPTION.
           MOVE WK-CURR-PLAYER TO FD-PLAYER.
           READ CONFIG
              INVALID KEY
                 MOVE 0 TO WK-STORED
           END-READ.

           MOVE "BANK" TO BF-TYPE.
           MOVE WK-CURR-PLAYER TO BF-PLAYER.
           READ BFWD
              INVALID KEY
                 MOVE 1000 TO WK-OPENING
                 MOVE BF-AMOUNT TO WK-OPENING
           END-READ.
           COMPUTE WK-EXPECTED = WK-OPENING
              + WK-CURR-IN - WK-CURR-OUT.
           COMPUTE WK-DIFF = WK-STORED - WK-EXPECTED.
           IF WK-DIFF < 0
              COMPUTE WK-DIFFABS = 0 - WK-DIFF
              ADD 1 TO WK-EXCEPTIONS
              MOVE WK-EXPECTED TO WK-EXPECTEDSHOW
              MOVE WK-DIFF TO WK-DIFFSHOW
              DISPLAY WK-CURR-PLAYER " "
                 WK-EXPECTEDSHOW " " WK-STORED " " WK-DIFFSHOW
                 "  <-- EXCEPTION"
           END-IF.

      *All the marks land together only after the verdict printed
      *-- the journal positions, then every profile's carried
      *movement off the staging file, under its P: item

       5000-SAVE-HIGH-WATER.

              INVALID KEY
                 REWRITE HWM-RECORD
           END-WRITE.
           MOVE 0 TO WK-STAGE-DONE.
           OPEN INPUT MARKSTAGE.
           PERFORM 5200-POST-PLAYER-MARK
              UNTIL WK-STAGE-DONE = 1.
           CLOSE MARKSTAGE.
           CLOSE HWM.

       5100-STAGE-PLAYER-MARK.

           MOVE "BANKRECON " TO HWM-PROGRAM.
           MOVE SPACES TO HWM-ITEM.
           STRING "P:" WK-CURR-PLAYER
              DELIMITED BY SIZE INTO HWM-ITEM.
           MOVE 0 TO HWM-COUNT.
           MOVE 0 TO HWM-DATE.
           MOVE WK-CURR-IN TO HWM-TOT1.
           MOVE WK-CURR-OUT TO HWM-TOT2.
           WRITE MKS-RECORD FROM HWM-RECORD.

       5200-POST-PLAYER-MARK.

           READ MARKSTAGE INTO HWM-RECORD
              AT END
                 MOVE 1 TO WK-STAGE-DONE
              NOT AT END
                 WRITE HWM-RECORD
                    INVALID KEY
                       REWRITE HWM-RECORD
                 END-WRITE
           END-READ.

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
