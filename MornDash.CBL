                   replay, companion rules and staleness age are
                   the same ones the four standalone programs use;
                   this dashboard only reports - the repairs stay
                   with CfgCheck, the refunds with CkptSweep. The
                   bankroll check reads the nightly history extract
                   CPY\NIGHTWRK.DAT a profile at a time, and the
                   companion check looks each profile's BANK record
                   up by key, so neither keeps a name table that
                   can fill and drop profiles. A fifth check reads
                   the nightly three-way session reconciliation's
                   findings (CPY\SESSRCN.DAT, cut by SessRecon) and
                   carries each one onto the dashboard as it stands;
                   a findings file with no trailer for the business
                   date means the session check never finished,
                   which is itself a high finding.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             ACCESS DYNAMIC
             RECORD FD-KEY.

           SELECT OPTIONAL HOUSE
            ASSIGN TO
             "CPY\HOUSE.CFG"
             ORGANIZATION INDEXED
             ACCESS DYNAMIC
             RECORD HS-KEY.

           SELECT OPTIONAL CHECKPT
            ASSIGN TO
             "CPY\CHECKPT.CFG"
             ACCESS DYNAMIC
             RECORD KEY CKPT-PLAYER.

           SELECT OPTIONAL NIGHTWRK
            ASSIGN TO
             "CPY\NIGHTWRK.DAT"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL JKPLOG
             "CPY\JACKPOT.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL BFWD
            ASSIGN TO
             "CPY\BFWD.CFG"
             "CPY\ALERTS.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL SESSRCN
            ASSIGN TO
             "CPY\SESSRCN.DAT"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL EXCEPTLOG
            ASSIGN TO
             "CPY\EXCEPT.LOG"
       FILE SECTION.
           COPY "CPY\CONFREC.CBL".

           COPY "CPY\HOUSEREC.CBL".

           COPY "CPY\CKPTREC.CBL".

           COPY "CPY\NWKREC.CBL".

           COPY "CPY\JKPREC.CBL".

           COPY "CPY\BFWDREC.CBL".

           COPY "CPY\ALTREC.CBL".

           COPY "CPY\SRCREC.CBL".

      *One dashboard finding per line -- which profile (spaces for
      *house-level findings), which source check raised it, the
      *amount involved and the severity

       WORKING-STORAGE SECTION.

           COPY "CPY\JOBGPARM.CBL".

       01 WK-EOF PIC X VALUE "N".
          88 WK-FILE-EOF VALUE "Y".

       01 WK-F-AMOUNT PIC S9(10)V99.
       01 WK-F-SEVERITY PIC X(04).

      *The profile in hand off the history extract, the same
      *movement model BankRecon runs

       01 WK-CURR-PLAYER PIC X(10).
       01 WK-CURR-IN PIC S9(10)V99.
       01 WK-CURR-OUT PIC S9(10)V99.
       01 WK-QUALIFIED PIC 9 VALUE 0.
          88 WK-PLAYER-QUALIFIES VALUE 1.
       01 WK-CONTROLS PIC 9(02) VALUE 0.
       01 WK-EXTRACT-DATE PIC 9(08) VALUE 0.
       01 WK-EXTRACT-TIME PIC 9(08) VALUE 0.

       01 WK-LOOKUP-NAME PIC X(10).

       01 WK-EXPECTED PIC S9(10)V99.
       01 WK-TOTALIN PIC 9(09)V99 VALUE 0.
       01 WK-TOTALOUT PIC 9(09)V99 VALUE 0.

      *Companion lookups, the same rule CfgCheck applies -- the
      *key the sequential scan stood on, the type of the record
      *being checked, the type probed for by key, and whether the
      *probes cleared the record (its BANK record is there, or an
      *earlier record of the same profile already raised it)

       01 WK-SAVEKEY PIC X(13).
       01 WK-LOOKUP-TYPE PIC X(03).
       01 WK-PROBE-TYPE PIC X(03).
       01 WK-COMPANION PIC 9 VALUE 0.

      *Checkpoint staleness, the same age rule CkptSweep applies

       01 WK-AGEDAYS PIC S9(05).
       01 WK-FULLDATE PIC 9(08).

      *The session reconciliation's trailer -- seen for the right
      *business date, or not

       01 WK-SR-TRAILER PIC 9 VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           ACCEPT WK-TODAY FROM DATE.
           ACCEPT WK-CLOCK FROM TIME.

           SET JOBG-START TO TRUE.
           MOVE "MornDash" TO JOBG-PROGRAM.
           MOVE 0 TO JOBG-BUSDATE.
           CALL "JobGate" USING JOBG-PARMS.
           IF JOBG-REFUSED
              MOVE 8 TO RETURN-CODE
              PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           END-IF.

           DISPLAY "Morning exception dashboard for " WK-TODAY.
           DISPLAY "==================================".
           DISPLAY "Tolerance for split-pot estimates (0 exact): "
           DISPLAY " ".
           DISPLAY "Profile    Source     Amount      Severity".

           OPEN INPUT HOUSE.
           MOVE "ALT" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE 0 TO WK-ALERTDRIFT
              NOT INVALID KEY
                 MOVE HS-ALERTDRIFT TO WK-ALERTDRIFT
           END-READ.
           CLOSE HOUSE.

           OPEN EXTEND EXCEPTLOG.
           PERFORM 2000-CHECK-BANKROLLS.
           PERFORM 3000-CHECK-JACKPOT.
           PERFORM 4000-CHECK-ORPHANS.
           PERFORM 5000-CHECK-CHECKPOINTS.
           PERFORM 6000-CHECK-SESSIONS.
           CLOSE EXCEPTLOG.

           PERFORM 7000-PRINT-VERDICT.
           CLOSE BFWD.

      *Check 1 -- every profile's stored BANK balance against the
      *grubstake-plus-journaled-movement expectation, a profile at
      *a time off the nightly history extract. No extract at all
      *means no bankroll was checked, which is itself a high
      *finding

       2000-CHECK-BANKROLLS.

           MOVE 0 TO WK-CONTROLS.
           OPEN INPUT NIGHTWRK.
           MOVE "N" TO WK-EOF.
           PERFORM 2050-READ-EXTRACT.
           PERFORM 2060-NOTE-CONTROL
              UNTIL WK-FILE-EOF OR NOT NWK-CONTROL-ROW.
           IF WK-CONTROLS = 0
              MOVE SPACES TO WK-F-PLAYER
              MOVE "HISTSORT" TO WK-F-SOURCE
              MOVE 0 TO WK-F-AMOUNT
              MOVE "HIGH" TO WK-F-SEVERITY
              PERFORM 8000-RAISE-FINDING
              SET WK-FILE-EOF TO TRUE
           END-IF.

           OPEN INPUT CONFIG.
           OPEN INPUT BFWD.
           PERFORM 2100-CHECK-PLAYER
              UNTIL WK-FILE-EOF.
           CLOSE BFWD.
           CLOSE CONFIG.
           CLOSE NIGHTWRK.

       2050-READ-EXTRACT.

           READ NIGHTWRK
              AT END
                 SET WK-FILE-EOF TO TRUE
           END-READ.

       2060-NOTE-CONTROL.

           ADD 1 TO WK-CONTROLS.
           MOVE NWK-DATE TO WK-EXTRACT-DATE.
           MOVE NWK-CTL-TIME TO WK-EXTRACT-TIME.
           PERFORM 2050-READ-EXTRACT.

      *One profile -- every extract row under its name, then the
      *comparison, for any profile with a movement the model counts

       2100-CHECK-PLAYER.

           MOVE NWK-PLAYER TO WK-CURR-PLAYER.
           MOVE 0 TO WK-CURR-IN.
           MOVE 0 TO WK-CURR-OUT.
           MOVE 0 TO WK-QUALIFIED.
           PERFORM 2150-TALLY-ROW
              UNTIL WK-FILE-EOF
                 OR NWK-PLAYER NOT = WK-CURR-PLAYER.
           IF WK-PLAYER-QUALIFIES
              PERFORM 2500-COMPARE-PLAYER
           END-IF.

       2150-TALLY-ROW.

           EVALUATE TRUE
              WHEN NWK-FROM-ACTION
                 PERFORM 2200-TALLY-ACTION
              WHEN NWK-FROM-CASHIER
                 PERFORM 2250-TALLY-CASHIER
              WHEN NWK-FROM-SIDEBET
                 PERFORM 2260-TALLY-SIDEBET
              WHEN NWK-FROM-BADBEAT
                 PERFORM 2270-TALLY-BADBEAT
              WHEN NWK-FROM-HISTORY
                 PERFORM 2300-TALLY-HAND
           END-EVALUATE.
           PERFORM 2050-READ-EXTRACT.

       2200-TALLY-ACTION.

           IF NWA-ACTOR = "PLAYER"
                 AND NWA-PLAYER NOT = "SOAK"
              MOVE 1 TO WK-QUALIFIED
              EVALUATE NWA-ACTION
                 WHEN "REBUY"
                 WHEN "PRIZE"
                 WHEN "H2HWIN"
                 WHEN "RUNPAY"
                    ADD NWA-AMOUNT TO WK-CURR-IN
                 WHEN "FOLD"
                    CONTINUE
                 WHEN OTHER
                    ADD NWA-AMOUNT TO WK-CURR-OUT
              END-EVALUATE
           END-IF.

      *Counter movements count the same way the bankroll

       2250-TALLY-CASHIER.

           MOVE 1 TO WK-QUALIFIED.
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
           END-EVALUATE.

      *Side bets move the balance outside the betting journal --
      *the wager escrowed off the bankroll at deal time, a payout

       2260-TALLY-SIDEBET.

           IF NWS-PLAYER NOT = "SOAK"
              MOVE 1 TO WK-QUALIFIED
              EVALUATE NWS-TYPE
                 WHEN "WAG"
                    ADD NWS-AMOUNT TO WK-CURR-OUT
                 WHEN "PAY"
                 WHEN "VOD"
                    ADD NWS-AMOUNT TO WK-CURR-IN
              END-EVALUATE
           END-IF.

      *A bad-beat OUT row under a profile's name is pool money
      *that really landed on that bankroll; the forfeited share

       2270-TALLY-BADBEAT.

           IF NWB-TYPE = "OUT"
                 AND NWB-PLAYER NOT = "CPU"
                 AND NWB-PLAYER NOT = "SOAK"
                 AND NWB-PLAYER NOT = SPACES
              MOVE 1 TO WK-QUALIFIED
              ADD NWB-AMOUNT TO WK-CURR-IN
           END-IF.

       2300-TALLY-HAND.

           IF NWH-GAME NOT = "Head2Head"
                 AND NWH-PLAYER NOT = "SOAK"
              MOVE 1 TO WK-QUALIFIED
              PERFORM 2400-CREDIT-WINNINGS
           END-IF.

       2400-CREDIT-WINNINGS.

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

       2500-COMPARE-PLAYER.

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
           END-IF.

           IF WK-DIFFABS > WK-TOLERANCE
              MOVE WK-CURR-PLAYER TO WK-F-PLAYER
              MOVE "BANKRECON" TO WK-F-SOURCE
              MOVE WK-DIFF TO WK-F-AMOUNT
              MOVE "HIGH" TO WK-F-SEVERITY
              UNTIL WK-FILE-EOF.
           CLOSE JKPLOG.

           MOVE "JKP" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           OPEN INPUT HOUSE.
           READ HOUSE
              INVALID KEY
                 MOVE 0 TO WK-STORED
              NOT INVALID KEY
                 MOVE HS-JACKPOT TO WK-STORED
           END-READ.
           CLOSE HOUSE.

           COMPUTE WK-EXPECTED = WK-JKPOPENING + WK-TOTALIN
              - WK-TOTALOUT.
           END-READ.

      *Check 3 -- per-player BID/STA/HPS records with no BANK record
      *underneath them. The player master is keyed type first, so
      *the scan meets a profile's BID, HPS and STA records in that
      *order; each one looks the profile's BANK record up by key,
      *and an orphan is raised only on the first of its records the
      *scan meets (an earlier BID or HPS of the same profile has
      *already raised it)

       4000-CHECK-ORPHANS.

              UNTIL WK-DONE = 1.
           CLOSE CONFIG.

       4100-NOTE-RECORD.

           READ CONFIG NEXT
              AT END
                 MOVE 1 TO WK-DONE
              NOT AT END
                 IF FD-OPTION = "BID" OR FD-OPTION = "HPS"
                       OR FD-OPTION = "STA"
                    PERFORM 4200-CHECK-COMPANION
                 END-IF
           END-READ.

      *The keyed probes move the file off the scan's place, so the
      *scan is put back just past the record it stood on

       4200-CHECK-COMPANION.

           MOVE FD-KEY TO WK-SAVEKEY.
           MOVE FD-OPTION TO WK-LOOKUP-TYPE.
           MOVE FD-PLAYER TO WK-LOOKUP-NAME.
           MOVE 0 TO WK-COMPANION.
           MOVE "BAN" TO WK-PROBE-TYPE.
           PERFORM 4300-PROBE-TYPE.
           IF WK-COMPANION = 0 AND WK-LOOKUP-TYPE NOT = "BID"
              MOVE "BID" TO WK-PROBE-TYPE
              PERFORM 4300-PROBE-TYPE
           END-IF.
           IF WK-COMPANION = 0 AND WK-LOOKUP-TYPE = "STA"
              MOVE "HPS" TO WK-PROBE-TYPE
              PERFORM 4300-PROBE-TYPE
           END-IF.
           IF WK-COMPANION = 0
              MOVE WK-LOOKUP-NAME TO WK-F-PLAYER
              MOVE "CFGCHECK" TO WK-F-SOURCE
              MOVE 0 TO WK-F-AMOUNT
              MOVE "WARN" TO WK-F-SEVERITY
              PERFORM 8000-RAISE-FINDING
           END-IF.

           MOVE WK-SAVEKEY TO FD-KEY.
           START CONFIG KEY > FD-KEY
              INVALID KEY
                 MOVE 1 TO WK-DONE
           END-START.

       4300-PROBE-TYPE.

           MOVE WK-PROBE-TYPE TO FD-OPTION.
           MOVE WK-LOOKUP-NAME TO FD-PLAYER.
           READ CONFIG
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 1 TO WK-COMPANION
           END-READ.

      *Check 4 -- checkpoints past the staleness age, with the
      *escrowed pot as the amount (the refund itself stays with
      *CkptSweep)
                 END-IF
           END-READ.

      *Check 5 -- the session reconciliation's findings, each one
      *raised here as SessRecon graded it, with the receipt number
      *standing in for the profile on a numbering gap. Findings are
      *only carried for the business date the trailer vouches for

       6000-CHECK-SESSIONS.

           MOVE 0 TO WK-SR-TRAILER.
           OPEN INPUT SESSRCN.
           MOVE 0 TO WK-DONE.
           PERFORM 6100-CARRY-FINDING
              UNTIL WK-DONE = 1.
           CLOSE SESSRCN.
           IF WK-SR-TRAILER = 0
              MOVE SPACES TO WK-F-PLAYER
              MOVE "SESSRECON" TO WK-F-SOURCE
              MOVE 0 TO WK-F-AMOUNT
              MOVE "HIGH" TO WK-F-SEVERITY
              PERFORM 8000-RAISE-FINDING
           END-IF.

       6100-CARRY-FINDING.

           READ SESSRCN
              AT END
                 MOVE 1 TO WK-DONE
              NOT AT END
                 IF SRC-BUSDATE = JOBG-BUSDATE
                    IF SRC-TRAILER-ROW
                       MOVE 1 TO WK-SR-TRAILER
                    ELSE
                       PERFORM 6200-RAISE-SESSION-FINDING
                    END-IF
                 END-IF
           END-READ.

       6200-RAISE-SESSION-FINDING.

           MOVE SRC-PLAYER TO WK-F-PLAYER.
           IF SRC-PLAYER = SPACES
              MOVE SPACES TO WK-F-PLAYER
              STRING "RCT" SRC-RECEIPT
                 DELIMITED BY SIZE INTO WK-F-PLAYER
           END-IF.
           MOVE SRC-CHECK TO WK-F-SOURCE.
           IF SRC-SIGN = "-"
              COMPUTE WK-F-AMOUNT = 0 - SRC-AMOUNT
           ELSE
              MOVE SRC-AMOUNT TO WK-F-AMOUNT
           END-IF.
           MOVE SRC-SEVERITY TO WK-F-SEVERITY.
           PERFORM 8000-RAISE-FINDING.

       7000-PRINT-VERDICT.

           DISPLAY " ".
           IF WK-CONTROLS > 0
              DISPLAY "Bankrolls checked off the history extract "
                 "taken " WK-EXTRACT-DATE " " WK-EXTRACT-TIME
           END-IF.
           DISPLAY "Findings: " WK-FINDINGS
              " (" WK-HIGHS " high)".
           IF WK-FINDINGS = 0

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
