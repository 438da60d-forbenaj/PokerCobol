       IDENTIFICATION DIVISION.
       PROGRAM-ID. CashWatch.
       SECURITY.   Cash-in/cash-out structuring watch. The counter
                   posts DEP and WDR rows to CPY\CASHIER.LOG and the
                   tables journal every wager to CPY\ACTION.LOG,
                   but nothing looked at a profile's cash and its
                   play side by side. This report totals each
                   profile's counter cash in and out per gaming day
                   over a rolling seven-day window ending on the
                   as-of date (cashier rows carry the calendar
                   clock, so each is moved onto its gaming day by
                   the GDC cutover the same way the game stamps
                   hands), sets the wagers journaled in the same
                   window against them, and flags three patterns:
                   cash deposited and withdrawn again with little
                   play in between (CASHCHRN), several deposits in
                   the window each just under the reporting
                   threshold (CASHSTRC), and a gaming day whose
                   cash in or cash out reaches the threshold
                   (CASHOVER). The threshold, the just-under band,
                   the play a deposit must see and the deposit
                   count live on the CTR house record; mode E edits
                   them, mode R reports. Each finding is also
                   raised on CPY\ALERTS.LOG for the supervisor
                   console - once per profile, pattern and day, so
                   a rerun does not raise the same alert twice. The
                   threshold is the reporting line itself, so an
                   edit needs a supervisor login through PinGate
                   (open, as NOSTAFF, while no staff accounts are on
                   file) and is queued through SetPend for a second
                   supervisor to approve at SetAdm, in effect from
                   the gaming date given. The report runs on demand
                   under the job gate, which records each run. The
                   rows come off the nightly history extract
                   CPY\NIGHTWRK.DAT, so the figures run to the last
                   extract cut; each profile's cash and wagers are
                   sorted into clock order and scored on the break,
                   so no profile is passed over for want of room.

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

           SELECT OPTIONAL NIGHTWRK
            ASSIGN TO
             "CPY\NIGHTWRK.DAT"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT CASHSORT
            ASSIGN TO
             "CPY\CASHSRT.TMP".

           SELECT OPTIONAL ALERTLOG
            ASSIGN TO
             "CPY\ALERTS.LOG"
             ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "CPY\HOUSEREC.CBL".

           COPY "CPY\NWKREC.CBL".

      *One counter cash or wager row inside the window, stamped
      *with its calendar day number and clock so a profile's rows
      *come back in the order they happened

       SD CASHSORT.

       01 CSR-RECORD.
           02 CSR-PLAYER PIC X(10).
           02 CSR-STAMP PIC 9(16).
           02 CSR-KIND PIC X(01).
              88 CSR-DEPOSIT VALUE "1".
              88 CSR-WITHDRAWAL VALUE "2".
              88 CSR-WAGER VALUE "3".
           02 CSR-DAY PIC 9(01).
           02 CSR-AMOUNT PIC 9(08)V99.

           COPY "CPY\ALTREC.CBL".

       WORKING-STORAGE SECTION.

           COPY "CPY\JOBGPARM.CBL".

           COPY "CPY\PINGPARM.CBL".

           COPY "CPY\SETPPARM.CBL".

       01 WK-MODE PIC X.
          88 WK-MODE-EDIT VALUE "E" "e".
          88 WK-MODE-REPORT VALUE "R" "r".

       01 WK-EOF PIC X VALUE "N".
          88 WK-FILE-EOF VALUE "Y".

       01 WK-TODAY PIC 9(08).
       01 WK-CLOCK PIC 9(08).
       01 WK-ASOF PIC 9(08).
       01 WK-FULLDATE PIC 9(08).
       01 WK-ASOF-INT PIC 9(08).
       01 WK-FROM-INT PIC 9(08).
       01 WK-ROW-INT PIC 9(08).
       01 WK-CAL-INT PIC 9(08).
       01 WK-ROW-CLOCK PIC 9(04).
       01 WK-DAY-IDX PIC 9 COMP.

      *Gaming-day cutover and the CTR watch settings -- defaults
      *stand in until the house records are written

       01 WK-CUTOVER PIC 9(04) VALUE 0600.
       01 WK-CTRLIMIT PIC 9(08)V99 VALUE 10000.
       01 WK-CTRBAND PIC 9(02) VALUE 10.
       01 WK-CTRPLAY PIC 9(03) VALUE 25.
       01 WK-CTRCOUNT PIC 9(02) VALUE 3.
       01 WK-NEARFLOOR PIC 9(08)V99.

      *Supervisor login for an edit, and the queued change

       01 WK-STAFFID PIC X(10) VALUE SPACES.
       01 WK-STAFFPIN PIC 9(04).
       01 WK-STF-SEEN PIC 9 VALUE 0.
       01 WK-LOGIN-OK PIC 9 VALUE 0.
       01 WK-EFFDATE PIC 9(08).
       01 WK-OLDVAL PIC X(10).
       01 WK-NEWVAL PIC X(10).

      *The CTR settings as they stood before the edit

       01 WK-OLD-CTRLIMIT PIC 9(08)V99.
       01 WK-OLD-CTRBAND PIC 9(02).
       01 WK-OLD-CTRPLAY PIC 9(03).
       01 WK-OLD-CTRCOUNT PIC 9(02).
       01 WK-LIMITSHOW PIC Z(7)9,99.

      *The profile in hand -- cash and play over the seven gaming
      *days of the window, day 7 being the as-of date. FIRSTDEP and
      *LASTWDR are calendar stamps (day number and clock) of the
      *window's first deposit and the last withdrawal after it;
      *BETWEEN is the play journaled between the two, SINCEDEP the
      *play so far since the deposit

       01 WK-CURR-PLAYER PIC X(10).
       01 WK-CURR-TALLY.
           02 WK-CURR-DAY OCCURS 7 TIMES.
               03 WK-CURR-IN PIC 9(08)V99.
               03 WK-CURR-OUT PIC 9(08)V99.
               03 WK-CURR-WAGER PIC 9(08)V99.
           02 WK-CURR-CASHROWS PIC 9(05).
           02 WK-CURR-NEARCOUNT PIC 9(03).
           02 WK-CURR-NEARAMT PIC 9(09)V99.
           02 WK-CURR-FIRSTDEP PIC 9(16).
           02 WK-CURR-LASTWDR PIC 9(16).
           02 WK-CURR-SINCEDEP PIC 9(09)V99.
           02 WK-CURR-BETWEEN PIC 9(09)V99.

       01 WK-EXTRACT-DATE PIC 9(08) VALUE 0.
       01 WK-EXTRACT-TIME PIC 9(08) VALUE 0.

      *Window totals for the profile being printed

       01 WK-SUM-IN PIC 9(09)V99.
       01 WK-SUM-OUT PIC 9(09)V99.
       01 WK-SUM-WAGER PIC 9(09)V99.
       01 WK-PLAYFLOOR PIC 9(09)V99.
       01 WK-MONEYSHOW PIC Z(8)9,99.
       01 WK-INSHOW PIC Z(8)9,99.
       01 WK-OUTSHOW PIC Z(8)9,99.
       01 WK-WAGERSHOW PIC Z(8)9,99.

      *Staging fields for one finding, written by 6000-RAISE-FINDING

       01 WK-F-TYPE PIC X(08).
       01 WK-F-AMOUNT PIC 9(08)V99.
       01 WK-FINDINGS PIC 9(04) VALUE 0.
       01 WK-RAISED PIC 9(04) VALUE 0.

      *Alerts this watch already raised today -- a rerun skips them

       01 WK-SEEN-COUNT PIC 9(03) COMP VALUE 0.
       01 WK-SEEN-TAB.
           02 WK-SEEN-ENTRY OCCURS 200 TIMES.
               03 WK-SEEN-TYPE PIC X(08).
               03 WK-SEEN-PLAYER PIC X(10).
       01 WK-SEEN-IDX PIC 9(03) COMP.
       01 WK-SEEN-FOUND PIC 9.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           DISPLAY "Mode - E edit cash-watch settings, R report: "
              NO ADVANCING.
           ACCEPT WK-MODE.

           EVALUATE TRUE
              WHEN WK-MODE-EDIT
                 PERFORM 0500-STAFF-LOGIN
                    THRU 0500-STAFF-EXIT
                 IF WK-LOGIN-OK = 1
                    PERFORM 1000-EDIT-SETTINGS
                       THRU 1000-EDIT-EXIT
                 END-IF
              WHEN WK-MODE-REPORT
                 SET JOBG-START TO TRUE
                 MOVE "CashWatch" TO JOBG-PROGRAM
                 MOVE 0 TO JOBG-BUSDATE
                 CALL "JobGate" USING JOBG-PARMS
                 IF JOBG-REFUSED
                    MOVE 8 TO RETURN-CODE
                 ELSE
                    PERFORM 2000-REPORT
                       THRU 2000-REPORT-EXIT
                 END-IF
              WHEN OTHER
                 DISPLAY "Nothing done"
           END-EVALUATE.
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.

      *Supervisor challenge before an edit -- the counter's rules,
      *supervisor role only, open as NOSTAFF with no staff on file

       0500-STAFF-LOGIN.

           OPEN INPUT HOUSE.
           MOVE "STF" TO HS-OPTION.
           MOVE LOW-VALUES TO HS-PLAYER.
           MOVE 0 TO WK-STF-SEEN.
           START HOUSE KEY NOT < HS-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 READ HOUSE NEXT
                    AT END
                       CONTINUE
                    NOT AT END
                       IF HS-OPTION = "STF"
                          MOVE 1 TO WK-STF-SEEN
                       END-IF
                 END-READ
           END-START.
           CLOSE HOUSE.

           MOVE 0 TO WK-LOGIN-OK.
           IF WK-STF-SEEN = 0
              MOVE "NOSTAFF" TO WK-STAFFID
              MOVE 1 TO WK-LOGIN-OK
              GO TO 0500-STAFF-EXIT
           END-IF.

           DISPLAY "Staff id:  " NO ADVANCING.
           ACCEPT WK-STAFFID.
           DISPLAY "Staff PIN: " NO ADVANCING.
           ACCEPT WK-STAFFPIN.

           SET PING-VERIFY TO TRUE.
           SET PING-STAFF TO TRUE.
           MOVE WK-STAFFID TO PING-ID.
           MOVE WK-STAFFPIN TO PING-PIN.
           MOVE "CashWatch" TO PING-PROGRAM.
           MOVE "Y" TO PING-CONSOLE.
           CALL "PinGate" USING PING-PARMS.
           IF NOT PING-OK
              EVALUATE TRUE
                 WHEN PING-NOACCOUNT
                    DISPLAY "No staff account [" WK-STAFFID "]"
                 WHEN PING-LOCKED
                    DISPLAY "Staff id " WK-STAFFID " is locked out - "
                       "another supervisor must clear it"
                 WHEN PING-EXPIRED
                    DISPLAY "PIN expired and not changed"
                 WHEN OTHER
                    DISPLAY "Wrong staff PIN"
              END-EVALUATE
              MOVE 8 TO RETURN-CODE
              GO TO 0500-STAFF-EXIT
           END-IF.
           IF PING-ROLE NOT = "S"
              DISPLAY "Role " PING-ROLE " cannot change the "
                 "cash-watch settings"
              MOVE 8 TO RETURN-CODE
              GO TO 0500-STAFF-EXIT
           END-IF.
           MOVE 1 TO WK-LOGIN-OK.

       0500-STAFF-EXIT.

           CONTINUE.

      *The CTR settings, built on their defaults the first time. Like
      *every house setting the edit is queued for a second
      *supervisor's approval at SetAdm and takes effect on the
      *gaming date given (as soon as approved when zero)

       1000-EDIT-SETTINGS.

           OPEN INPUT HOUSE.
           MOVE "CTR" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE SPACES TO HS-CONFIG
                 MOVE "CTR" TO HS-OPTION
                 MOVE SPACES TO HS-PLAYER
                 MOVE 10000 TO HS-CTRLIMIT
                 MOVE 10 TO HS-CTRBAND
                 MOVE 25 TO HS-CTRPLAY
                 MOVE 3 TO HS-CTRCOUNT
           END-READ.
           CLOSE HOUSE.
           MOVE HS-CTRLIMIT TO WK-OLD-CTRLIMIT.
           MOVE HS-CTRBAND TO WK-OLD-CTRBAND.
           MOVE HS-CTRPLAY TO WK-OLD-CTRPLAY.
           MOVE HS-CTRCOUNT TO WK-OLD-CTRCOUNT.
           DISPLAY "Daily cash threshold:     " HS-CTRLIMIT.
           DISPLAY "New threshold:            " NO ADVANCING.
           ACCEPT HS-CTRLIMIT.
           DISPLAY "Just-under band (%):      " HS-CTRBAND.
           DISPLAY "New band (%):             " NO ADVANCING.
           ACCEPT HS-CTRBAND.
           DISPLAY "Play before cash-out (%): " HS-CTRPLAY.
           DISPLAY "New play share (%):       " NO ADVANCING.
           ACCEPT HS-CTRPLAY.
           DISPLAY "Just-under deposits:      " HS-CTRCOUNT.
           DISPLAY "New deposit count:        " NO ADVANCING.
           ACCEPT HS-CTRCOUNT.
           IF HS-CTRLIMIT = 0
              MOVE 10000 TO HS-CTRLIMIT
           END-IF.
           IF HS-CTRBAND = 0 OR HS-CTRBAND > 50
              MOVE 10 TO HS-CTRBAND
           END-IF.
           IF HS-CTRCOUNT < 2
              MOVE 3 TO HS-CTRCOUNT
           END-IF.
           MOVE "CTR" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.

      *The first setting that changed names the audit line -- the
      *image carries them all

           MOVE SPACES TO WK-OLDVAL.
           MOVE SPACES TO WK-NEWVAL.
           EVALUATE TRUE
              WHEN HS-CTRLIMIT NOT = WK-OLD-CTRLIMIT
                 MOVE "CTR LIMIT" TO SETP-SETTING
                 MOVE WK-OLD-CTRLIMIT TO WK-LIMITSHOW
                 MOVE WK-LIMITSHOW TO WK-OLDVAL
                 MOVE HS-CTRLIMIT TO WK-LIMITSHOW
                 MOVE WK-LIMITSHOW TO WK-NEWVAL
              WHEN HS-CTRBAND NOT = WK-OLD-CTRBAND
                 MOVE "CTR BAND" TO SETP-SETTING
                 MOVE WK-OLD-CTRBAND TO WK-OLDVAL
                 MOVE HS-CTRBAND TO WK-NEWVAL
              WHEN HS-CTRPLAY NOT = WK-OLD-CTRPLAY
                 MOVE "CTR PLAY" TO SETP-SETTING
                 MOVE WK-OLD-CTRPLAY TO WK-OLDVAL
                 MOVE HS-CTRPLAY TO WK-NEWVAL
              WHEN HS-CTRCOUNT NOT = WK-OLD-CTRCOUNT
                 MOVE "CTR COUNT" TO SETP-SETTING
                 MOVE WK-OLD-CTRCOUNT TO WK-OLDVAL
                 MOVE HS-CTRCOUNT TO WK-NEWVAL
              WHEN OTHER
                 DISPLAY "Cash-watch settings unchanged"
                 GO TO 1000-EDIT-EXIT
           END-EVALUATE.
           DISPLAY "Effective gaming date (0 on approval): "
              NO ADVANCING.
           ACCEPT WK-EFFDATE.
           ACCEPT WK-TODAY FROM DATE.
           IF WK-EFFDATE NOT = 0 AND WK-EFFDATE < WK-TODAY
              DISPLAY "Effective date is already past - nothing queued"
              GO TO 1000-EDIT-EXIT
           END-IF.
           SET SETP-MAKE TO TRUE.
           MOVE HS-CONFIG TO SETP-IMAGE.
           MOVE WK-OLDVAL TO SETP-OLD.
           MOVE WK-NEWVAL TO SETP-NEW.
           MOVE WK-STAFFID TO SETP-MAKER.
           MOVE WK-EFFDATE TO SETP-EFFDATE.
           CALL "SetPend" USING SETP-PARMS.
           IF SETP-BUSY
              DISPLAY "Change " SETP-CHANGENO
                 " to the cash-watch settings is already awaiting "
                 "approval - nothing queued"
           ELSE
              DISPLAY "Cash-watch settings change "
                 SETP-CHANGENO " queued for a second "
                 "supervisor's approval (SetAdm)"
           END-IF.

       1000-EDIT-EXIT.

           CONTINUE.

       2000-REPORT.

           PERFORM 2100-LOAD-SETTINGS.

           DISPLAY "As-of gaming date (YYMMDD, 0 for today): "
              NO ADVANCING.
           ACCEPT WK-ASOF.
           IF WK-ASOF = 0
              PERFORM 2200-CURRENT-GAMING-DATE
           END-IF.
           COMPUTE WK-FULLDATE = WK-ASOF + 20000000.
           COMPUTE WK-ASOF-INT =
              FUNCTION INTEGER-OF-DATE(WK-FULLDATE).
           COMPUTE WK-FROM-INT = WK-ASOF-INT - 6.
           COMPUTE WK-NEARFLOOR =
              WK-CTRLIMIT - WK-CTRLIMIT * WK-CTRBAND / 100.

           PERFORM 2300-LOAD-SEEN-ALERTS.

           SORT CASHSORT
              ON ASCENDING KEY CSR-PLAYER CSR-STAMP CSR-KIND
              INPUT PROCEDURE 3000-SCAN-EXTRACT
              OUTPUT PROCEDURE 4000-PRINT-WATCH.
           IF SORT-RETURN NOT = 0
              DISPLAY "Cash watch sort failed - no figures"
              MOVE 8 TO RETURN-CODE
              GO TO 2000-REPORT-EXIT
           END-IF.

           DISPLAY " ".
           DISPLAY "Findings: " WK-FINDINGS
              "  new alerts raised: " WK-RAISED.
           IF WK-FINDINGS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       2000-REPORT-EXIT.

           CONTINUE.

       2100-LOAD-SETTINGS.

           OPEN INPUT HOUSE.
           MOVE "GDC" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE 0600 TO WK-CUTOVER
              NOT INVALID KEY
                 MOVE HS-CUTOVER TO WK-CUTOVER
           END-READ.
           MOVE "CTR" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE HS-CTRLIMIT TO WK-CTRLIMIT
                 MOVE HS-CTRBAND TO WK-CTRBAND
                 MOVE HS-CTRPLAY TO WK-CTRPLAY
                 MOVE HS-CTRCOUNT TO WK-CTRCOUNT
           END-READ.
           CLOSE HOUSE.

      *A run before the cutover clock still belongs to yesterday's
      *business

       2200-CURRENT-GAMING-DATE.

           ACCEPT WK-TODAY FROM DATE.
           ACCEPT WK-CLOCK FROM TIME.
           MOVE WK-TODAY TO WK-ASOF.
           COMPUTE WK-ROW-CLOCK = WK-CLOCK / 10000.
           IF WK-ROW-CLOCK < WK-CUTOVER
              COMPUTE WK-FULLDATE = WK-TODAY + 20000000
              COMPUTE WK-ROW-INT =
                 FUNCTION INTEGER-OF-DATE(WK-FULLDATE) - 1
              COMPUTE WK-FULLDATE =
                 FUNCTION DATE-OF-INTEGER(WK-ROW-INT)
              COMPUTE WK-ASOF = WK-FULLDATE - 20000000
           END-IF.

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
                       AND ALT-TYPE (1:4) = "CASH"
                       AND WK-SEEN-COUNT < 200
                    ADD 1 TO WK-SEEN-COUNT
                    MOVE ALT-TYPE TO WK-SEEN-TYPE(WK-SEEN-COUNT)
                    MOVE ALT-PLAYER
                       TO WK-SEEN-PLAYER(WK-SEEN-COUNT)
                 END-IF
           END-READ.

      *The sort's input side -- the extract's counter cash and
      *wager rows inside the window. Adjustments and comp
      *redemptions move no cash across the counter; a cashier row's
      *calendar clock decides its gaming day

       3000-SCAN-EXTRACT.

           OPEN INPUT NIGHTWRK.
           MOVE "N" TO WK-EOF.
           PERFORM 3100-TAKE-ROW
              UNTIL WK-FILE-EOF.
           CLOSE NIGHTWRK.

       3100-TAKE-ROW.

           READ NIGHTWRK
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF NWK-CONTROL-ROW AND NWK-FROM-CASHIER
                    MOVE NWK-DATE TO WK-EXTRACT-DATE
                    MOVE NWK-CTL-TIME TO WK-EXTRACT-TIME
                 END-IF
                 IF NWK-DETAIL-ROW AND NWK-FROM-CASHIER
                       AND (NWC-TYPE = "DEP" OR NWC-TYPE = "WDR")
                    PERFORM 3200-RELEASE-CASH
                       THRU 3200-RELEASE-CASH-EXIT
                 END-IF
                 IF NWK-DETAIL-ROW AND NWK-FROM-ACTION
                       AND NWA-ACTOR = "PLAYER"
                    PERFORM 3300-RELEASE-WAGER
                       THRU 3300-RELEASE-WAGER-EXIT
                 END-IF
           END-READ.

       3200-RELEASE-CASH.

           COMPUTE WK-FULLDATE = NWC-DATE + 20000000.
           COMPUTE WK-CAL-INT =
              FUNCTION INTEGER-OF-DATE(WK-FULLDATE).
           MOVE WK-CAL-INT TO WK-ROW-INT.
           COMPUTE WK-ROW-CLOCK = NWC-TIME / 10000.
           IF WK-ROW-CLOCK < WK-CUTOVER
              SUBTRACT 1 FROM WK-ROW-INT
           END-IF.
           IF WK-ROW-INT < WK-FROM-INT OR WK-ROW-INT > WK-ASOF-INT
              GO TO 3200-RELEASE-CASH-EXIT
           END-IF.

           MOVE NWC-PLAYER TO CSR-PLAYER.
           COMPUTE CSR-STAMP = WK-CAL-INT * 100000000 + NWC-TIME.
           IF NWC-TYPE = "DEP"
              SET CSR-DEPOSIT TO TRUE
           ELSE
              SET CSR-WITHDRAWAL TO TRUE
           END-IF.
           COMPUTE CSR-DAY = WK-ROW-INT - WK-FROM-INT + 1.
           MOVE NWC-AMOUNT TO CSR-AMOUNT.
           RELEASE CSR-RECORD.

       3200-RELEASE-CASH-EXIT.

           CONTINUE.

      *Wagers are the player's own money into a pot, the same rows
      *the hand-void replay counts -- rebuys, prizes, head-to-head
      *wins, folds, tokes and run-it-twice payouts move nothing in.
      *The journal carries the gaming date; an after-midnight row
      *before the cutover happened on the next calendar day

       3300-RELEASE-WAGER.

           EVALUATE NWA-ACTION
              WHEN "REBUY"
              WHEN "PRIZE"
              WHEN "H2HWIN"
              WHEN "FOLD"
              WHEN "TOKE"
              WHEN "RUNPAY"
                 GO TO 3300-RELEASE-WAGER-EXIT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           COMPUTE WK-FULLDATE = NWA-DATE + 20000000.
           COMPUTE WK-ROW-INT =
              FUNCTION INTEGER-OF-DATE(WK-FULLDATE).
           IF WK-ROW-INT < WK-FROM-INT OR WK-ROW-INT > WK-ASOF-INT
              GO TO 3300-RELEASE-WAGER-EXIT
           END-IF.

           MOVE WK-ROW-INT TO WK-CAL-INT.
           COMPUTE WK-ROW-CLOCK = NWA-TIME / 10000.
           IF WK-ROW-CLOCK < WK-CUTOVER
              ADD 1 TO WK-CAL-INT
           END-IF.
           MOVE NWA-PLAYER TO CSR-PLAYER.
           COMPUTE CSR-STAMP = WK-CAL-INT * 100000000 + NWA-TIME.
           SET CSR-WAGER TO TRUE.
           COMPUTE CSR-DAY = WK-ROW-INT - WK-FROM-INT + 1.
           MOVE NWA-AMOUNT TO CSR-AMOUNT.
           RELEASE CSR-RECORD.

       3300-RELEASE-WAGER-EXIT.

           CONTINUE.

      *The sort's output side -- each profile's rows in clock order,
      *scored on the break. Only profiles that moved cash in the
      *window are of interest

       4000-PRINT-WATCH.

           DISPLAY " ".
           DISPLAY "Cash structuring watch - seven gaming days to "
              WK-ASOF.
           IF WK-EXTRACT-DATE = 0
              DISPLAY "No history extract in CPY\NIGHTWRK.DAT - "
                 "run HistSort first"
           ELSE
              DISPLAY "History extract taken " WK-EXTRACT-DATE " "
                 WK-EXTRACT-TIME
           END-IF.
           MOVE WK-CTRLIMIT TO WK-INSHOW.
           MOVE WK-NEARFLOOR TO WK-OUTSHOW.
           DISPLAY "Threshold " WK-INSHOW "  just under from "
              WK-OUTSHOW.
           DISPLAY "=============================================".
           DISPLAY "Profile       Cash in     Cash out     Wagered".
           MOVE "N" TO WK-EOF.
           PERFORM 4050-RETURN-ROW.
           PERFORM 4100-TALLY-PLAYER
              UNTIL WK-FILE-EOF.

       4050-RETURN-ROW.

           RETURN CASHSORT
              AT END
                 SET WK-FILE-EOF TO TRUE
           END-RETURN.

      *One profile -- every row sorted under it, then its line

       4100-TALLY-PLAYER.

           MOVE CSR-PLAYER TO WK-CURR-PLAYER.
           INITIALIZE WK-CURR-TALLY.
           PERFORM 4200-TAKE-ROW
              UNTIL WK-FILE-EOF
                 OR CSR-PLAYER NOT = WK-CURR-PLAYER.
           IF WK-CURR-CASHROWS > 0
              PERFORM 5000-SCORE-PLAYER
           END-IF.

      *FIRSTDEP is the window's first deposit; each withdrawal after
      *it becomes LASTWDR and takes the play wagered since the
      *deposit as BETWEEN. A withdrawal sorts ahead of a wager on
      *the same clock, so that wager is not counted before it

       4200-TAKE-ROW.

           EVALUATE TRUE
              WHEN CSR-DEPOSIT
                 ADD 1 TO WK-CURR-CASHROWS
                 ADD CSR-AMOUNT TO WK-CURR-IN(CSR-DAY)
                 IF WK-CURR-FIRSTDEP = 0
                    MOVE CSR-STAMP TO WK-CURR-FIRSTDEP
                 END-IF
                 IF CSR-AMOUNT >= WK-NEARFLOOR
                       AND CSR-AMOUNT < WK-CTRLIMIT
                    ADD 1 TO WK-CURR-NEARCOUNT
                    ADD CSR-AMOUNT TO WK-CURR-NEARAMT
                 END-IF
              WHEN CSR-WITHDRAWAL
                 ADD 1 TO WK-CURR-CASHROWS
                 ADD CSR-AMOUNT TO WK-CURR-OUT(CSR-DAY)
                 IF WK-CURR-FIRSTDEP > 0
                    MOVE CSR-STAMP TO WK-CURR-LASTWDR
                    MOVE WK-CURR-SINCEDEP TO WK-CURR-BETWEEN
                 END-IF
              WHEN CSR-WAGER
                 ADD CSR-AMOUNT TO WK-CURR-WAGER(CSR-DAY)
                 IF WK-CURR-FIRSTDEP > 0
                       AND CSR-STAMP > WK-CURR-FIRSTDEP
                    ADD CSR-AMOUNT TO WK-CURR-SINCEDEP
                 END-IF
           END-EVALUATE.
           PERFORM 4050-RETURN-ROW.

      *One profile's window line, then each pattern it trips

       5000-SCORE-PLAYER.

           MOVE 0 TO WK-SUM-IN.
           MOVE 0 TO WK-SUM-OUT.
           MOVE 0 TO WK-SUM-WAGER.
           PERFORM 5100-SUM-DAY
              VARYING WK-DAY-IDX FROM 1 BY 1
              UNTIL WK-DAY-IDX > 7.
           MOVE WK-SUM-IN TO WK-INSHOW.
           MOVE WK-SUM-OUT TO WK-OUTSHOW.
           MOVE WK-SUM-WAGER TO WK-WAGERSHOW.
           DISPLAY WK-CURR-PLAYER " " WK-INSHOW " "
              WK-OUTSHOW " " WK-WAGERSHOW.
           PERFORM 5200-CHECK-DAY
              VARYING WK-DAY-IDX FROM 1 BY 1
              UNTIL WK-DAY-IDX > 7.

           IF WK-CURR-LASTWDR > 0
              COMPUTE WK-PLAYFLOOR = WK-SUM-IN * WK-CTRPLAY / 100
              IF WK-CURR-BETWEEN < WK-PLAYFLOOR
                 MOVE "CASHCHRN" TO WK-F-TYPE
                 MOVE WK-SUM-OUT TO WK-F-AMOUNT
                 MOVE WK-CURR-BETWEEN TO WK-MONEYSHOW
                 DISPLAY "  CASH-OUT AFTER LITTLE PLAY - only "
                    WK-MONEYSHOW " wagered between deposit and "
                    "withdrawal"
                 PERFORM 6000-RAISE-FINDING
                    THRU 6000-RAISE-FINDING-EXIT
              END-IF
           END-IF.

           IF WK-CURR-NEARCOUNT >= WK-CTRCOUNT
              MOVE "CASHSTRC" TO WK-F-TYPE
              MOVE WK-CURR-NEARAMT TO WK-F-AMOUNT
              DISPLAY "  STRUCTURING - "
                 WK-CURR-NEARCOUNT
                 " deposits just under the threshold"
              PERFORM 6000-RAISE-FINDING
                 THRU 6000-RAISE-FINDING-EXIT
           END-IF.

      *One gaming day of the window, added into the window totals

       5100-SUM-DAY.

           ADD WK-CURR-IN(WK-DAY-IDX) TO WK-SUM-IN.
           ADD WK-CURR-OUT(WK-DAY-IDX) TO WK-SUM-OUT.
           ADD WK-CURR-WAGER(WK-DAY-IDX) TO WK-SUM-WAGER.

      *A gaming day whose cash in or cash out reaches the threshold

       5200-CHECK-DAY.

           COMPUTE WK-ROW-INT = WK-FROM-INT + WK-DAY-IDX - 1.
           COMPUTE WK-FULLDATE = FUNCTION DATE-OF-INTEGER(WK-ROW-INT).
           IF WK-CURR-IN(WK-DAY-IDX) >= WK-CTRLIMIT
              MOVE "CASHOVER" TO WK-F-TYPE
              MOVE WK-CURR-IN(WK-DAY-IDX) TO WK-F-AMOUNT
              MOVE WK-F-AMOUNT TO WK-MONEYSHOW
              DISPLAY "  CASH IN OVER THRESHOLD on " WK-FULLDATE
                 " - " WK-MONEYSHOW
              PERFORM 6000-RAISE-FINDING
                 THRU 6000-RAISE-FINDING-EXIT
           END-IF.
           IF WK-CURR-OUT(WK-DAY-IDX) >= WK-CTRLIMIT
              MOVE "CASHOVER" TO WK-F-TYPE
              MOVE WK-CURR-OUT(WK-DAY-IDX) TO WK-F-AMOUNT
              MOVE WK-F-AMOUNT TO WK-MONEYSHOW
              DISPLAY "  CASH OUT OVER THRESHOLD on " WK-FULLDATE
                 " - " WK-MONEYSHOW
              PERFORM 6000-RAISE-FINDING
                 THRU 6000-RAISE-FINDING-EXIT
           END-IF.

      *Count the finding and raise it on the alerts file unless this
      *watch already raised the same pattern for the profile today

       6000-RAISE-FINDING.

           ADD 1 TO WK-FINDINGS.
           MOVE 0 TO WK-SEEN-FOUND.
           PERFORM VARYING WK-SEEN-IDX FROM 1 BY 1
                 UNTIL WK-SEEN-IDX > WK-SEEN-COUNT
              IF WK-SEEN-TYPE(WK-SEEN-IDX) = WK-F-TYPE
                    AND WK-SEEN-PLAYER(WK-SEEN-IDX)
                       = WK-CURR-PLAYER
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
           MOVE WK-CURR-PLAYER TO ALT-PLAYER.
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
              MOVE WK-CURR-PLAYER
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
