       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProfErase.
       SECURITY.   Erasure of a departing player's personal data.
                   ProfAdm can retire a profile, but every log
                   still carried the name afterwards. This run,
                   behind a supervisor staff login, gives the
                   profile a stable pseudonym (ANON and a number
                   off the ERN house counter) and puts it in place
                   of the name on every row of every live log that
                   names a player and of every archived generation
                   of the hand history and money ledgers (the
                   cutoffs on CPY\ARCHSUM.LOG, plus any the
                   supervisor keys), and of the off-site copy of
                   each log LogShip ships (the .SHP file and the
                   last-row image on CPY\SHIPCTL.CFG, check values
                   worked again so ShipChk still passes them); the
                   keyed mirrors follow - the hand-history store,
                   the brought-forward BANK snapshot, the
                   tournament entrant lists and the
                   dispute cases the player raised - and
                   the profile's remaining player-master records
                   (CPY\CONFIG.CFG) move to the pseudonym, except
                   the contact details (CTC), tax identity (TID)
                   and identity verification (KYC), which are
                   deleted; the vouchers it holds or redeemed in
                   the house settings file CPY\HOUSE.CFG follow.
                   Every row stays where it was with every amount
                   untouched, so BankRecon, JkpRecon and SealChk
                   balance exactly as before: a seal covers each
                   day's row count, money total and chain, none of
                   which an erasure moves, so no log needs sealing
                   again. Each log rewritten is recorded on
                   CPY\SETAUDIT.LOG under the approving supervisor
                   with the rows changed and the pseudonym, and the
                   pseudonym goes on the ERA register with the date
                   and the supervisor - the name it replaced is
                   kept nowhere. An interrupted run is simply run
                   again: the ERQ record holds the pseudonym until
                   the erasure completes. Refused, with the reason,
                   while the profile has a hand in flight, money on
                   its bankroll, markers outstanding, or a
                   reportable win still inside the tax retention
                   period (ERT, years, zero meaning seven - edited
                   here under mode E by the same supervisor login and
                   queued through SetPend for a second supervisor to
                   approve at SetAdm, in effect from the gaming date
                   given).

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
             RECORD FD-KEY
             LOCK MODE IS MANUAL WITH LOCK ON RECORD
             FILE STATUS WK-CONFIG-STATUS.

           SELECT OPTIONAL HOUSE
            ASSIGN TO
             "CPY\HOUSE.CFG"
             ORGANIZATION INDEXED
             ACCESS DYNAMIC
             RECORD HS-KEY
             LOCK MODE IS MANUAL WITH LOCK ON RECORD
             FILE STATUS WK-HOUSE-STATUS.

           SELECT OPTIONAL CHECKPT
            ASSIGN TO
             "CPY\CHECKPT.CFG"
             ORGANIZATION INDEXED
             ACCESS DYNAMIC
             RECORD KEY CKPT-PLAYER.

           SELECT OPTIONAL TAXWIN
            ASSIGN TO
             "CPY\TAXWIN.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHSUM
            ASSIGN TO
             "CPY\ARCHSUM.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL BFWD
            ASSIGN TO
             "CPY\BFWD.CFG"
             ORGANIZATION INDEXED
             ACCESS DYNAMIC
             RECORD BF-KEY.

           SELECT OPTIONAL HISTIDX
            ASSIGN TO
             "CPY\HISTIDX.CFG"
             ORGANIZATION INDEXED
             ACCESS DYNAMIC
             RECORD KEY HIX-SEED
             ALTERNATE RECORD KEY HIX-PLAYER WITH DUPLICATES
             ALTERNATE RECORD KEY HIX-DATE WITH DUPLICATES.

           SELECT OPTIONAL TOUREVT
            ASSIGN TO
             "CPY\TOUREVT.CFG"
             ORGANIZATION INDEXED
             ACCESS DYNAMIC
             RECORD KEY EVT-NUMBER.

           SELECT OPTIONAL DISPUTE
            ASSIGN TO
             "CPY\DISPUTE.CFG"
             ORGANIZATION INDEXED
             ACCESS DYNAMIC
             RECORD DSP-KEY.

           SELECT OPTIONAL SETAUDIT
            ASSIGN TO
             "CPY\SETAUDIT.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL RAWLOG
            ASSIGN TO DYNAMIC WK-LOGNAME
             ORGANIZATION LINE SEQUENTIAL.

           SELECT RAWKEEP
            ASSIGN TO
             "CPY\ERASE.TMP"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL SHIPCTL
            ASSIGN TO
             "CPY\SHIPCTL.CFG"
             ORGANIZATION INDEXED
             ACCESS DYNAMIC
             RECORD SHC-LOG.

           SELECT OPTIONAL SHIPFILE
            ASSIGN TO DYNAMIC WK-SHIPNAME
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS WK-SHIP-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "CPY\CONFREC.CBL".

           COPY "CPY\HOUSEREC.CBL".

           COPY "CPY\CKPTREC.CBL".

           COPY "CPY\TAXREC.CBL".

       FD ARCHSUM
           LABEL RECORD STANDARD.

       01 SUM-RECORD.
           02 SUM-CUTOFF PIC 9(08).
           02 FILLER PIC X VALUE SPACE.
           02 SUM-HANDS PIC 9(07).
           02 FILLER PIC X VALUE SPACE.
           02 SUM-POT PIC 9(11)V99.
           02 FILLER PIC X VALUE SPACE.
           02 SUM-JACKPOTPAID PIC 9(11)V99.

           COPY "CPY\BFWDREC.CBL".

           COPY "CPY\HIDXREC.CBL".

           COPY "CPY\TEVTREC.CBL".

           COPY "CPY\DSPREC.CBL".

           COPY "CPY\AUDREC.CBL".

       FD RAWLOG
           LABEL RECORD STANDARD.

       01 RAW-RECORD PIC X(250).

       FD RAWKEEP
           LABEL RECORD STANDARD.

       01 KEEP-RECORD PIC X(250).

           COPY "CPY\SHCREC.CBL".

           COPY "CPY\SHPREC.CBL".

       WORKING-STORAGE SECTION.

           COPY "CPY\PINGPARM.CBL".

           COPY "CPY\SETPPARM.CBL".

       01 WK-CONFIG-STATUS PIC X(02).
       01 WK-HOUSE-STATUS PIC X(02).

       01 WK-EOF PIC X VALUE "N".
          88 WK-FILE-EOF VALUE "Y".
       01 WK-DONE PIC 9 VALUE 0.
       01 WK-NOREC PIC 9 VALUE 0.

       01 WK-MODE PIC X.
          88 WK-MODE-EDIT VALUE "E" "e".
          88 WK-MODE-ERASE VALUE "P" "p".

       01 WK-TODAY PIC 9(08).
       01 WK-CLOCK PIC 9(08).
       01 WK-FULLDATE PIC 9(08).
       01 WK-STAFFID PIC X(10).
       01 WK-STAFFPIN PIC 9(04).
       01 WK-CONFIRM PIC X.
       01 WK-EFFDATE PIC 9(08).
       01 WK-OLDVAL PIC X(10).
       01 WK-NEWVAL PIC X(10).

      *The profile being erased and the name it leaves behind

       01 WK-PLAYER PIC X(10).
       01 WK-PSEUDONYM PIC X(10).
       01 WK-PSEUDOSPLIT REDEFINES WK-PSEUDONYM.
           02 WK-PSEUDO-STEM PIC X(04).
           02 WK-PSEUDO-NUMBER PIC 9(06).
       01 WK-RESUMING PIC 9 VALUE 0.
       01 WK-REFUSED PIC 9 VALUE 0.

      *Tax retention -- a reportable win dated on or after the
      *keep-from date still needs the identity behind it

       01 WK-TAXKEEP PIC 9(02).
       01 WK-KEEPFROM PIC 9(08).
       01 WK-TAXFULL PIC 9(08).
       01 WK-TAXHELD PIC 9(05) VALUE 0.

      *Every log that names a player: file, archive name stem (for
      *the logs the cutoff archives split), where the profile name
      *sits in the row - a second position where a row can name two
      *profiles - and, for a log LogShip sends off site, the key its
      *shipped copy and control record go under

       01 WK-LOGS.
           02 FILLER PIC X(16) VALUE "CPY\HISTORY.LOG".
           02 FILLER PIC X(08) VALUE "CPY\HIST".
           02 FILLER PIC 9(03) VALUE 019.
           02 FILLER PIC 9(03) VALUE 000.
           02 FILLER PIC X(10) VALUE "HISTORY".
           02 FILLER PIC X(16) VALUE "CPY\ACTION.LOG".
           02 FILLER PIC X(08) VALUE "CPY\ACT".
           02 FILLER PIC 9(03) VALUE 029.
           02 FILLER PIC 9(03) VALUE 000.
           02 FILLER PIC X(10) VALUE "ACTION".
           02 FILLER PIC X(16) VALUE "CPY\RAKE.LOG".
           02 FILLER PIC X(08) VALUE "CPY\RAK".
           02 FILLER PIC 9(03) VALUE 019.
           02 FILLER PIC 9(03) VALUE 000.
           02 FILLER PIC X(10) VALUE "RAKE".
           02 FILLER PIC X(16) VALUE "CPY\JACKPOT.LOG".
           02 FILLER PIC X(08) VALUE "CPY\JKP".
           02 FILLER PIC 9(03) VALUE 019.
           02 FILLER PIC 9(03) VALUE 000.
           02 FILLER PIC X(10) VALUE "JACKPOT".
           02 FILLER PIC X(16) VALUE "CPY\BADBEAT.LOG".
           02 FILLER PIC X(08) VALUE "CPY\BBJ".
           02 FILLER PIC 9(03) VALUE 019.
           02 FILLER PIC 9(03) VALUE 000.
           02 FILLER PIC X(10) VALUE "BADBEAT".
           02 FILLER PIC X(16) VALUE "CPY\CASHIER.LOG".
           02 FILLER PIC X(08) VALUE "CPY\CSH".
           02 FILLER PIC 9(03) VALUE 024.
           02 FILLER PIC 9(03) VALUE 000.
           02 FILLER PIC X(10) VALUE "CASHIER".
           02 FILLER PIC X(16) VALUE "CPY\SIDEBET.LOG".
           02 FILLER PIC X(08) VALUE "CPY\SBT".
           02 FILLER PIC 9(03) VALUE 019.
           02 FILLER PIC 9(03) VALUE 000.
           02 FILLER PIC X(10) VALUE "SIDEBET".
           02 FILLER PIC X(16) VALUE "CPY\SESSION.LOG".
           02 FILLER PIC X(08) VALUE SPACES.
           02 FILLER PIC 9(03) VALUE 023.
           02 FILLER PIC 9(03) VALUE 000.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(16) VALUE "CPY\RECEIPT.LOG".
           02 FILLER PIC X(08) VALUE SPACES.
           02 FILLER PIC 9(03) VALUE 017.
           02 FILLER PIC 9(03) VALUE 000.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(16) VALUE "CPY\TAXWIN.LOG".
           02 FILLER PIC X(08) VALUE SPACES.
           02 FILLER PIC 9(03) VALUE 019.
           02 FILLER PIC 9(03) VALUE 000.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(16) VALUE "CPY\MARKER.LOG".
           02 FILLER PIC X(08) VALUE SPACES.
           02 FILLER PIC 9(03) VALUE 019.
           02 FILLER PIC 9(03) VALUE 000.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(16) VALUE "CPY\COMP.LOG".
           02 FILLER PIC X(08) VALUE SPACES.
           02 FILLER PIC 9(03) VALUE 019.
           02 FILLER PIC 9(03) VALUE 000.
           02 FILLER PIC X(10) VALUE "COMP".
           02 FILLER PIC X(16) VALUE "CPY\VOUCHER.LOG".
           02 FILLER PIC X(08) VALUE SPACES.
           02 FILLER PIC 9(03) VALUE 030.
           02 FILLER PIC 9(03) VALUE 041.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(16) VALUE "CPY\VCHLAPSE.LOG".
           02 FILLER PIC X(08) VALUE SPACES.
           02 FILLER PIC 9(03) VALUE 017.
           02 FILLER PIC 9(03) VALUE 000.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(16) VALUE "CPY\TIER.LOG".
           02 FILLER PIC X(08) VALUE SPACES.
           02 FILLER PIC 9(03) VALUE 015.
           02 FILLER PIC 9(03) VALUE 000.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(16) VALUE "CPY\SEASON.LOG".
           02 FILLER PIC X(08) VALUE SPACES.
           02 FILLER PIC 9(03) VALUE 009.
           02 FILLER PIC 9(03) VALUE 000.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(16) VALUE "CPY\TOURRES.LOG".
           02 FILLER PIC X(08) VALUE SPACES.
           02 FILLER PIC 9(03) VALUE 018.
           02 FILLER PIC 9(03) VALUE 000.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(16) VALUE "CPY\CHEATLOG.LOG".
           02 FILLER PIC X(08) VALUE SPACES.
           02 FILLER PIC 9(03) VALUE 019.
           02 FILLER PIC 9(03) VALUE 000.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(16) VALUE "CPY\ALERTS.LOG".
           02 FILLER PIC X(08) VALUE SPACES.
           02 FILLER PIC 9(03) VALUE 028.
           02 FILLER PIC 9(03) VALUE 000.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(16) VALUE "CPY\EXCEPT.LOG".
           02 FILLER PIC X(08) VALUE SPACES.
           02 FILLER PIC 9(03) VALUE 019.
           02 FILLER PIC 9(03) VALUE 000.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(16) VALUE "CPY\RETIRED.LOG".
           02 FILLER PIC X(08) VALUE SPACES.
           02 FILLER PIC 9(03) VALUE 010.
           02 FILLER PIC 9(03) VALUE 000.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(16) VALUE "CPY\SETAUDIT.LOG".
           02 FILLER PIC X(08) VALUE SPACES.
           02 FILLER PIC 9(03) VALUE 019.
           02 FILLER PIC 9(03) VALUE 000.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(16) VALUE "CPY\SECURITY.LOG".
           02 FILLER PIC X(08) VALUE SPACES.
           02 FILLER PIC 9(03) VALUE 030.
           02 FILLER PIC 9(03) VALUE 000.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(16) VALUE "CPY\TOKE.LOG".
           02 FILLER PIC X(08) VALUE SPACES.
           02 FILLER PIC 9(03) VALUE 023.
           02 FILLER PIC 9(03) VALUE 000.
           02 FILLER PIC X(10) VALUE "TOKE".
       01 WK-LOG-TAB REDEFINES WK-LOGS.
           02 WK-LOG-ENTRY OCCURS 24 TIMES.
               03 WK-LG-LIVE PIC X(16).
               03 WK-LG-STEM PIC X(08).
               03 WK-LG-POS1 PIC 9(03).
               03 WK-LG-POS2 PIC 9(03).
               03 WK-LG-SHIPKEY PIC X(10).
       01 WK-LOG-COUNT PIC 99 COMP VALUE 24.
       01 WK-LOG-IDX PIC 99 COMP.

       01 WK-LOGNAME PIC X(30).
       01 WK-POS PIC 9(03).
       01 WK-CHANGED PIC 9(07).
       01 WK-TOTALROWS PIC 9(08) VALUE 0.
       01 WK-LOGSDONE PIC 9(03) VALUE 0.

      *The off-site copy of a shipped log -- its file, the rows
      *changed in it, and the check value worked over each changed
      *row the way LogShip works it

       01 WK-SHIPNAME PIC X(60).
       01 WK-SHIP-STATUS PIC X(02).
       01 WK-SHIPROWS PIC 9(07).
       01 WK-ROWSBEFORE PIC 9(07).
       01 WK-LASTSWAP PIC 9 VALUE 0.
       01 WK-CHKROW PIC X(200).
       01 WK-CHECK PIC 9(09).
       01 WK-CHIDX PIC 9(03) COMP.

      *Archive cutoffs -- off the history archive's summary log,
      *plus any the supervisor keys for a ledger-only archive

       01 WK-CUT-COUNT PIC 99 COMP VALUE 0.
       01 WK-CUT-TAB.
           02 WK-CUT-ENTRY PIC 9(08) OCCURS 60 TIMES.
       01 WK-CUT-IDX PIC 99 COMP.
       01 WK-SEARCH-IDX PIC 99 COMP.
       01 WK-ASKCUT PIC 9(08).
       01 WK-NEWCUT PIC 9(08).

      *The profile's keyed CONFIG records -- all but the contact
      *details, the tax identity and the identity verification move
      *to the pseudonym

       01 WK-TYPES.
           02 FILLER PIC X(03) VALUE "BID".
           02 FILLER PIC X(03) VALUE "BAN".
           02 FILLER PIC X(03) VALUE "STA".
           02 FILLER PIC X(03) VALUE "HPS".
           02 FILLER PIC X(03) VALUE "LSL".
           02 FILLER PIC X(03) VALUE "SSL".
           02 FILLER PIC X(03) VALUE "LCK".
           02 FILLER PIC X(03) VALUE "HFQ".
           02 FILLER PIC X(03) VALUE "PPN".
           02 FILLER PIC X(03) VALUE "CMP".
           02 FILLER PIC X(03) VALUE "TID".
           02 FILLER PIC X(03) VALUE "ODD".
           02 FILLER PIC X(03) VALUE "H2H".
           02 FILLER PIC X(03) VALUE "LAC".
           02 FILLER PIC X(03) VALUE "TIR".
           02 FILLER PIC X(03) VALUE "CTC".
           02 FILLER PIC X(03) VALUE "MKL".
           02 FILLER PIC X(03) VALUE "KYC".
       01 WK-TYPE-TAB REDEFINES WK-TYPES.
           02 WK-TYPE-ENTRY PIC X(03) OCCURS 18 TIMES.
       01 WK-TYPE-IDX PIC 99 COMP.
       01 WK-MOVED PIC 9(03) VALUE 0.
       01 WK-DELETED PIC 9(03) VALUE 0.
       01 WK-MIRRORS PIC 9(05) VALUE 0.
       01 WK-ENT-IDX PIC 9 COMP.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-STAFF-GATE
              THRU 1000-GATE-EXIT.
           IF WK-STAFFID = SPACES
              PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           END-IF.

           DISPLAY "Mode - E edit tax retention, P process an "
              "erasure: " NO ADVANCING.
           ACCEPT WK-MODE.
           EVALUATE TRUE
              WHEN WK-MODE-EDIT
                 PERFORM 1500-EDIT-RETENTION
                    THRU 1500-EDIT-EXIT
              WHEN WK-MODE-ERASE
                 PERFORM 2000-ERASE-PROFILE
                    THRU 2000-ERASE-EXIT
              WHEN OTHER
                 DISPLAY "Nothing done"
           END-EVALUATE.
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.

      *Only a supervisor-role staff account may approve an erasure.
      *An id with no staff account can still authorize under the
      *shared supervisor PIN while the staff records are being
      *rolled out, and the audit lines then say SHAREDPIN

       1000-STAFF-GATE.

           MOVE SPACES TO WK-STAFFID.
           DISPLAY "Staff id:  " NO ADVANCING.
           ACCEPT WK-STAFFID.
           DISPLAY "Staff PIN: " NO ADVANCING.
           ACCEPT WK-STAFFPIN.

           SET PING-VERIFY TO TRUE.
           SET PING-STAFF TO TRUE.
           MOVE WK-STAFFID TO PING-ID.
           MOVE WK-STAFFPIN TO PING-PIN.
           MOVE "ProfErase" TO PING-PROGRAM.
           MOVE "Y" TO PING-CONSOLE.
           CALL "PinGate" USING PING-PARMS.
           IF PING-NOACCOUNT
              SET PING-SHARED TO TRUE
              MOVE SPACES TO PING-ID
              MOVE "Y" TO PING-SHAREDOK
              CALL "PinGate" USING PING-PARMS
              IF PING-OK
                 MOVE "SHAREDPIN" TO WK-STAFFID
                 GO TO 1000-GATE-EXIT
              END-IF
              IF PING-WRONG
                 DISPLAY "No such staff account and the shared "
                    "PIN does not match - refused"
                 MOVE SPACES TO WK-STAFFID
                 MOVE 8 TO RETURN-CODE
                 GO TO 1000-GATE-EXIT
              END-IF
           END-IF.
           IF NOT PING-OK
              EVALUATE TRUE
                 WHEN PING-LOCKED AND PING-SHARED
                    DISPLAY "The shared supervisor PIN is locked out "
                       "- a supervisor must clear it"
                 WHEN PING-LOCKED
                    DISPLAY "Staff id " WK-STAFFID " is locked out - "
                       "another supervisor must clear it"
                 WHEN PING-EXPIRED
                    DISPLAY "PIN expired and not changed - refused"
                 WHEN OTHER
                    DISPLAY "Wrong staff PIN - refused"
              END-EVALUATE
              MOVE SPACES TO WK-STAFFID
              MOVE 8 TO RETURN-CODE
              GO TO 1000-GATE-EXIT
           END-IF.
           IF PING-ROLE NOT = "S"
              DISPLAY "Role " PING-ROLE " cannot approve an erasure"
                 " - refused"
              MOVE SPACES TO WK-STAFFID
              MOVE 8 TO RETURN-CODE
           END-IF.

       1000-GATE-EXIT.

           CONTINUE.

      *The ERT retention, seven years the first time. Like every
      *house setting the edit is queued for a second supervisor's
      *approval at SetAdm and takes effect on the gaming date given
      *(as soon as approved when zero)

       1500-EDIT-RETENTION.

           OPEN INPUT HOUSE.
           MOVE "ERT" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE SPACES TO HS-CONFIG
                 MOVE "ERT" TO HS-OPTION
                 MOVE SPACES TO HS-PLAYER
                 MOVE 7 TO HS-TAXKEEP
           END-READ.
           CLOSE HOUSE.
           IF HS-TAXKEEP = 0
              MOVE 7 TO HS-TAXKEEP
           END-IF.
           MOVE HS-TAXKEEP TO WK-OLDVAL.
           DISPLAY "Reportable wins kept for: " HS-TAXKEEP " years".
           DISPLAY "New retention (years): " NO ADVANCING.
           ACCEPT HS-TAXKEEP.
           IF HS-TAXKEEP = 0
              MOVE 7 TO HS-TAXKEEP
           END-IF.
           MOVE "ERT" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           MOVE HS-TAXKEEP TO WK-NEWVAL.
           IF WK-NEWVAL = WK-OLDVAL
              DISPLAY "Tax retention unchanged"
              GO TO 1500-EDIT-EXIT
           END-IF.
           MOVE "TAX RETAIN" TO SETP-SETTING.
           DISPLAY "Effective gaming date (0 on approval): "
              NO ADVANCING.
           ACCEPT WK-EFFDATE.
           ACCEPT WK-TODAY FROM DATE.
           IF WK-EFFDATE NOT = 0 AND WK-EFFDATE < WK-TODAY
              DISPLAY "Effective date is already past - nothing queued"
              GO TO 1500-EDIT-EXIT
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
                 " to the tax retention is already awaiting "
                 "approval - nothing queued"
           ELSE
              DISPLAY "Tax retention change "
                 SETP-CHANGENO " queued for a second "
                 "supervisor's approval (SetAdm)"
           END-IF.

       1500-EDIT-EXIT.

           CONTINUE.

      *One erasure -- refuse first, then confirm, then the pseudonym
      *and the rewrite

       2000-ERASE-PROFILE.

           DISPLAY "Profile to erase: " NO ADVANCING.
           ACCEPT WK-PLAYER.
           IF WK-PLAYER = SPACES
              DISPLAY "No profile named"
              GO TO 2000-ERASE-EXIT
           END-IF.
           ACCEPT WK-TODAY FROM DATE.

           PERFORM 3000-CHECK-REFUSALS.
           IF WK-REFUSED = 1
              DISPLAY "Erasure of " WK-PLAYER " refused - nothing "
                 "changed"
              MOVE 8 TO RETURN-CODE
              GO TO 2000-ERASE-EXIT
           END-IF.

           PERFORM 4000-COLLECT-CUTOFFS.

           DISPLAY " ".
           DISPLAY "Every log naming " WK-PLAYER " will carry a "
              "pseudonym instead; contact".
           DISPLAY "and tax identity records are deleted. This "
              "cannot be undone.".
           DISPLAY "Erase " WK-PLAYER " (Y/N)? " NO ADVANCING.
           ACCEPT WK-CONFIRM.
           IF WK-CONFIRM NOT = "Y" AND WK-CONFIRM NOT = "y"
              DISPLAY "Nothing erased"
              GO TO 2000-ERASE-EXIT
           END-IF.

           PERFORM 5000-TAKE-PSEUDONYM.
           PERFORM 6000-MOVE-CONFIG.
           PERFORM 6500-MOVE-MIRRORS.
           PERFORM 7000-REWRITE-LOGS.
           PERFORM 8000-REGISTER-ERASURE.

           DISPLAY " ".
           DISPLAY "Erased - now " WK-PSEUDONYM ": " WK-TOTALROWS
              " log rows in " WK-LOGSDONE " logs, " WK-MOVED
              " records moved, " WK-DELETED " deleted, "
              WK-MIRRORS " keyed copies".

       2000-ERASE-EXIT.

           CONTINUE.

      *A hand in flight, money on the bankroll, markers outstanding
      *or a reportable win still inside retention each refuse, and
      *every reason that applies is shown

       3000-CHECK-REFUSALS.

           MOVE 0 TO WK-REFUSED.
           MOVE 0 TO WK-RESUMING.

           OPEN INPUT CHECKPT.
           MOVE WK-PLAYER TO CKPT-PLAYER.
           READ CHECKPT
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 DISPLAY "Refused: " WK-PLAYER " has a hand in "
                    "flight - sweep or resume it first"
                 MOVE 1 TO WK-REFUSED
           END-READ.
           CLOSE CHECKPT.

           OPEN INPUT CONFIG.
           MOVE "ERQ" TO FD-OPTION.
           MOVE WK-PLAYER TO FD-PLAYER.
           READ CONFIG
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 1 TO WK-RESUMING
                 MOVE FD-PSEUDONYM TO WK-PSEUDONYM
                 DISPLAY "An erasure of this profile was "
                    "interrupted - it resumes as " WK-PSEUDONYM
           END-READ.

           MOVE "BAN" TO FD-OPTION.
           MOVE WK-PLAYER TO FD-PLAYER.
           READ CONFIG
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF FD-BANKROLL > 0
                    DISPLAY "Refused: bankroll still holds "
                       FD-BANKROLL " - pay it out first"
                    MOVE 1 TO WK-REFUSED
                 END-IF
           END-READ.

           MOVE "MKL" TO FD-OPTION.
           MOVE WK-PLAYER TO FD-PLAYER.
           READ CONFIG
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF FD-MARKEROUT > 0
                    DISPLAY "Refused: markers outstanding "
                       FD-MARKEROUT " - repay or write off first"
                    MOVE 1 TO WK-REFUSED
                 END-IF
           END-READ.
           CLOSE CONFIG.

           OPEN INPUT HOUSE.
           MOVE "ERT" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE 7 TO WK-TAXKEEP
              NOT INVALID KEY
                 MOVE HS-TAXKEEP TO WK-TAXKEEP
           END-READ.
           CLOSE HOUSE.
           IF WK-TAXKEEP = 0
              MOVE 7 TO WK-TAXKEEP
           END-IF.

           COMPUTE WK-FULLDATE = WK-TODAY + 20000000.
           COMPUTE WK-KEEPFROM = WK-FULLDATE - WK-TAXKEEP * 10000.
           MOVE 0 TO WK-TAXHELD.
           OPEN INPUT TAXWIN.
           MOVE "N" TO WK-EOF.
           PERFORM 3100-TAX-ROW
              UNTIL WK-FILE-EOF.
           CLOSE TAXWIN.
           IF WK-TAXHELD > 0
              DISPLAY "Refused: " WK-TAXHELD " reportable win(s) "
                 "still inside the " WK-TAXKEEP "-year retention"
              MOVE 1 TO WK-REFUSED
           END-IF.

       3100-TAX-ROW.

           READ TAXWIN
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF TAX-PLAYER = WK-PLAYER
                    COMPUTE WK-TAXFULL = TAX-DATE + 20000000
                    IF WK-TAXFULL NOT < WK-KEEPFROM
                       ADD 1 TO WK-TAXHELD
                    END-IF
                 END-IF
           END-READ.

      *The archived generations -- every cutoff the history archive
      *summarized (the ledger archive runs at the same cutoffs), and
      *any further one the supervisor knows of

       4000-COLLECT-CUTOFFS.

           MOVE 0 TO WK-CUT-COUNT.
           OPEN INPUT ARCHSUM.
           MOVE "N" TO WK-EOF.
           PERFORM 4100-SUMMARY-ROW
              UNTIL WK-FILE-EOF.
           CLOSE ARCHSUM.
           DISPLAY WK-CUT-COUNT " archive cutoff(s) on file".

           MOVE 1 TO WK-ASKCUT.
           PERFORM 4200-ASK-CUTOFF
              UNTIL WK-ASKCUT = 0.

       4100-SUMMARY-ROW.

           READ ARCHSUM
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 MOVE SUM-CUTOFF TO WK-NEWCUT
                 PERFORM 4300-ADD-CUTOFF
           END-READ.

       4200-ASK-CUTOFF.

           DISPLAY "Further archive cutoff (YYMMDD, 0 to go on): "
              NO ADVANCING.
           ACCEPT WK-ASKCUT.
           IF WK-ASKCUT > 0
              MOVE WK-ASKCUT TO WK-NEWCUT
              PERFORM 4300-ADD-CUTOFF
           END-IF.

       4300-ADD-CUTOFF.

           MOVE 0 TO WK-NOREC.
           PERFORM VARYING WK-SEARCH-IDX FROM 1 BY 1
                 UNTIL WK-SEARCH-IDX > WK-CUT-COUNT
              IF WK-CUT-ENTRY(WK-SEARCH-IDX) = WK-NEWCUT
                 MOVE 1 TO WK-NOREC
              END-IF
           END-PERFORM.
           IF WK-NOREC = 0 AND WK-CUT-COUNT < 60
              ADD 1 TO WK-CUT-COUNT
              MOVE WK-NEWCUT TO WK-CUT-ENTRY(WK-CUT-COUNT)
           END-IF.

      *A fresh pseudonym off the ERN counter, skipping any number a
      *live profile or an earlier erasure already holds; the ERQ
      *record keeps it until the erasure completes

       5000-TAKE-PSEUDONYM.

           IF WK-RESUMING = 0
              OPEN I-O CONFIG
              OPEN I-O HOUSE
              MOVE 1 TO WK-DONE
              PERFORM 5100-NEXT-NUMBER
                 UNTIL WK-DONE = 0
              MOVE "ERQ" TO FD-OPTION
              MOVE WK-PLAYER TO FD-PLAYER
              MOVE WK-PSEUDONYM TO FD-PSEUDONYM
              WRITE FD-CONFIG
                 INVALID KEY CONTINUE
              END-WRITE
              CLOSE HOUSE
              CLOSE CONFIG
           END-IF.

       5100-NEXT-NUMBER.

           MOVE "ERN" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           PERFORM 5300-HOUSE-READ-LOCK.
           IF WK-NOREC = 1
              MOVE "ERN" TO HS-OPTION
              MOVE SPACES TO HS-PLAYER
              MOVE 1 TO HS-RECEIPTNO
              WRITE HS-CONFIG
                 INVALID KEY CONTINUE
              END-WRITE
           ELSE
              ADD 1 TO HS-RECEIPTNO
              REWRITE HS-CONFIG
           END-IF.
           MOVE "ANON" TO WK-PSEUDO-STEM.
           MOVE HS-RECEIPTNO TO WK-PSEUDO-NUMBER.

           MOVE 0 TO WK-DONE.
           MOVE "BAN" TO FD-OPTION.
           MOVE WK-PSEUDONYM TO FD-PLAYER.
           READ CONFIG
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 1 TO WK-DONE
           END-READ.
           MOVE "ERA" TO HS-OPTION.
           MOVE WK-PSEUDONYM TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 1 TO WK-DONE
           END-READ.

      *Keyed read under a record lock with a polite retry when a
      *terminal holds the record -- the counter's discipline

       5200-CONFIG-READ-LOCK.

           MOVE 0 TO WK-NOREC.
           READ CONFIG WITH LOCK
              INVALID KEY
                 MOVE 1 TO WK-NOREC
           END-READ.
           IF WK-CONFIG-STATUS = "51" OR WK-CONFIG-STATUS = "9D"
              DISPLAY "Record in use by a terminal - retrying"
              GO TO 5200-CONFIG-READ-LOCK
           END-IF.

       5300-HOUSE-READ-LOCK.

           MOVE 0 TO WK-NOREC.
           READ HOUSE WITH LOCK
              INVALID KEY
                 MOVE 1 TO WK-NOREC
           END-READ.
           IF WK-HOUSE-STATUS = "51" OR WK-HOUSE-STATUS = "9D"
              DISPLAY "Record in use by a terminal - retrying"
              GO TO 5300-HOUSE-READ-LOCK
           END-IF.

      *The profile's own records move to the pseudonym, the way a
      *rename moves them; contact, tax and verification identity
      *are deleted.
      *Vouchers made out to the profile, or redeemed by it, follow

       6000-MOVE-CONFIG.

           OPEN I-O CONFIG.
           PERFORM 6100-MOVE-ONE-TYPE
              VARYING WK-TYPE-IDX FROM 1 BY 1
              UNTIL WK-TYPE-IDX > 18.
           CLOSE CONFIG.

           OPEN I-O HOUSE.
           MOVE "VCH" TO HS-OPTION.
           MOVE LOW-VALUES TO HS-PLAYER.
           MOVE 0 TO WK-DONE.
           START HOUSE KEY NOT < HS-KEY
              INVALID KEY
                 MOVE 1 TO WK-DONE
           END-START.
           PERFORM 6200-ONE-VOUCHER
              UNTIL WK-DONE = 1.
           CLOSE HOUSE.

       6100-MOVE-ONE-TYPE.

           MOVE WK-TYPE-ENTRY(WK-TYPE-IDX) TO FD-OPTION.
           MOVE WK-PLAYER TO FD-PLAYER.
           READ CONFIG
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF FD-OPTION = "CTC" OR FD-OPTION = "TID"
                       OR FD-OPTION = "KYC"
                    DELETE CONFIG
                       INVALID KEY CONTINUE
                    END-DELETE
                    ADD 1 TO WK-DELETED
                 ELSE
                    MOVE WK-PSEUDONYM TO FD-PLAYER
                    WRITE FD-CONFIG
                       INVALID KEY CONTINUE
                    END-WRITE
                    MOVE WK-TYPE-ENTRY(WK-TYPE-IDX) TO FD-OPTION
                    MOVE WK-PLAYER TO FD-PLAYER
                    DELETE CONFIG
                       INVALID KEY CONTINUE
                    END-DELETE
                    ADD 1 TO WK-MOVED
                 END-IF
           END-READ.

       6200-ONE-VOUCHER.

           READ HOUSE NEXT
              AT END
                 MOVE 1 TO WK-DONE
              NOT AT END
                 IF HS-OPTION NOT = "VCH"
                    MOVE 1 TO WK-DONE
                 ELSE
                    IF HS-VCHHOLDER = WK-PLAYER
                          OR HS-VCHREDEEMBY = WK-PLAYER
                       IF HS-VCHHOLDER = WK-PLAYER
                          MOVE WK-PSEUDONYM TO HS-VCHHOLDER
                       END-IF
                       IF HS-VCHREDEEMBY = WK-PLAYER
                          MOVE WK-PSEUDONYM TO HS-VCHREDEEMBY
                       END-IF
                       REWRITE HS-CONFIG
                       ADD 1 TO WK-MOVED
                    END-IF
                 END-IF
           END-READ.

      *The keyed copies of log data -- the brought-forward BANK
      *snapshot (the reconciliation keys on the name the ledgers
      *now carry), the hand-history store and the tournament
      *entrant lists

       6500-MOVE-MIRRORS.

           OPEN I-O BFWD.
           MOVE "BANK" TO BF-TYPE.
           MOVE WK-PLAYER TO BF-PLAYER.
           READ BFWD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE WK-PSEUDONYM TO BF-PLAYER
                 WRITE BF-RECORD
                    INVALID KEY CONTINUE
                 END-WRITE
                 MOVE "BANK" TO BF-TYPE
                 MOVE WK-PLAYER TO BF-PLAYER
                 DELETE BFWD
                    INVALID KEY CONTINUE
                 END-DELETE
                 ADD 1 TO WK-MIRRORS
           END-READ.
           CLOSE BFWD.

           OPEN I-O HISTIDX.
           MOVE 0 TO WK-DONE.
           PERFORM 6600-ONE-INDEXED-HAND
              UNTIL WK-DONE = 1.
           CLOSE HISTIDX.

           OPEN I-O TOUREVT.
           MOVE 0 TO EVT-NUMBER.
           MOVE 0 TO WK-DONE.
           START TOUREVT KEY NOT < EVT-NUMBER
              INVALID KEY
                 MOVE 1 TO WK-DONE
           END-START.
           PERFORM 6700-ONE-EVENT
              UNTIL WK-DONE = 1.
           CLOSE TOUREVT.

           OPEN I-O DISPUTE.
           MOVE 0 TO DSP-CASE.
           MOVE 0 TO DSP-LINE.
           MOVE 0 TO WK-DONE.
           START DISPUTE KEY NOT < DSP-KEY
              INVALID KEY
                 MOVE 1 TO WK-DONE
           END-START.
           PERFORM 6800-ONE-CASE
              UNTIL WK-DONE = 1.
           CLOSE DISPUTE.

      *Each pass starts the player key afresh, since the rewrite
      *moves the hand off it

       6600-ONE-INDEXED-HAND.

           MOVE WK-PLAYER TO HIX-PLAYER.
           START HISTIDX KEY = HIX-PLAYER
              INVALID KEY
                 MOVE 1 TO WK-DONE
           END-START.
           IF WK-DONE = 0
              READ HISTIDX NEXT
                 AT END
                    MOVE 1 TO WK-DONE
              END-READ
           END-IF.
           IF WK-DONE = 0
              IF HIX-PLAYER = WK-PLAYER
                 MOVE WK-PSEUDONYM TO HIX-PLAYER
                 MOVE WK-PSEUDONYM TO HIX-LINE(19:10)
                 REWRITE HIX-RECORD
                 ADD 1 TO WK-MIRRORS
              ELSE
                 MOVE 1 TO WK-DONE
              END-IF
           END-IF.

       6700-ONE-EVENT.

           READ TOUREVT NEXT
              AT END
                 MOVE 1 TO WK-DONE
              NOT AT END
                 MOVE 0 TO WK-NOREC
                 PERFORM VARYING WK-ENT-IDX FROM 1 BY 1
                       UNTIL WK-ENT-IDX > 8
                    IF EVT-ENTRANT(WK-ENT-IDX) = WK-PLAYER
                       MOVE WK-PSEUDONYM TO EVT-ENTRANT(WK-ENT-IDX)
                       MOVE 1 TO WK-NOREC
                    END-IF
                 END-PERFORM
                 IF WK-NOREC = 1
                    REWRITE EVT-RECORD
                    ADD 1 TO WK-MIRRORS
                 END-IF
           END-READ.

      *A dispute case names its player on the case line only; the
      *note lines carry staff ids

       6800-ONE-CASE.

           READ DISPUTE NEXT
              AT END
                 MOVE 1 TO WK-DONE
              NOT AT END
                 IF DSP-LINE = 0 AND DSP-PLAYER = WK-PLAYER
                    MOVE WK-PSEUDONYM TO DSP-PLAYER
                    REWRITE DSP-RECORD
                    ADD 1 TO WK-MIRRORS
                 END-IF
           END-READ.

      *Every log, live and archived, through the same keep-file
      *pass the archives use; a file with no row naming the profile
      *is left exactly as it was

       7000-REWRITE-LOGS.

           ACCEPT WK-CLOCK FROM TIME.
           PERFORM 7100-ONE-LOG
              VARYING WK-LOG-IDX FROM 1 BY 1
              UNTIL WK-LOG-IDX > WK-LOG-COUNT.

       7100-ONE-LOG.

           MOVE WK-LG-LIVE(WK-LOG-IDX) TO WK-LOGNAME.
           PERFORM 7200-REWRITE-FILE.
           IF WK-LG-SHIPKEY(WK-LOG-IDX) NOT = SPACES
              PERFORM 7600-SHIPPED-COPY THRU 7600-SHIPPED-EXIT
           END-IF.
           IF WK-LG-STEM(WK-LOG-IDX) NOT = SPACES
              PERFORM 7150-ONE-ARCHIVE
                 VARYING WK-CUT-IDX FROM 1 BY 1
                 UNTIL WK-CUT-IDX > WK-CUT-COUNT
           END-IF.

       7150-ONE-ARCHIVE.

           MOVE SPACES TO WK-LOGNAME.
           STRING WK-LG-STEM(WK-LOG-IDX) DELIMITED BY SPACE
              WK-CUT-ENTRY(WK-CUT-IDX) ".LOG" DELIMITED BY SIZE
              INTO WK-LOGNAME.
           PERFORM 7200-REWRITE-FILE.

       7200-REWRITE-FILE.

           MOVE 0 TO WK-CHANGED.
           OPEN INPUT RAWLOG.
           OPEN OUTPUT RAWKEEP.
           MOVE "N" TO WK-EOF.
           PERFORM 7300-ROUTE-ROW
              UNTIL WK-FILE-EOF.
           CLOSE RAWLOG.
           CLOSE RAWKEEP.
           IF WK-CHANGED > 0
              OPEN INPUT RAWKEEP
              OPEN OUTPUT RAWLOG
              MOVE "N" TO WK-EOF
              PERFORM 7400-COPY-BACK
                 UNTIL WK-FILE-EOF
              CLOSE RAWKEEP
              CLOSE RAWLOG
              ADD WK-CHANGED TO WK-TOTALROWS
              ADD 1 TO WK-LOGSDONE
              DISPLAY WK-LOGNAME ": " WK-CHANGED " rows"
              PERFORM 7500-AUDIT-LOG
           END-IF.

      *Seal lines pass through untouched -- they name no one

       7300-ROUTE-ROW.

           READ RAWLOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF RAW-RECORD (10:5) NOT = "SEAL@"
                    MOVE WK-LG-POS1(WK-LOG-IDX) TO WK-POS
                    PERFORM 7350-SWAP-NAME
                    MOVE WK-LG-POS2(WK-LOG-IDX) TO WK-POS
                    PERFORM 7350-SWAP-NAME
                 END-IF
                 MOVE RAW-RECORD TO KEEP-RECORD
                 WRITE KEEP-RECORD
           END-READ.

       7350-SWAP-NAME.

           IF WK-POS > 0
              IF RAW-RECORD (WK-POS:10) = WK-PLAYER
                 MOVE WK-PSEUDONYM TO RAW-RECORD (WK-POS:10)
                 ADD 1 TO WK-CHANGED
              END-IF
           END-IF.

       7400-COPY-BACK.

           READ RAWKEEP
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 MOVE KEEP-RECORD TO RAW-RECORD
                 WRITE RAW-RECORD
           END-READ.

      *One audit line per log rewritten: which log, how many rows,
      *and the pseudonym - never the name

       7500-AUDIT-LOG.

           OPEN EXTEND SETAUDIT.
           MOVE SPACES TO AUD-RECORD.
           MOVE WK-TODAY TO AUD-DATE.
           MOVE WK-CLOCK TO AUD-TIME.
           MOVE WK-STAFFID TO AUD-PLAYER.
           MOVE WK-LOGNAME(5:12) TO AUD-SETTING.
           MOVE WK-CHANGED TO AUD-OLD.
           MOVE WK-PSEUDONYM TO AUD-NEW.
           WRITE AUD-RECORD.
           CLOSE SETAUDIT.

      *A log LogShip sends off site has two more places the name
      *can sit: the image of its last shipped row on
      *CPY\SHIPCTL.CFG, which LogShip matches against the live log
      *to find its place again, and the shipped copy
      *<ship-to directory><log key>.SHP itself. Both follow the
      *live log, whether or not any live row still named the
      *profile - rows archived since they shipped are still in the
      *copy. Each shipped row changed gets its check value worked
      *again so ShipChk still passes it, and each file changed gets
      *its audit line

       7600-SHIPPED-COPY.

           OPEN I-O SHIPCTL.
           MOVE WK-LG-SHIPKEY(WK-LOG-IDX) TO SHC-LOG.
           READ SHIPCTL
              INVALID KEY
                 CLOSE SHIPCTL
                 GO TO 7600-SHIPPED-EXIT
           END-READ.

           MOVE 0 TO WK-LASTSWAP.
           MOVE WK-LG-POS1(WK-LOG-IDX) TO WK-POS.
           PERFORM 7650-SWAP-LASTROW.
           MOVE WK-LG-POS2(WK-LOG-IDX) TO WK-POS.
           PERFORM 7650-SWAP-LASTROW.
           IF WK-LASTSWAP = 1
              REWRITE SHC-RECORD
              MOVE "CPY\SHIPCTL.CFG" TO WK-LOGNAME
              MOVE 1 TO WK-CHANGED
              DISPLAY WK-LOGNAME ": last row shipped of "
                 SHC-LOG
              PERFORM 7500-AUDIT-LOG
           END-IF.
           CLOSE SHIPCTL.

           MOVE SPACES TO WK-SHIPNAME.
           STRING SHC-DEST DELIMITED BY SPACE
              SHC-LOG DELIMITED BY SPACE
              ".SHP" DELIMITED BY SIZE
              INTO WK-SHIPNAME.

           MOVE 0 TO WK-SHIPROWS.
           OPEN INPUT SHIPFILE.
           IF WK-SHIP-STATUS NOT = "00"
              DISPLAY WK-SHIPNAME ": shipped copy not reachable "
                 "(status " WK-SHIP-STATUS ") - it still carries "
                 "the name and must be rewritten there"
              MOVE 4 TO RETURN-CODE
              CLOSE SHIPFILE
              GO TO 7600-SHIPPED-EXIT
           END-IF.
           OPEN OUTPUT RAWKEEP.
           MOVE "N" TO WK-EOF.
           PERFORM 7700-ROUTE-SHIPROW
              UNTIL WK-FILE-EOF.
           CLOSE SHIPFILE.
           CLOSE RAWKEEP.

           IF WK-SHIPROWS > 0
              OPEN INPUT RAWKEEP
              OPEN OUTPUT SHIPFILE
              MOVE "N" TO WK-EOF
              PERFORM 7750-SHIP-BACK
                 UNTIL WK-FILE-EOF
              CLOSE RAWKEEP
              CLOSE SHIPFILE
              DISPLAY WK-SHIPNAME ": " WK-SHIPROWS " rows"
              MOVE SPACES TO WK-LOGNAME
              STRING SHC-LOG DELIMITED BY SPACE
                 ".SHP" DELIMITED BY SIZE
                 INTO WK-LOGNAME (5:12)
              MOVE WK-SHIPROWS TO WK-CHANGED
              PERFORM 7500-AUDIT-LOG
           END-IF.

       7600-SHIPPED-EXIT.

           CONTINUE.

       7650-SWAP-LASTROW.

           IF WK-POS > 0
              IF SHC-LASTROW (WK-POS:10) = WK-PLAYER
                 MOVE WK-PSEUDONYM TO SHC-LASTROW (WK-POS:10)
                 MOVE 1 TO WK-LASTSWAP
              END-IF
           END-IF.

      *A shipped row carries the live row whole in SHP-ROW, so the
      *name sits at the same positions within it; seal lines name
      *no one and pass through untouched

       7700-ROUTE-SHIPROW.

           READ SHIPFILE
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF SHP-ROW (10:5) NOT = "SEAL@"
                    MOVE WK-SHIPROWS TO WK-ROWSBEFORE
                    MOVE WK-LG-POS1(WK-LOG-IDX) TO WK-POS
                    PERFORM 7710-SWAP-SHIPNAME
                    MOVE WK-LG-POS2(WK-LOG-IDX) TO WK-POS
                    PERFORM 7710-SWAP-SHIPNAME
                    IF WK-SHIPROWS NOT = WK-ROWSBEFORE
                       MOVE SHP-ROW TO WK-CHKROW
                       PERFORM 7800-CHECK-VALUE
                       MOVE WK-CHECK TO SHP-CHECK
                    END-IF
                 END-IF
                 MOVE SHP-RECORD TO KEEP-RECORD
                 WRITE KEEP-RECORD
           END-READ.

       7710-SWAP-SHIPNAME.

           IF WK-POS > 0
              IF SHP-ROW (WK-POS:10) = WK-PLAYER
                 MOVE WK-PSEUDONYM TO SHP-ROW (WK-POS:10)
                 ADD 1 TO WK-SHIPROWS
              END-IF
           END-IF.

       7750-SHIP-BACK.

           READ RAWKEEP
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 MOVE KEEP-RECORD TO SHP-RECORD
                 WRITE SHP-RECORD
           END-READ.

      *The shipped row's check value -- the running MOD LogShip
      *takes across every byte of the row

       7800-CHECK-VALUE.

           MOVE 0 TO WK-CHECK.
           PERFORM 7810-CHECK-BYTE
              VARYING WK-CHIDX FROM 1 BY 1
              UNTIL WK-CHIDX > 200.

       7810-CHECK-BYTE.

           COMPUTE WK-CHECK = FUNCTION MOD(
              WK-CHECK * 31 + FUNCTION ORD(WK-CHKROW(WK-CHIDX:1)),
              999999937).

      *The pseudonym goes on the register and the ERQ record, the
      *last place the name was held, goes

       8000-REGISTER-ERASURE.

           OPEN I-O HOUSE.
           MOVE "ERA" TO HS-OPTION.
           MOVE WK-PSEUDONYM TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE WK-STAFFID TO HS-ERASEBY
                 MOVE WK-TODAY TO HS-ERASEDATE
                 WRITE HS-CONFIG
                    INVALID KEY CONTINUE
                 END-WRITE
              NOT INVALID KEY
                 MOVE WK-STAFFID TO HS-ERASEBY
                 MOVE WK-TODAY TO HS-ERASEDATE
                 REWRITE HS-CONFIG
           END-READ.
           CLOSE HOUSE.

           OPEN I-O CONFIG.
           MOVE "ERQ" TO FD-OPTION.
           MOVE WK-PLAYER TO FD-PLAYER.
           DELETE CONFIG
              INVALID KEY CONTINUE
           END-DELETE.
           CLOSE CONFIG.

           OPEN EXTEND SETAUDIT.
           MOVE SPACES TO AUD-RECORD.
           MOVE WK-TODAY TO AUD-DATE.
           MOVE WK-CLOCK TO AUD-TIME.
           MOVE WK-STAFFID TO AUD-PLAYER.
           MOVE "ERASURE" TO AUD-SETTING.
           MOVE WK-TOTALROWS TO AUD-OLD.
           MOVE WK-PSEUDONYM TO AUD-NEW.
           WRITE AUD-RECORD.
           CLOSE SETAUDIT.

       9999-EXIT.

       9999-EXIT-EXIT.

           GOBACK.
