                   rebuys taken (DR cash clearing / CR player
                   liability), with a control-total trailer carrying
                   the line count and the equal debit and credit
                   totals. Credit markers post as their own
                   movement off CPY\MARKER.LOG under the account
                   codes on the GLM record: markers issued (DR
                   markers receivable / CR player liability),
                   repaid off the bankroll (DR player liability /
                   CR markers receivable) and written off (DR
                   bad-debt expense / CR markers receivable), each
                   row placed on its gaming day by the GDC cutover
                   the way the game dates its hands. Dealer tokes
                   post as their own movement off CPY\TOKE.LOG
                   under the tip pool account on the GLT record:
                   tokes left on won pots (DR player liability / CR
                   tip pool liability) and the pool's shares paid
                   out to the staff by TokeDist (DR tip pool
                   liability / CR cash clearing). The day's
                   RAKE.LOG and JACKPOT.LOG detail is re-added as
                   a cross-check against the closed totals - a
                   difference flags the run rather than posting a
                   wrong day upstream. Every row and the trailer
                   carry this property's site code off the house
                   SIT record, and a date closed under another
                   site's code is refused, so head office can merge
                   the rooms' extracts (GrpCons) without mixing them
                   up. Mode E edits the account-code mapping, mode
                   S the site code and name; mode X extracts. Both
                   edits need a supervisor login through PinGate
                   (open, as NOSTAFF, while no staff accounts are on
                   file) and are queued through SetPend for a second
                   supervisor to approve at SetAdm, in effect from
                   the gaming date given; any approved change whose
                   date has come is applied before the run starts.

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

           SELECT OPTIONAL DAYTOT
            ASSIGN TO
             "CPY\JACKPOT.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL MARKERLOG
            ASSIGN TO
             "CPY\MARKER.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL TOKELOG
            ASSIGN TO
             "CPY\TOKE.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT GLEXT
            ASSIGN TO
             "CPY\GLEXT.CSV"

       DATA DIVISION.
       FILE SECTION.
           COPY "CPY\HOUSEREC.CBL".

           COPY "CPY\DAYTOTREC.CBL".


           COPY "CPY\JKPREC.CBL".

           COPY "CPY\MKRREC.CBL".

           COPY "CPY\TOKREC.CBL".

       FD GLEXT
           LABEL RECORD STANDARD.


       WORKING-STORAGE SECTION.

           COPY "CPY\JOBGPARM.CBL".

           COPY "CPY\PINGPARM.CBL".

           COPY "CPY\SETPPARM.CBL".

       01 WK-MODE PIC X.
          88 WK-MODE-EDIT VALUE "E" "e".
          88 WK-MODE-EXTRACT VALUE "X" "x".
          88 WK-MODE-SITE VALUE "S" "s".

       01 WK-EOF PIC X VALUE "N".
          88 WK-FILE-EOF VALUE "Y".
       01 WK-BUSDATE PIC 9(08).
       01 WK-IDX PIC 9 COMP.

      *Supervisor login and the gaming date an edit takes effect

       01 WK-STAFFID PIC X(10) VALUE SPACES.
       01 WK-STAFFPIN PIC 9(04).
       01 WK-STF-SEEN PIC 9 VALUE 0.
       01 WK-LOGIN-OK PIC 9 VALUE 0.
       01 WK-EFFDATE PIC 9(08).
       01 WK-TODAY PIC 9(08).
       01 WK-OLDVAL PIC X(10).
       01 WK-NEWVAL PIC X(10).
       01 WK-OLDSITE PIC X(04).
       01 WK-OLDSITENAME PIC X(20).

      *This property's site code and name off the SIT record -- an
      *install that has never set one is the original room, MAIN

       01 WK-SITE PIC X(04) VALUE "MAIN".
       01 WK-SITENAME PIC X(20) VALUE SPACES.
       01 WK-ASKSITE PIC X(04).
       01 WK-ASKSITENAME PIC X(20).

      *The eight mapped accounts, defaulted when no GLA, GLM or GLT
      *record has been set up yet -- the first five ride the GLA
      *record, the two marker accounts the GLM record and the tip
      *pool account the GLT record

       01 WK-ACCTS.
           02 WK-ACCT PIC X(08) OCCURS 8 TIMES.
       01 WK-OLDACCTS.
           02 WK-OLDACCT PIC X(08) OCCURS 8 TIMES.
       01 WK-ACCT-CASH PIC X(08).
       01 WK-ACCT-RAKE PIC X(08).
       01 WK-ACCT-JKPEXP PIC X(08).
       01 WK-ACCT-JKPLIA PIC X(08).
       01 WK-ACCT-PLRLIA PIC X(08).
       01 WK-ACCT-MKRREC PIC X(08).
       01 WK-ACCT-BADDEBT PIC X(08).
       01 WK-ACCT-TIPLIA PIC X(08).

       01 WK-ACCTNAMES.
           02 FILLER PIC X(20) VALUE "Cash clearing".
           02 FILLER PIC X(20) VALUE "Jackpot expense".
           02 FILLER PIC X(20) VALUE "Jackpot liability".
           02 FILLER PIC X(20) VALUE "Player liability".
           02 FILLER PIC X(20) VALUE "Markers receivable".
           02 FILLER PIC X(20) VALUE "Bad-debt expense".
           02 FILLER PIC X(20) VALUE "Tip pool liability".
       01 WK-ACCTNAME-TAB REDEFINES WK-ACCTNAMES.
           02 WK-ACCTNAME PIC X(20) OCCURS 8 TIMES.

      *One journal line staged, then strung into the CSV row --
      *amounts travel as whole cents, the same convention the
       01 WK-RAKECHECK PIC 9(10)V99 VALUE 0.
       01 WK-JKPINCHECK PIC 9(10)V99 VALUE 0.

      *The business date's marker movement, each ledger row moved
      *onto its gaming day by the cutover clock

       01 WK-CUTOVER PIC 9(04) VALUE 0600.
       01 WK-FULLDATE PIC 9(08).
       01 WK-ROW-INT PIC 9(08).
       01 WK-ROWDATE PIC 9(08).
       01 WK-ROW-CLOCK PIC 9(04).
       01 WK-MKR-ISSUED PIC 9(10)V99 VALUE 0.
       01 WK-MKR-REPAID PIC 9(10)V99 VALUE 0.
       01 WK-MKR-WRITTEN PIC 9(10)V99 VALUE 0.

      *The business date's toke movement -- the toke ledger is
      *already stamped with gaming dates

       01 WK-TOK-TIPS PIC 9(10)V99 VALUE 0.
       01 WK-TOK-PAID PIC 9(10)V99 VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           DISPLAY "Mode - E edit account codes, S site code, "
              "X extract: " NO ADVANCING.
           ACCEPT WK-MODE.

           SET SETP-APPLY TO TRUE.
           CALL "SetPend" USING SETP-PARMS.
           PERFORM 1000-LOAD-ACCOUNTS.
           IF WK-MODE-EDIT OR WK-MODE-SITE
              PERFORM 0500-STAFF-LOGIN
                 THRU 0500-STAFF-EXIT
              IF WK-LOGIN-OK = 0
                 PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
              END-IF
              PERFORM 0600-ASK-EFFDATE
                 THRU 0600-ASK-EXIT
              IF WK-LOGIN-OK = 0
                 PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
              END-IF
           END-IF.
           EVALUATE TRUE
              WHEN WK-MODE-EDIT
                 PERFORM 2000-EDIT-ACCOUNTS
              WHEN WK-MODE-SITE
                 PERFORM 2500-EDIT-SITE
                    THRU 2500-EDIT-EXIT
              WHEN WK-MODE-EXTRACT
                 PERFORM 3000-EXTRACT
                    THRU 3000-EXTRACT-EXIT
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
           MOVE "GlExtract" TO PING-PROGRAM.
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
              DISPLAY "Role " PING-ROLE " cannot change the ledger "
                 "settings"
              MOVE 8 TO RETURN-CODE
              GO TO 0500-STAFF-EXIT
           END-IF.
           MOVE 1 TO WK-LOGIN-OK.

       0500-STAFF-EXIT.

           CONTINUE.

       0600-ASK-EFFDATE.

           DISPLAY "Effective gaming date (0 on approval): "
              NO ADVANCING.
           ACCEPT WK-EFFDATE.
           ACCEPT WK-TODAY FROM DATE.
           IF WK-EFFDATE NOT = 0 AND WK-EFFDATE < WK-TODAY
              DISPLAY "Effective date is already past - nothing queued"
              MOVE 0 TO WK-LOGIN-OK
           END-IF.

       0600-ASK-EXIT.

           CONTINUE.

       1000-LOAD-ACCOUNTS.

           OPEN INPUT HOUSE.
           MOVE "GLA" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE "1000" TO WK-ACCT(1)
                 MOVE "4000" TO WK-ACCT(2)
                 MOVE "2100" TO WK-ACCT(4)
                 MOVE "2200" TO WK-ACCT(5)
              NOT INVALID KEY
                 MOVE HS-GLACCTS TO WK-ACCTS (1:40)
           END-READ.
           MOVE "GLM" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE "1200" TO WK-ACCT(6)
                 MOVE "5200" TO WK-ACCT(7)
              NOT INVALID KEY
                 MOVE HS-GLACCT(1) TO WK-ACCT(6)
                 MOVE HS-GLACCT(2) TO WK-ACCT(7)
           END-READ.
           MOVE "GLT" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE "2300" TO WK-ACCT(8)
              NOT INVALID KEY
                 MOVE HS-GLACCT(1) TO WK-ACCT(8)
           END-READ.
           MOVE "GDC" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE HS-CUTOVER TO WK-CUTOVER
           END-READ.
           MOVE "SIT" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF HS-SITECODE NOT = SPACES
                    MOVE HS-SITECODE TO WK-SITE
                 END-IF
                 MOVE HS-SITENAME TO WK-SITENAME
           END-READ.
           CLOSE HOUSE.

           MOVE WK-ACCT(1) TO WK-ACCT-CASH.
           MOVE WK-ACCT(2) TO WK-ACCT-RAKE.
           MOVE WK-ACCT(3) TO WK-ACCT-JKPEXP.
           MOVE WK-ACCT(4) TO WK-ACCT-JKPLIA.
           MOVE WK-ACCT(5) TO WK-ACCT-PLRLIA.
           MOVE WK-ACCT(6) TO WK-ACCT-MKRREC.
           MOVE WK-ACCT(7) TO WK-ACCT-BADDEBT.
           MOVE WK-ACCT(8) TO WK-ACCT-TIPLIA.

       2000-EDIT-ACCOUNTS.

           MOVE WK-ACCTS TO WK-OLDACCTS.
           PERFORM 2100-EDIT-ONE
              VARYING WK-IDX FROM 1 BY 1
              UNTIL WK-IDX > 8.

           OPEN INPUT HOUSE.
           MOVE "GLA" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE SPACES TO HS-CONFIG
                 MOVE "GLA" TO HS-OPTION
                 MOVE SPACES TO HS-PLAYER
           END-READ.
           MOVE WK-ACCTS (1:40) TO HS-GLACCTS.
           IF WK-ACCTS (1:40) NOT = WK-OLDACCTS (1:40)
              MOVE "GL ACCOUNTS" TO SETP-SETTING
              MOVE 1 TO WK-IDX
              PERFORM 2200-FIRST-CHANGE
              PERFORM 2300-QUEUE-CHANGE
           END-IF.
           MOVE "GLM" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE SPACES TO HS-CONFIG
                 MOVE "GLM" TO HS-OPTION
                 MOVE SPACES TO HS-PLAYER
                 MOVE SPACES TO HS-GLACCTS
           END-READ.
           MOVE WK-ACCT(6) TO HS-GLACCT(1).
           MOVE WK-ACCT(7) TO HS-GLACCT(2).
           IF WK-ACCTS (41:16) NOT = WK-OLDACCTS (41:16)
              MOVE "GL MARKERS" TO SETP-SETTING
              MOVE 6 TO WK-IDX
              PERFORM 2200-FIRST-CHANGE
              PERFORM 2300-QUEUE-CHANGE
           END-IF.
           MOVE "GLT" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE SPACES TO HS-CONFIG
                 MOVE "GLT" TO HS-OPTION
                 MOVE SPACES TO HS-PLAYER
                 MOVE SPACES TO HS-GLACCTS
           END-READ.
           MOVE WK-ACCT(8) TO HS-GLACCT(1).
           IF WK-ACCT(8) NOT = WK-OLDACCT(8)
              MOVE "GL TIP POOL" TO SETP-SETTING
              MOVE 8 TO WK-IDX
              PERFORM 2200-FIRST-CHANGE
              PERFORM 2300-QUEUE-CHANGE
           END-IF.
           CLOSE HOUSE.
           IF WK-ACCTS = WK-OLDACCTS
              DISPLAY "Account mapping unchanged"
           END-IF.

       2100-EDIT-ONE.

              MOVE WK-L-ACCT TO WK-ACCT(WK-IDX)
           END-IF.

      *The first account on the record that changed, for the audit
      *line's old and new value -- the image carries them all

       2200-FIRST-CHANGE.

           IF WK-ACCT(WK-IDX) = WK-OLDACCT(WK-IDX)
              ADD 1 TO WK-IDX
              GO TO 2200-FIRST-CHANGE
           END-IF.
           MOVE WK-OLDACCT(WK-IDX) TO WK-OLDVAL.
           MOVE WK-ACCT(WK-IDX) TO WK-NEWVAL.

      *Queue the record image as built for a second supervisor's
      *approval at SetAdm

       2300-QUEUE-CHANGE.

           SET SETP-MAKE TO TRUE.
           MOVE HS-CONFIG TO SETP-IMAGE.
           MOVE WK-OLDVAL TO SETP-OLD.
           MOVE WK-NEWVAL TO SETP-NEW.
           MOVE WK-STAFFID TO SETP-MAKER.
           MOVE WK-EFFDATE TO SETP-EFFDATE.
           CALL "SetPend" USING SETP-PARMS.
           IF SETP-BUSY
              DISPLAY "Change " SETP-CHANGENO " to " SETP-SETTING
                 " is already awaiting approval - nothing queued"
           ELSE
              DISPLAY SETP-SETTING " change " SETP-CHANGENO
                 " queued for a second supervisor's approval "
                 "(SetAdm)"
           END-IF.

      *The site code is set once per property; changing it later
      *only changes what is stamped from then on, so the old code
      *stays on the dates already closed and sent

       2500-EDIT-SITE.

           MOVE WK-SITE TO WK-OLDSITE.
           MOVE WK-SITENAME TO WK-OLDSITENAME.
           DISPLAY "Site code [" WK-SITE "]: " NO ADVANCING.
           ACCEPT WK-ASKSITE.
           IF WK-ASKSITE NOT = SPACES
              MOVE WK-ASKSITE TO WK-SITE
           END-IF.
           DISPLAY "Site name [" WK-SITENAME "]: " NO ADVANCING.
           ACCEPT WK-ASKSITENAME.
           IF WK-ASKSITENAME NOT = SPACES
              MOVE WK-ASKSITENAME TO WK-SITENAME
           END-IF.
           IF WK-SITE = WK-OLDSITE AND WK-SITENAME = WK-OLDSITENAME
              DISPLAY "Site unchanged"
              GO TO 2500-EDIT-EXIT
           END-IF.

           OPEN INPUT HOUSE.
           MOVE "SIT" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE SPACES TO HS-CONFIG
                 MOVE "SIT" TO HS-OPTION
                 MOVE SPACES TO HS-PLAYER
           END-READ.
           CLOSE HOUSE.
           MOVE WK-SITE TO HS-SITECODE.
           MOVE WK-SITENAME TO HS-SITENAME.
           MOVE "SITE" TO SETP-SETTING.
           MOVE WK-OLDSITE TO WK-OLDVAL.
           MOVE WK-SITE TO WK-NEWVAL.
           IF WK-SITE = WK-OLDSITE
              MOVE WK-OLDSITENAME TO WK-OLDVAL
              MOVE WK-SITENAME TO WK-NEWVAL
           END-IF.
           PERFORM 2300-QUEUE-CHANGE.

       2500-EDIT-EXIT.

           CONTINUE.

      *Extract -- a date never closed refuses rather than posting
      *zeros upstream, and so does a date closed under another
      *site's code

       3000-EXTRACT.

              MOVE 8 TO RETURN-CODE
              GO TO 3000-EXTRACT-EXIT
           END-IF.
           IF DT-SITE NOT = SPACES AND DT-SITE NOT = WK-SITE
              DISPLAY "Business date " WK-BUSDATE
                 " was closed under site " DT-SITE
                 ", this is site " WK-SITE " - nothing extracted"
              MOVE 8 TO RETURN-CODE
              GO TO 3000-EXTRACT-EXIT
           END-IF.

           SET JOBG-START TO TRUE.
           MOVE "GlExtract" TO JOBG-PROGRAM.
           MOVE WK-BUSDATE TO JOBG-BUSDATE.
           CALL "JobGate" USING JOBG-PARMS.
           IF JOBG-REFUSED
              MOVE 8 TO RETURN-CODE
              PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           END-IF.

           PERFORM 5000-CROSS-CHECK
              THRU 5000-CROSS-EXIT.

           OPEN OUTPUT GLEXT.
           MOVE SPACES TO GLX-RECORD.
           STRING '"DATE","SITE","ACCOUNT","DRCR","CENTS","DESC"'
              DELIMITED BY SIZE INTO GLX-RECORD.
           WRITE GLX-RECORD.

              PERFORM 4000-WRITE-LINE
           END-IF.

           PERFORM 6000-ADD-MARKERS.

           IF WK-MKR-ISSUED > 0
              MOVE WK-ACCT-MKRREC TO WK-L-ACCT
              MOVE "DR" TO WK-L-DRCR
              MOVE WK-MKR-ISSUED TO WK-L-AMOUNT
              MOVE "MARKERS ISSUED" TO WK-L-DESC
              PERFORM 4000-WRITE-LINE
              MOVE WK-ACCT-PLRLIA TO WK-L-ACCT
              MOVE "CR" TO WK-L-DRCR
              MOVE "MARKER FUNDS" TO WK-L-DESC
              PERFORM 4000-WRITE-LINE
           END-IF.

           IF WK-MKR-REPAID > 0
              MOVE WK-ACCT-PLRLIA TO WK-L-ACCT
              MOVE "DR" TO WK-L-DRCR
              MOVE WK-MKR-REPAID TO WK-L-AMOUNT
              MOVE "MARKER REPAYMENT" TO WK-L-DESC
              PERFORM 4000-WRITE-LINE
              MOVE WK-ACCT-MKRREC TO WK-L-ACCT
              MOVE "CR" TO WK-L-DRCR
              MOVE "MARKERS REPAID" TO WK-L-DESC
              PERFORM 4000-WRITE-LINE
           END-IF.

           IF WK-MKR-WRITTEN > 0
              MOVE WK-ACCT-BADDEBT TO WK-L-ACCT
              MOVE "DR" TO WK-L-DRCR
              MOVE WK-MKR-WRITTEN TO WK-L-AMOUNT
              MOVE "MARKER BAD DEBT" TO WK-L-DESC
              PERFORM 4000-WRITE-LINE
              MOVE WK-ACCT-MKRREC TO WK-L-ACCT
              MOVE "CR" TO WK-L-DRCR
              MOVE "MARKERS WRITTEN OFF" TO WK-L-DESC
              PERFORM 4000-WRITE-LINE
           END-IF.

           PERFORM 6500-ADD-TOKES.

           IF WK-TOK-TIPS > 0
              MOVE WK-ACCT-PLRLIA TO WK-L-ACCT
              MOVE "DR" TO WK-L-DRCR
              MOVE WK-TOK-TIPS TO WK-L-AMOUNT
              MOVE "DEALER TOKES" TO WK-L-DESC
              PERFORM 4000-WRITE-LINE
              MOVE WK-ACCT-TIPLIA TO WK-L-ACCT
              MOVE "CR" TO WK-L-DRCR
              MOVE "TIP POOL ACCRUAL" TO WK-L-DESC
              PERFORM 4000-WRITE-LINE
           END-IF.

           IF WK-TOK-PAID > 0
              MOVE WK-ACCT-TIPLIA TO WK-L-ACCT
              MOVE "DR" TO WK-L-DRCR
              MOVE WK-TOK-PAID TO WK-L-AMOUNT
              MOVE "TIP POOL PAID" TO WK-L-DESC
              PERFORM 4000-WRITE-LINE
              MOVE WK-ACCT-CASH TO WK-L-ACCT
              MOVE "CR" TO WK-L-DRCR
              MOVE "TOKES PAID TO STAFF" TO WK-L-DESC
              PERFORM 4000-WRITE-LINE
           END-IF.

           COMPUTE WK-DRCENTS = WK-DRTOTAL * 100.
           COMPUTE WK-CRCENTS = WK-CRTOTAL * 100.
           MOVE SPACES TO GLX-RECORD.
           STRING '"TRAILER","' WK-SITE '","' WK-LINES '","'
              WK-DRCENTS '","' WK-CRCENTS '"'
              DELIMITED BY SIZE INTO GLX-RECORD.
           WRITE GLX-RECORD.
           END-IF.
           COMPUTE WK-L-CENTS = WK-L-AMOUNT * 100.
           MOVE SPACES TO GLX-RECORD.
           STRING '"' WK-BUSDATE '","' WK-SITE '","'
              WK-L-ACCT '","'
              WK-L-DRCR '","' WK-L-CENTS '","'
              WK-L-DESC '"'
              DELIMITED BY SIZE INTO GLX-RECORD.
                 END-IF
           END-READ.

      *The business date's marker movement off the marker ledger --
      *a row stamped before the cutover clock belongs to the
      *previous gaming day

       6000-ADD-MARKERS.

           OPEN INPUT MARKERLOG.
           MOVE "N" TO WK-EOF.
           PERFORM 6100-ADD-MARKER-ROW
              UNTIL WK-FILE-EOF.
           CLOSE MARKERLOG.

       6100-ADD-MARKER-ROW.

           READ MARKERLOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 MOVE MKR-DATE TO WK-ROWDATE
                 COMPUTE WK-ROW-CLOCK = MKR-TIME / 10000
                 IF WK-ROW-CLOCK < WK-CUTOVER
                    COMPUTE WK-FULLDATE = MKR-DATE + 20000000
                    COMPUTE WK-ROW-INT =
                       FUNCTION INTEGER-OF-DATE(WK-FULLDATE) - 1
                    COMPUTE WK-FULLDATE =
                       FUNCTION DATE-OF-INTEGER(WK-ROW-INT)
                    COMPUTE WK-ROWDATE = WK-FULLDATE - 20000000
                 END-IF
                 IF WK-ROWDATE = WK-BUSDATE
                    EVALUATE MKR-TYPE
                       WHEN "ISS"
                          ADD MKR-AMOUNT TO WK-MKR-ISSUED
                       WHEN "PAY"
                          ADD MKR-AMOUNT TO WK-MKR-REPAID
                       WHEN "WOF"
                          ADD MKR-AMOUNT TO WK-MKR-WRITTEN
                    END-EVALUATE
                 END-IF
           END-READ.

      *The business date's toke movement off the toke ledger --
      *TIP rows are tokes taken off a winner's bankroll, PAY rows
      *the pool's shares paid out to the staff

       6500-ADD-TOKES.

           OPEN INPUT TOKELOG.
           MOVE "N" TO WK-EOF.
           PERFORM 6600-ADD-TOKE-ROW
              UNTIL WK-FILE-EOF.
           CLOSE TOKELOG.

       6600-ADD-TOKE-ROW.

           READ TOKELOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF TOK-DATE = WK-BUSDATE
                    EVALUATE TOK-TYPE
                       WHEN "TIP"
                          ADD TOK-AMOUNT TO WK-TOK-TIPS
                       WHEN "PAY"
                          ADD TOK-AMOUNT TO WK-TOK-PAID
                    END-EVALUATE
                 END-IF
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
