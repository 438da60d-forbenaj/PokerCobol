       IDENTIFICATION DIVISION.
       PROGRAM-ID. TierClose.
       SECURITY.   Monthly loyalty tier qualification. Comp points
                   give the floor an earning currency; the tiers
                   give it a status. This job takes a month (YYMM),
                   totals every profile's rake contributed off
                   CPY\RAKE.LOG (reversing rows subtract) and hands
                   played off CPY\HISTORY.LOG (the SOAK burn-in
                   profile, voided hands, seals and checkpoint
                   refunds stay out), and sets each profile's tier
                   on its TIR record against the TRT tier table
                   in the house settings file CPY\HOUSE.CFG -
                   Bronze, the floor, then Silver and Gold,
                   each asking a month's rake AND hands. A profile
                   that earns a higher tier moves up at once; one
                   that falls short keeps its tier through a grace
                   month and drops to the tier it earned only if the
                   next month falls short too. Profiles holding
                   Silver or Gold are judged even in a month they did
                   not play, so an idle member still loses status.
                   Every judgement goes to CPY\TIER.LOG; a month
                   already there refuses to close twice, and a
                   profile already judged for a later month is left
                   alone. The game reads the tier at SPLASH for the
                   welcome-back dashboard and scales comp accrual by
                   the tier's multiplier. Mode E edits the tier
                   table; mode C closes a month; mode R prints the
                   month's tier movement report for marketing -
                   promotions, demotions, the members in their grace
                   month (the ones worth a call) and where the
                   judged profiles ended up. The multipliers move
                   money, so an edit needs a supervisor login
                   through PinGate (open, as NOSTAFF, while no staff
                   accounts are on file) and is queued through
                   SetPend for a second supervisor to approve at
                   SetAdm, in effect from the gaming date given. A
                   close runs under the job gate for the month's
                   last day, so it is refused until that day's
                   DayClose has completed.

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
             RECORD HS-KEY.

           SELECT OPTIONAL HISTORY
            ASSIGN TO
             "CPY\HISTORY.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL RAKELOG
            ASSIGN TO
             "CPY\RAKE.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL TIERLOG
            ASSIGN TO
             "CPY\TIER.LOG"
             ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "CPY\CONFREC.CBL".

           COPY "CPY\HOUSEREC.CBL".

           COPY "CPY\HISTREC.CBL".

           COPY "CPY\RAKEREC.CBL".

           COPY "CPY\TIERREC.CBL".

       WORKING-STORAGE SECTION.

           COPY "CPY\JOBGPARM.CBL".

           COPY "CPY\PINGPARM.CBL".

           COPY "CPY\SETPPARM.CBL".

       01 WK-CONFIG-STATUS PIC X(02).

       01 WK-MODE PIC X.
          88 WK-MODE-EDIT VALUE "E" "e".
          88 WK-MODE-CLOSE VALUE "C" "c".
          88 WK-MODE-REPORT VALUE "R" "r".

       01 WK-EOF PIC X VALUE "N".
          88 WK-FILE-EOF VALUE "Y".
       01 WK-DONE PIC 9 VALUE 0.
       01 WK-NOREC PIC 9 VALUE 0.

       01 WK-MONTH PIC 9(04).
       01 WK-RECMONTH PIC 9(04).
       01 WK-TODAY PIC 9(08).

      *The month's play per profile -- everyone who raked or played
      *in the month, plus every Silver or Gold holder who did not

       01 WK-PL-COUNT PIC 9(03) COMP VALUE 0.
       01 WK-PL-TAB.
           02 WK-PL-ENTRY OCCURS 200 TIMES.
               03 WK-PL-NAME PIC X(10).
               03 WK-PL-RAKE PIC 9(08)V99.
               03 WK-PL-HANDS PIC 9(05).
       01 WK-PL-IDX PIC 9(03) COMP.
       01 WK-FOUND-IDX PIC 9(03) COMP.
       01 WK-LOOKUP-NAME PIC X(10).
       01 WK-TABLEFULL PIC 9 VALUE 0.

      *House tier table, same layout as the TRT record

       01 WK-TIERTAB.
           02 WK-TIER-ENTRY OCCURS 3 TIMES.
               03 WK-TIER-RAKE PIC 9(06)V99.
               03 WK-TIER-HANDS PIC 9(05).
               03 WK-TIER-MULT PIC 9(01)V9.
       01 WK-TIER-IDX PIC 9 COMP.

      *The table as it stood before the edit, for the audit line's
      *old and new value -- the first figure that changed

       01 WK-OLDTAB.
           02 WK-OLD-ENTRY OCCURS 3 TIMES.
               03 WK-OLD-RAKE PIC 9(06)V99.
               03 WK-OLD-HANDS PIC 9(05).
               03 WK-OLD-MULT PIC 9(01)V9.
       01 WK-RAKESHOW PIC Z(5)9,99.
       01 WK-HANDSHOW PIC Z(4)9.
       01 WK-MULTSHOW PIC 9,9.

      *Supervisor login for an edit, and the queued change

       01 WK-STAFFID PIC X(10) VALUE SPACES.
       01 WK-STAFFPIN PIC 9(04).
       01 WK-STF-SEEN PIC 9 VALUE 0.
       01 WK-LOGIN-OK PIC 9 VALUE 0.
       01 WK-EFFDATE PIC 9(08).
       01 WK-OLDVAL PIC X(10).
       01 WK-NEWVAL PIC X(10).

       01 WK-TIERNAMES.
           02 FILLER PIC X(06) VALUE "Bronze".
           02 FILLER PIC X(06) VALUE "Silver".
           02 FILLER PIC X(06) VALUE "Gold".
       01 WK-TIERNAME-TAB REDEFINES WK-TIERNAMES.
           02 WK-TIERNAME-ENTRY PIC X(06) OCCURS 3 TIMES.

      *One profile's judgement

       01 WK-QUAL PIC 9.
       01 WK-OLDTIER PIC 9.
       01 WK-NEWTIER PIC 9.
       01 WK-MOVE PIC X(05).

       01 WK-UPS PIC 9(04) VALUE 0.
       01 WK-DOWNS PIC 9(04) VALUE 0.
       01 WK-GRACES PIC 9(04) VALUE 0.
       01 WK-HOLDS PIC 9(04) VALUE 0.
       01 WK-SKIPS PIC 9(04) VALUE 0.

      *Movement report -- one pass of the log per section, and the
      *judged profiles counted by the tier they ended the month on

       01 WK-SECTION PIC X(05).
       01 WK-LINES PIC 9(04).
       01 WK-POP-TAB.
           02 WK-POP-COUNT PIC 9(04) OCCURS 3 TIMES.
       01 WK-POP-RAKE-TAB.
           02 WK-POP-RAKE PIC 9(10)V99 OCCURS 3 TIMES.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           DISPLAY "Mode - E edit tier table, C close a month, "
              "R movement report: " NO ADVANCING.
           ACCEPT WK-MODE.

           EVALUATE TRUE
              WHEN WK-MODE-EDIT
                 PERFORM 0500-STAFF-LOGIN
                    THRU 0500-STAFF-EXIT
                 IF WK-LOGIN-OK = 1
                    PERFORM 1000-EDIT-TABLE
                       THRU 1000-EDIT-EXIT
                 END-IF
              WHEN WK-MODE-CLOSE
                 PERFORM 2000-CLOSE-MONTH THRU 2000-CLOSE-EXIT
              WHEN WK-MODE-REPORT
                 PERFORM 7000-MOVEMENT-REPORT
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
           MOVE "TierClose" TO PING-PROGRAM.
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
              DISPLAY "Role " PING-ROLE " cannot change the tier "
                 "table"
              MOVE 8 TO RETURN-CODE
              GO TO 0500-STAFF-EXIT
           END-IF.
           MOVE 1 TO WK-LOGIN-OK.

       0500-STAFF-EXIT.

           CONTINUE.

      *Tier table editor. Bronze is the floor and asks nothing, so
      *only its multiplier is taken; Gold may not ask less than
      *Silver, and a multiplier of zero is taken as 1,0. Like every
      *house setting the edit is queued for a second supervisor's
      *approval at SetAdm and takes effect on the gaming date given
      *(as soon as approved when zero)

       1000-EDIT-TABLE.

           OPEN INPUT HOUSE.
           PERFORM 1100-READ-TABLE.
           CLOSE HOUSE.
           IF WK-NOREC = 1
              MOVE SPACES TO HS-CONFIG
           END-IF.
           MOVE WK-TIERTAB TO WK-OLDTAB.

           DISPLAY "Tier    Month rake   Hands  Comp x".
           PERFORM 1200-SHOW-TIER
              VARYING WK-TIER-IDX FROM 1 BY 1
              UNTIL WK-TIER-IDX > 3.

           DISPLAY "Silver - month's rake to qualify: " NO ADVANCING.
           ACCEPT WK-TIER-RAKE(2).
           DISPLAY "Silver - month's hands to qualify: "
              NO ADVANCING.
           ACCEPT WK-TIER-HANDS(2).
           DISPLAY "Gold - month's rake to qualify:   " NO ADVANCING.
           ACCEPT WK-TIER-RAKE(3).
           DISPLAY "Gold - month's hands to qualify:   " NO ADVANCING.
           ACCEPT WK-TIER-HANDS(3).
           IF WK-TIER-RAKE(3) < WK-TIER-RAKE(2)
                 OR WK-TIER-HANDS(3) < WK-TIER-HANDS(2)
              DISPLAY "Gold must ask at least what Silver asks - "
                 "nothing queued"
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EDIT-EXIT
           END-IF.

           PERFORM 1300-TAKE-MULTIPLIER
              VARYING WK-TIER-IDX FROM 1 BY 1
              UNTIL WK-TIER-IDX > 3.

           MOVE 0 TO WK-TIER-RAKE(1).
           MOVE 0 TO WK-TIER-HANDS(1).
           IF WK-TIERTAB = WK-OLDTAB
              DISPLAY "Tier table unchanged"
              GO TO 1000-EDIT-EXIT
           END-IF.
           DISPLAY "Effective gaming date (0 on approval): "
              NO ADVANCING.
           ACCEPT WK-EFFDATE.
           ACCEPT WK-TODAY FROM DATE.
           IF WK-EFFDATE NOT = 0 AND WK-EFFDATE < WK-TODAY
              DISPLAY "Effective date is already past - nothing queued"
              GO TO 1000-EDIT-EXIT
           END-IF.

           MOVE "TRT" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           MOVE WK-TIERTAB TO HS-TIERTAB.
           MOVE 1 TO WK-TIER-IDX.
           PERFORM 1400-FIRST-CHANGE
              THRU 1400-FIRST-EXIT.
           SET SETP-MAKE TO TRUE.
           MOVE HS-CONFIG TO SETP-IMAGE.
           MOVE WK-OLDVAL TO SETP-OLD.
           MOVE WK-NEWVAL TO SETP-NEW.
           MOVE WK-STAFFID TO SETP-MAKER.
           MOVE WK-EFFDATE TO SETP-EFFDATE.
           CALL "SetPend" USING SETP-PARMS.
           IF SETP-BUSY
              DISPLAY "Change " SETP-CHANGENO " to the tier table is "
                 "already awaiting approval - nothing queued"
           ELSE
              DISPLAY "Tier table change " SETP-CHANGENO " queued "
                 "for a second supervisor's approval (SetAdm)"
           END-IF.

       1000-EDIT-EXIT.

           CONTINUE.

      *The TRT record, or the shipped defaults when there is none --
      *the game's TIER-DEFAULTS keeps the same figures

       1100-READ-TABLE.

           MOVE 0 TO WK-NOREC.
           MOVE "TRT" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE 1 TO WK-NOREC
              NOT INVALID KEY
                 MOVE HS-TIERTAB TO WK-TIERTAB
           END-READ.
           IF WK-NOREC = 1
              MOVE 0 TO WK-TIER-RAKE(1)
              MOVE 0 TO WK-TIER-HANDS(1)
              MOVE 1 TO WK-TIER-MULT(1)
              MOVE 50 TO WK-TIER-RAKE(2)
              MOVE 100 TO WK-TIER-HANDS(2)
              MOVE 1,5 TO WK-TIER-MULT(2)
              MOVE 200 TO WK-TIER-RAKE(3)
              MOVE 400 TO WK-TIER-HANDS(3)
              MOVE 2 TO WK-TIER-MULT(3)
           END-IF.

       1200-SHOW-TIER.

           DISPLAY WK-TIERNAME-ENTRY(WK-TIER-IDX) "  "
              WK-TIER-RAKE(WK-TIER-IDX) "  "
              WK-TIER-HANDS(WK-TIER-IDX) "  "
              WK-TIER-MULT(WK-TIER-IDX).

       1300-TAKE-MULTIPLIER.

           DISPLAY WK-TIERNAME-ENTRY(WK-TIER-IDX)
              " - comp multiplier (e.g. 1,5): " NO ADVANCING.
           ACCEPT WK-TIER-MULT(WK-TIER-IDX).
           IF WK-TIER-MULT(WK-TIER-IDX) = 0
              MOVE 1 TO WK-TIER-MULT(WK-TIER-IDX)
           END-IF.

      *The first figure in the table that changed names the audit
      *line's setting and gives its old and new value -- the image
      *carries them all

       1400-FIRST-CHANGE.

           IF WK-TIER-IDX > 3
              GO TO 1400-FIRST-EXIT
           END-IF.
           IF WK-TIER-ENTRY(WK-TIER-IDX) = WK-OLD-ENTRY(WK-TIER-IDX)
              ADD 1 TO WK-TIER-IDX
              GO TO 1400-FIRST-CHANGE
           END-IF.
           MOVE SPACES TO SETP-SETTING.
           EVALUATE TRUE
              WHEN WK-TIER-RAKE(WK-TIER-IDX)
                    NOT = WK-OLD-RAKE(WK-TIER-IDX)
                 STRING WK-TIERNAME-ENTRY(WK-TIER-IDX)
                    DELIMITED BY SPACE
                    " RAKE" DELIMITED BY SIZE INTO SETP-SETTING
                 MOVE WK-OLD-RAKE(WK-TIER-IDX) TO WK-RAKESHOW
                 MOVE WK-RAKESHOW TO WK-OLDVAL
                 MOVE WK-TIER-RAKE(WK-TIER-IDX) TO WK-RAKESHOW
                 MOVE WK-RAKESHOW TO WK-NEWVAL
              WHEN WK-TIER-HANDS(WK-TIER-IDX)
                    NOT = WK-OLD-HANDS(WK-TIER-IDX)
                 STRING WK-TIERNAME-ENTRY(WK-TIER-IDX)
                    DELIMITED BY SPACE
                    " HANDS" DELIMITED BY SIZE INTO SETP-SETTING
                 MOVE WK-OLD-HANDS(WK-TIER-IDX) TO WK-HANDSHOW
                 MOVE WK-HANDSHOW TO WK-OLDVAL
                 MOVE WK-TIER-HANDS(WK-TIER-IDX) TO WK-HANDSHOW
                 MOVE WK-HANDSHOW TO WK-NEWVAL
              WHEN OTHER
                 STRING WK-TIERNAME-ENTRY(WK-TIER-IDX)
                    DELIMITED BY SPACE
                    " MULT" DELIMITED BY SIZE INTO SETP-SETTING
                 MOVE WK-OLD-MULT(WK-TIER-IDX) TO WK-MULTSHOW
                 MOVE WK-MULTSHOW TO WK-OLDVAL
                 MOVE WK-TIER-MULT(WK-TIER-IDX) TO WK-MULTSHOW
                 MOVE WK-MULTSHOW TO WK-NEWVAL
           END-EVALUATE.

       1400-FIRST-EXIT.

           CONTINUE.

      *Close a month: refuse a month already in the tier log, total
      *the month's play, add the idle Silver and Gold holders, then
      *judge every profile collected

       2000-CLOSE-MONTH.

           DISPLAY "Month to close (YYMM as logged): "
              NO ADVANCING.
           ACCEPT WK-MONTH.

           OPEN INPUT TIERLOG.
           MOVE "N" TO WK-EOF.
           MOVE 0 TO WK-DONE.
           PERFORM 2100-SCAN-TIERLOG
              UNTIL WK-FILE-EOF.
           CLOSE TIERLOG.
           IF WK-DONE = 1
              DISPLAY "Month " WK-MONTH
                 " is already closed - nothing done"
              MOVE 8 TO RETURN-CODE
              GO TO 2000-CLOSE-EXIT
           END-IF.

      *The month's last business date must have closed first --
      *the gate holds the close until that day's DayClose is done

           SET JOBG-START TO TRUE.
           MOVE "TierClose" TO JOBG-PROGRAM.
           COMPUTE JOBG-BUSDATE = WK-MONTH * 100.
           CALL "JobGate" USING JOBG-PARMS.
           IF JOBG-REFUSED
              MOVE 8 TO RETURN-CODE
              GO TO 2000-CLOSE-EXIT
           END-IF.

           PERFORM 3000-TALLY-HANDS.
           PERFORM 3500-TALLY-RAKE.

           OPEN INPUT HOUSE.
           PERFORM 1100-READ-TABLE.
           CLOSE HOUSE.

           OPEN I-O CONFIG.
           PERFORM 4000-ADD-HOLDERS.

           IF WK-TABLEFULL = 1
              DISPLAY "More than 200 profiles to judge - the rest "
                 "are NOT judged this run"
              MOVE 4 TO RETURN-CODE
           END-IF.

           ACCEPT WK-TODAY FROM DATE.
           OPEN EXTEND TIERLOG.
           PERFORM 5000-JUDGE-PROFILE THRU 5000-JUDGE-EXIT
              VARYING WK-PL-IDX FROM 1 BY 1
              UNTIL WK-PL-IDX > WK-PL-COUNT.
           CLOSE TIERLOG.
           CLOSE CONFIG.

           DISPLAY "Month " WK-MONTH " closed - " WK-PL-COUNT
              " profiles judged".
           DISPLAY "Up " WK-UPS "  down " WK-DOWNS "  grace "
              WK-GRACES "  held " WK-HOLDS "  skipped " WK-SKIPS.

       2000-CLOSE-EXIT.

           CONTINUE.

       2100-SCAN-TIERLOG.

           READ TIERLOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF TIER-MONTH = WK-MONTH
                    MOVE 1 TO WK-DONE
                 END-IF
           END-READ.

      *Hands played inside the month

       3000-TALLY-HANDS.

           OPEN INPUT HISTORY.
           MOVE "N" TO WK-EOF.
           PERFORM 3100-TALLY-HAND
              UNTIL WK-FILE-EOF.
           CLOSE HISTORY.

       3100-TALLY-HAND.

           READ HISTORY
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 COMPUTE WK-RECMONTH = HIST-DATE / 100
                 IF WK-RECMONTH = WK-MONTH
                       AND HIST-RECORD (10:5) NOT = "SEAL@"
                       AND HIST-PLAYER NOT = "SOAK"
                       AND HIST-VOID NOT = "V"
                       AND HIST-RESULT (1:17) NOT = "Checkpoint refund"
                    MOVE HIST-PLAYER TO WK-LOOKUP-NAME
                    PERFORM 3900-FIND-PLAYER
                    IF WK-FOUND-IDX > 0
                       ADD 1 TO WK-PL-HANDS(WK-FOUND-IDX)
                    END-IF
                 END-IF
           END-READ.

      *Rake contributed inside the month -- reversing rows written
      *by a hand void subtract, as every rake reader does

       3500-TALLY-RAKE.

           OPEN INPUT RAKELOG.
           MOVE "N" TO WK-EOF.
           PERFORM 3600-TALLY-RAKE-ROW
              UNTIL WK-FILE-EOF.
           CLOSE RAKELOG.

       3600-TALLY-RAKE-ROW.

           READ RAKELOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 COMPUTE WK-RECMONTH = RAKE-DATE / 100
                 IF WK-RECMONTH = WK-MONTH
                       AND RAKE-RECORD (10:5) NOT = "SEAL@"
                       AND RAKE-PLAYER NOT = "SOAK"
                    MOVE RAKE-PLAYER TO WK-LOOKUP-NAME
                    PERFORM 3900-FIND-PLAYER
                    IF WK-FOUND-IDX > 0
                       IF RAKE-RVSL = "RVS"
                          SUBTRACT RAKE-AMOUNT
                             FROM WK-PL-RAKE(WK-FOUND-IDX)
                       ELSE
                          ADD RAKE-AMOUNT
                             TO WK-PL-RAKE(WK-FOUND-IDX)
                       END-IF
                    END-IF
                 END-IF
           END-READ.

      *WK-FOUND-IDX comes back zero once the table is full

       3900-FIND-PLAYER.

           MOVE 0 TO WK-FOUND-IDX.
           PERFORM VARYING WK-PL-IDX FROM 1 BY 1
                 UNTIL WK-PL-IDX > WK-PL-COUNT
              IF WK-PL-NAME(WK-PL-IDX) = WK-LOOKUP-NAME
                 MOVE WK-PL-IDX TO WK-FOUND-IDX
              END-IF
           END-PERFORM.
           IF WK-FOUND-IDX = 0
              IF WK-PL-COUNT < 200
                 ADD 1 TO WK-PL-COUNT
                 MOVE WK-PL-COUNT TO WK-FOUND-IDX
                 MOVE WK-LOOKUP-NAME TO WK-PL-NAME(WK-FOUND-IDX)
                 MOVE 0 TO WK-PL-RAKE(WK-FOUND-IDX)
                 MOVE 0 TO WK-PL-HANDS(WK-FOUND-IDX)
              ELSE
                 MOVE 1 TO WK-TABLEFULL
              END-IF
           END-IF.

      *Silver and Gold holders, and anyone sitting in a grace month,
      *are judged whether they played or not

       4000-ADD-HOLDERS.

           MOVE 0 TO WK-DONE.
           MOVE "TIR" TO FD-OPTION.
           MOVE LOW-VALUES TO FD-PLAYER.
           START CONFIG KEY NOT < FD-KEY
              INVALID KEY
                 MOVE 1 TO WK-DONE
           END-START.
           PERFORM 4100-NEXT-HOLDER
              UNTIL WK-DONE = 1.

       4100-NEXT-HOLDER.

           READ CONFIG NEXT
              AT END
                 MOVE 1 TO WK-DONE
              NOT AT END
                 IF FD-OPTION NOT = "TIR"
                    MOVE 1 TO WK-DONE
                 ELSE
                    IF FD-TIER > 1 OR FD-TIERGRACE = 1
                       MOVE FD-PLAYER TO WK-LOOKUP-NAME
                       PERFORM 3900-FIND-PLAYER
                    END-IF
                 END-IF
           END-READ.

      *One profile's judgement under a record lock. The tier earned
      *is the highest whose rake AND hands the month reached; more
      *than the tier held is a promotion on the spot, the same tier
      *requalifies, and less is a grace month the first time and a
      *demotion to the tier earned the second

       5000-JUDGE-PROFILE.

           MOVE "TIR" TO FD-OPTION.
           MOVE WK-PL-NAME(WK-PL-IDX) TO FD-PLAYER.
           PERFORM 5900-CONFIG-READ-LOCK.
           IF WK-NOREC = 1
              MOVE "TIR" TO FD-OPTION
              MOVE WK-PL-NAME(WK-PL-IDX) TO FD-PLAYER
              MOVE 1 TO FD-TIER
              MOVE 0 TO FD-TIERDATE
              MOVE 0 TO FD-TIERMONTH
              MOVE 0 TO FD-TIERGRACE
           END-IF.
           IF FD-TIER < 1 OR FD-TIER > 3
              MOVE 1 TO FD-TIER
           END-IF.

           IF WK-NOREC = 0 AND FD-TIERMONTH NOT < WK-MONTH
              UNLOCK CONFIG
              ADD 1 TO WK-SKIPS
              DISPLAY "[" WK-PL-NAME(WK-PL-IDX) "] already judged "
                 "for " FD-TIERMONTH " - left alone"
              GO TO 5000-JUDGE-EXIT
           END-IF.

           MOVE 1 TO WK-QUAL.
           PERFORM 5100-TRY-TIER
              VARYING WK-TIER-IDX FROM 2 BY 1
              UNTIL WK-TIER-IDX > 3.

           MOVE FD-TIER TO WK-OLDTIER.
           EVALUATE TRUE
              WHEN WK-QUAL > WK-OLDTIER
                 MOVE WK-QUAL TO WK-NEWTIER
                 MOVE "UP" TO WK-MOVE
                 ADD 1 TO WK-UPS
                 MOVE WK-TODAY TO FD-TIERDATE
                 MOVE 0 TO FD-TIERGRACE
              WHEN WK-QUAL = WK-OLDTIER
                 MOVE WK-OLDTIER TO WK-NEWTIER
                 MOVE "HOLD" TO WK-MOVE
                 ADD 1 TO WK-HOLDS
                 IF WK-QUAL > 1
                    MOVE WK-TODAY TO FD-TIERDATE
                 END-IF
                 MOVE 0 TO FD-TIERGRACE
              WHEN FD-TIERGRACE = 0
                 MOVE WK-OLDTIER TO WK-NEWTIER
                 MOVE "GRACE" TO WK-MOVE
                 ADD 1 TO WK-GRACES
                 MOVE 1 TO FD-TIERGRACE
              WHEN OTHER
                 MOVE WK-QUAL TO WK-NEWTIER
                 MOVE "DOWN" TO WK-MOVE
                 ADD 1 TO WK-DOWNS
                 MOVE WK-TODAY TO FD-TIERDATE
                 MOVE 0 TO FD-TIERGRACE
           END-EVALUATE.

           MOVE WK-NEWTIER TO FD-TIER.
           MOVE WK-MONTH TO FD-TIERMONTH.
           IF WK-NOREC = 1
              WRITE FD-CONFIG
                 INVALID KEY CONTINUE
              END-WRITE
           ELSE
              REWRITE FD-CONFIG
           END-IF.

           MOVE SPACES TO TIER-RECORD.
           MOVE WK-MONTH TO TIER-MONTH.
           MOVE WK-TODAY TO TIER-DATE.
           MOVE WK-PL-NAME(WK-PL-IDX) TO TIER-PLAYER.
           MOVE WK-PL-RAKE(WK-PL-IDX) TO TIER-RAKE.
           MOVE WK-PL-HANDS(WK-PL-IDX) TO TIER-HANDS.
           MOVE WK-OLDTIER TO TIER-OLD.
           MOVE WK-NEWTIER TO TIER-NEW.
           MOVE WK-MOVE TO TIER-MOVE.
           WRITE TIER-RECORD.

           IF WK-MOVE NOT = "HOLD"
              DISPLAY WK-MOVE " [" WK-PL-NAME(WK-PL-IDX) "] "
                 WK-TIERNAME-ENTRY(WK-OLDTIER) " -> "
                 WK-TIERNAME-ENTRY(WK-NEWTIER)
           END-IF.

       5000-JUDGE-EXIT.

           CONTINUE.

       5100-TRY-TIER.

           IF WK-PL-RAKE(WK-PL-IDX) NOT < WK-TIER-RAKE(WK-TIER-IDX)
                 AND WK-PL-HANDS(WK-PL-IDX)
                    NOT < WK-TIER-HANDS(WK-TIER-IDX)
              MOVE WK-TIER-IDX TO WK-QUAL
           END-IF.

      *Keyed read under a record lock with a polite retry

       5900-CONFIG-READ-LOCK.

           MOVE 0 TO WK-NOREC.
           READ CONFIG WITH LOCK
              INVALID KEY
                 MOVE 1 TO WK-NOREC
           END-READ.
           IF WK-CONFIG-STATUS = "51" OR WK-CONFIG-STATUS = "9D"
              DISPLAY "Record in use by a terminal - retrying"
              GO TO 5900-CONFIG-READ-LOCK
           END-IF.

      *Tier movement report for one closed month, read back off the
      *tier log so it can be rerun at will

       7000-MOVEMENT-REPORT.

           DISPLAY "Month to report (YYMM as logged): "
              NO ADVANCING.
           ACCEPT WK-MONTH.

           INITIALIZE WK-POP-TAB.
           INITIALIZE WK-POP-RAKE-TAB.
           DISPLAY "Tier movement for month " WK-MONTH.
           DISPLAY "==========================================".

           DISPLAY " ".
           DISPLAY "Promoted".
           MOVE "UP" TO WK-SECTION.
           PERFORM 7100-PRINT-SECTION.

           DISPLAY " ".
           DISPLAY "Demoted after a grace month".
           MOVE "DOWN" TO WK-SECTION.
           PERFORM 7100-PRINT-SECTION.

           DISPLAY " ".
           DISPLAY "In their grace month - short of their tier, "
              "drop next month unless they qualify".
           MOVE "GRACE" TO WK-SECTION.
           PERFORM 7100-PRINT-SECTION.

      *The population pass counts every row, held ones included

           MOVE SPACES TO WK-SECTION.
           PERFORM 7100-PRINT-SECTION.
           DISPLAY " ".
           DISPLAY "Tier    Profiles  Month's rake".
           PERFORM 7300-PRINT-POPULATION
              VARYING WK-TIER-IDX FROM 1 BY 1
              UNTIL WK-TIER-IDX > 3.

       7100-PRINT-SECTION.

           MOVE 0 TO WK-LINES.
           OPEN INPUT TIERLOG.
           MOVE "N" TO WK-EOF.
           PERFORM 7200-SECTION-ROW
              UNTIL WK-FILE-EOF.
           CLOSE TIERLOG.
           IF WK-SECTION NOT = SPACES AND WK-LINES = 0
              DISPLAY "  (none)"
           END-IF.

       7200-SECTION-ROW.

           READ TIERLOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF TIER-MONTH = WK-MONTH
                    IF WK-SECTION = SPACES
                       IF TIER-NEW >= 1 AND TIER-NEW <= 3
                          ADD 1 TO WK-POP-COUNT(TIER-NEW)
                          ADD TIER-RAKE TO WK-POP-RAKE(TIER-NEW)
                       END-IF
                    ELSE
                       IF TIER-MOVE = WK-SECTION
                          ADD 1 TO WK-LINES
                          DISPLAY "  " TIER-PLAYER " "
                             WK-TIERNAME-ENTRY(TIER-OLD) " -> "
                             WK-TIERNAME-ENTRY(TIER-NEW)
                             "  rake " TIER-RAKE
                             "  hands " TIER-HANDS
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       7300-PRINT-POPULATION.

           DISPLAY WK-TIERNAME-ENTRY(WK-TIER-IDX) "  "
              WK-POP-COUNT(WK-TIER-IDX) "      "
              WK-POP-RAKE(WK-TIER-IDX).

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
