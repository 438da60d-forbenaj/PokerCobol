       IDENTIFICATION DIVISION.
       PROGRAM-ID. DispRep.
       SECURITY.   Dispute case aging for the morning meeting. Every
                   case on CPY\DISPUTE.CFG still open or under
                   investigation is listed with the hand it is
                   about, the player, the staff id that opened it,
                   its age in days, the date the regulator's
                   response deadline falls due, the days left to
                   it, and the last note made on it - OVERDUE once
                   the deadline has passed unanswered, DUE SOON
                   inside the warning days ahead of it. Upheld
                   cases whose hand has not yet been voided are
                   listed after them, since the player is still
                   owed the correction. Ends RC 4 when any case is
                   overdue. Mode E edits the DSD deadline settings
                   in the house settings file CPY\HOUSE.CFG: the
                   days allowed from a complaint to the answer (ten
                   until set) and the warning days (two until set).
                   A case's deadline is fixed when it is opened;
                   changing the days moves only the cases opened
                   afterwards. An edit needs a supervisor login
                   through PinGate (open, as NOSTAFF, while no staff
                   accounts are on file) and is queued through
                   SetPend for a second supervisor to approve at
                   SetAdm, in effect from the gaming date given.

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

           SELECT OPTIONAL DISPUTE
            ASSIGN TO
             "CPY\DISPUTE.CFG"
             ORGANIZATION INDEXED
             ACCESS DYNAMIC
             RECORD DSP-KEY.

       DATA DIVISION.
       FILE SECTION.
           COPY "CPY\HOUSEREC.CBL".

           COPY "CPY\DSPREC.CBL".

       WORKING-STORAGE SECTION.

           COPY "CPY\JOBGPARM.CBL".

           COPY "CPY\PINGPARM.CBL".

           COPY "CPY\SETPPARM.CBL".

       01 WK-MODE PIC X.
          88 WK-MODE-EDIT VALUE "E" "e".
          88 WK-MODE-REPORT VALUE "R" "r".

       01 WK-DONE PIC 9 VALUE 0.
       01 WK-TODAY PIC 9(08).
       01 WK-FULLDATE PIC 9(08).
       01 WK-TODAY-INT PIC 9(08).

      *The DSD house settings -- defaults stand in until the record
      *is written

       01 WK-DSPDAYS PIC 9(03) VALUE 10.
       01 WK-DSPWARN PIC 9(02) VALUE 2.

      *Supervisor login for an edit, and the queued change

       01 WK-STAFFID PIC X(10) VALUE SPACES.
       01 WK-STAFFPIN PIC 9(04).
       01 WK-STF-SEEN PIC 9 VALUE 0.
       01 WK-LOGIN-OK PIC 9 VALUE 0.
       01 WK-EFFDATE PIC 9(08).
       01 WK-OLDVAL PIC X(10).
       01 WK-NEWVAL PIC X(10).
       01 WK-OLD-DSPDAYS PIC 9(03).
       01 WK-OLD-DSPWARN PIC 9(02).

      *The case being aged -- held back until its notes have been
      *read past, so the line can show the last of them

       01 WK-HELD PIC 9 VALUE 0.
       01 WK-CASEHDR PIC X(210).
       01 WK-READREC PIC X(219).
       01 WK-CASENO PIC 9(06).
       01 WK-LASTNOTE PIC X(30).
       01 WK-LASTDATE PIC 9(08).
       01 WK-PASS PIC 9.
       01 WK-AGE PIC S9(05).
       01 WK-LEFT PIC S9(05).
       01 WK-FLAG PIC X(08).

       01 WK-ACTIVE PIC 9(05) VALUE 0.
       01 WK-OVERDUE PIC 9(05) VALUE 0.
       01 WK-DUESOON PIC 9(05) VALUE 0.
       01 WK-UNVOIDED PIC 9(05) VALUE 0.
       01 WK-CASES PIC 9(05) VALUE 0.

       01 WK-AGESHOW PIC ZZZ9.
       01 WK-LEFTSHOW PIC -ZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           DISPLAY "Mode - E edit dispute deadline, R aging report: "
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
                 PERFORM 2000-REPORT
                    THRU 2000-REPORT-EXIT
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
           MOVE "DispRep" TO PING-PROGRAM.
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
                 "dispute deadline"
              MOVE 8 TO RETURN-CODE
              GO TO 0500-STAFF-EXIT
           END-IF.
           MOVE 1 TO WK-LOGIN-OK.

       0500-STAFF-EXIT.

           CONTINUE.

      *The DSD settings, built on their defaults the first time.
      *Like every house setting the edit is queued for a second
      *supervisor's approval at SetAdm and takes effect on the
      *gaming date given (as soon as approved when zero)

       1000-EDIT-SETTINGS.

           OPEN INPUT HOUSE.
           MOVE "DSD" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE SPACES TO HS-CONFIG
                 MOVE "DSD" TO HS-OPTION
                 MOVE SPACES TO HS-PLAYER
                 MOVE 10 TO HS-DSPDAYS
                 MOVE 2 TO HS-DSPWARN
           END-READ.
           CLOSE HOUSE.
           MOVE HS-DSPDAYS TO WK-OLD-DSPDAYS.
           MOVE HS-DSPWARN TO WK-OLD-DSPWARN.
           DISPLAY "Answer due after (days):  " HS-DSPDAYS.
           DISPLAY "New deadline (days):      " NO ADVANCING.
           ACCEPT HS-DSPDAYS.
           DISPLAY "Due soon from (days):     " HS-DSPWARN.
           DISPLAY "New warning days:         " NO ADVANCING.
           ACCEPT HS-DSPWARN.
           IF HS-DSPDAYS = 0
              MOVE 10 TO HS-DSPDAYS
           END-IF.
           MOVE "DSD" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           MOVE SPACES TO WK-OLDVAL.
           MOVE SPACES TO WK-NEWVAL.
           EVALUATE TRUE
              WHEN HS-DSPDAYS NOT = WK-OLD-DSPDAYS
                 MOVE "DISPUTE DAYS" TO SETP-SETTING
                 MOVE WK-OLD-DSPDAYS TO WK-OLDVAL
                 MOVE HS-DSPDAYS TO WK-NEWVAL
              WHEN HS-DSPWARN NOT = WK-OLD-DSPWARN
                 MOVE "DISPUTE WARN" TO SETP-SETTING
                 MOVE WK-OLD-DSPWARN TO WK-OLDVAL
                 MOVE HS-DSPWARN TO WK-NEWVAL
              WHEN OTHER
                 DISPLAY "Dispute deadline unchanged"
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
                 " to the dispute deadline is already awaiting "
                 "approval - nothing queued"
           ELSE
              DISPLAY "Dispute deadline change "
                 SETP-CHANGENO " queued for a second "
                 "supervisor's approval (SetAdm)"
           END-IF.

       1000-EDIT-EXIT.

           CONTINUE.

      *Two sweeps of the case file -- the active cases against
      *their deadline, then the upheld cases still owed a void

       2000-REPORT.

           SET JOBG-START TO TRUE.
           MOVE "DispRep" TO JOBG-PROGRAM.
           MOVE 0 TO JOBG-BUSDATE.
           CALL "JobGate" USING JOBG-PARMS.
           IF JOBG-REFUSED
              MOVE 8 TO RETURN-CODE
              GO TO 2000-REPORT-EXIT
           END-IF.

           ACCEPT WK-TODAY FROM DATE.
           COMPUTE WK-FULLDATE = WK-TODAY + 20000000.
           COMPUTE WK-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WK-FULLDATE).
           PERFORM 2100-LOAD-SETTINGS.

           DISPLAY " ".
           DISPLAY "Dispute case aging for " WK-TODAY
              "  (answer due " WK-DSPDAYS " days from opening, "
              "due soon " WK-DSPWARN " days ahead)".
           DISPLAY "=========================================="
              "==========================================".
           DISPLAY "Flag     Case   St Seed      Player     "
              "Opened by   Age Due          Left Last note".

           MOVE 1 TO WK-PASS.
           PERFORM 2200-SWEEP-CASES.

           DISPLAY " ".
           DISPLAY "Upheld, hand not yet voided".
           DISPLAY "------------------------------------------".
           MOVE 2 TO WK-PASS.
           PERFORM 2200-SWEEP-CASES.

           DISPLAY " ".
           DISPLAY "Cases on file:    " WK-CASES.
           DISPLAY "Open:             " WK-ACTIVE.
           DISPLAY "Overdue:          " WK-OVERDUE.
           DISPLAY "Due soon:         " WK-DUESOON.
           DISPLAY "Awaiting void:    " WK-UNVOIDED.

           IF WK-OVERDUE > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

       2000-REPORT-EXIT.

           EXIT.

       2100-LOAD-SETTINGS.

           OPEN INPUT HOUSE.
           MOVE "DSD" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF HS-DSPDAYS > 0
                    MOVE HS-DSPDAYS TO WK-DSPDAYS
                 END-IF
                 MOVE HS-DSPWARN TO WK-DSPWARN
           END-READ.
           CLOSE HOUSE.

       2200-SWEEP-CASES.

           MOVE 0 TO WK-HELD.
           OPEN INPUT DISPUTE.
           MOVE 0 TO DSP-CASE.
           MOVE 0 TO DSP-LINE.
           MOVE 0 TO WK-DONE.
           START DISPUTE KEY NOT < DSP-KEY
              INVALID KEY
                 MOVE 1 TO WK-DONE
           END-START.
           PERFORM 3000-ONE-LINE
              UNTIL WK-DONE = 1.
           IF WK-HELD = 1
              PERFORM 4000-AGE-CASE
                 THRU 4000-AGE-EXIT
           END-IF.
           CLOSE DISPUTE.

      *A case line starts the next case, so the one held is aged
      *first; a note line just becomes the held case's last note

       3000-ONE-LINE.

           READ DISPUTE NEXT
              AT END
                 MOVE 1 TO WK-DONE
              NOT AT END
                 IF DSP-LINE = 0
                    IF WK-HELD = 1
                       MOVE DSP-RECORD TO WK-READREC
                       PERFORM 4000-AGE-CASE
                          THRU 4000-AGE-EXIT
                       MOVE WK-READREC TO DSP-RECORD
                    END-IF
                    MOVE DSP-DATA TO WK-CASEHDR
                    MOVE DSP-CASE TO WK-CASENO
                    MOVE SPACES TO WK-LASTNOTE
                    MOVE DSP-OPENDATE TO WK-LASTDATE
                    MOVE 1 TO WK-HELD
                 ELSE
                    IF DSP-CASE = WK-CASENO
                       MOVE DSN-TEXT TO WK-LASTNOTE
                       MOVE DSN-DATE TO WK-LASTDATE
                    END-IF
                 END-IF
           END-READ.

      *The held case goes back into the record area to be printed;
      *the sweep reads on from its own key, untouched by this

       4000-AGE-CASE.

           MOVE 0 TO WK-HELD.
           MOVE WK-CASENO TO DSP-CASE.
           MOVE 0 TO DSP-LINE.
           MOVE WK-CASEHDR TO DSP-DATA.

           IF WK-PASS = 2
              IF DSP-UPHELD AND DSP-VOIDED NOT = "Y"
                 ADD 1 TO WK-UNVOIDED
                 DISPLAY "VOID DUE " DSP-CASE " " DSP-SEED " "
                    DSP-PLAYER " decided " DSP-DECIDEDATE " by "
                    DSP-DECIDEBY
              END-IF
              GO TO 4000-AGE-EXIT
           END-IF.

           ADD 1 TO WK-CASES.
           IF NOT DSP-ACTIVE
              GO TO 4000-AGE-EXIT
           END-IF.
           ADD 1 TO WK-ACTIVE.

           COMPUTE WK-FULLDATE = DSP-OPENDATE + 20000000.
           COMPUTE WK-AGE = WK-TODAY-INT
              - FUNCTION INTEGER-OF-DATE(WK-FULLDATE).
           COMPUTE WK-FULLDATE = DSP-DUEDATE + 20000000.
           COMPUTE WK-LEFT =
              FUNCTION INTEGER-OF-DATE(WK-FULLDATE) - WK-TODAY-INT.

           EVALUATE TRUE
              WHEN WK-LEFT < 0
                 MOVE "OVERDUE" TO WK-FLAG
                 ADD 1 TO WK-OVERDUE
              WHEN WK-LEFT <= WK-DSPWARN
                 MOVE "DUE SOON" TO WK-FLAG
                 ADD 1 TO WK-DUESOON
              WHEN OTHER
                 MOVE SPACES TO WK-FLAG
           END-EVALUATE.

           MOVE WK-AGE TO WK-AGESHOW.
           MOVE WK-LEFT TO WK-LEFTSHOW.
           DISPLAY WK-FLAG " " DSP-CASE " " DSP-STATUS "  "
              DSP-SEED " " DSP-PLAYER " " DSP-OPENBY " "
              WK-AGESHOW " " DSP-DUEDATE " " WK-LEFTSHOW " "
              WK-LASTDATE " " WK-LASTNOTE.

       4000-AGE-EXIT.

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
