                   181-365, over a year, and never stamped), totals
                   the FD-BANKROLL exposure per bucket, and flags
                   every profile past the configurable DRM dormancy
                   threshold (kept in the house settings file
                   CPY\HOUSE.CFG) as an ESCHEAT CANDIDATE for the
                   supervisor to walk into ProfAdm's retire step.
                   Mode E edits the threshold; mode R reports. An
                   edit needs a supervisor login through PinGate
                   (open, as NOSTAFF, while no staff accounts are on
                   file) and is queued through SetPend for a second
                   supervisor to approve at SetAdm, in effect from
                   the gaming date given. The report runs on demand
                   under the job gate, which records each run.

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

       DATA DIVISION.
       FILE SECTION.
           COPY "CPY\CONFREC.CBL".

           COPY "CPY\HOUSEREC.CBL".

       WORKING-STORAGE SECTION.

           COPY "CPY\JOBGPARM.CBL".

           COPY "CPY\PINGPARM.CBL".

           COPY "CPY\SETPPARM.CBL".

       01 WK-MODE PIC X.
          88 WK-MODE-EDIT VALUE "E" "e".
          88 WK-MODE-REPORT VALUE "R" "r".
       01 WK-AGEDAYS PIC S9(05).
       01 WK-DORMDAYS PIC 9(04) VALUE 180.

      *Supervisor login for an edit, and the queued change

       01 WK-STAFFID PIC X(10) VALUE SPACES.
       01 WK-STAFFPIN PIC 9(04).
       01 WK-STF-SEEN PIC 9 VALUE 0.
       01 WK-LOGIN-OK PIC 9 VALUE 0.
       01 WK-EFFDATE PIC 9(08).
       01 WK-OLDVAL PIC X(10).
       01 WK-NEWVAL PIC X(10).

      *Profiles collected off the BAN records, joined with their
      *LAC stamps afterwards


           EVALUATE TRUE
              WHEN WK-MODE-EDIT
                 PERFORM 0500-STAFF-LOGIN
                    THRU 0500-STAFF-EXIT
                 IF WK-LOGIN-OK = 1
                    PERFORM 1000-EDIT-THRESHOLD
                       THRU 1000-EDIT-EXIT
                 END-IF
              WHEN WK-MODE-REPORT
                 SET JOBG-START TO TRUE
                 MOVE "DormRep" TO JOBG-PROGRAM
                 MOVE 0 TO JOBG-BUSDATE
                 CALL "JobGate" USING JOBG-PARMS
                 IF JOBG-REFUSED
                    MOVE 8 TO RETURN-CODE
                 ELSE
                    PERFORM 2000-REPORT
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
           MOVE "DormRep" TO PING-PROGRAM.
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
                 "dormancy threshold"
              MOVE 8 TO RETURN-CODE
              GO TO 0500-STAFF-EXIT
           END-IF.
           MOVE 1 TO WK-LOGIN-OK.

       0500-STAFF-EXIT.

           CONTINUE.

      *The DRM threshold, 180 days the first time. Like every house
      *setting the edit is queued for a second supervisor's
      *approval at SetAdm and takes effect on the gaming date given
      *(as soon as approved when zero)

       1000-EDIT-THRESHOLD.

           OPEN INPUT HOUSE.
           MOVE "DRM" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE SPACES TO HS-CONFIG
                 MOVE "DRM" TO HS-OPTION
                 MOVE SPACES TO HS-PLAYER
                 MOVE 180 TO HS-DORMDAYS
           END-READ.
           CLOSE HOUSE.
           MOVE HS-DORMDAYS TO WK-OLDVAL.
           DISPLAY "Current threshold: " HS-DORMDAYS " days".
           DISPLAY "New threshold (days): " NO ADVANCING.
           ACCEPT HS-DORMDAYS.
           IF HS-DORMDAYS = 0
              MOVE 180 TO HS-DORMDAYS
           END-IF.
           MOVE "DRM" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           MOVE HS-DORMDAYS TO WK-NEWVAL.
           IF WK-NEWVAL = WK-OLDVAL
              DISPLAY "Dormancy threshold unchanged"
              GO TO 1000-EDIT-EXIT
           END-IF.
           MOVE "DORMANCY" TO SETP-SETTING.
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
                 " to the dormancy threshold is already awaiting "
                 "approval - nothing queued"
           ELSE
              DISPLAY "Dormancy threshold change "
                 SETP-CHANGENO " queued for a second "
                 "supervisor's approval (SetAdm)"
           END-IF.

       1000-EDIT-EXIT.

           CONTINUE.

       2000-REPORT.

           COMPUTE WK-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WK-FULLDATE).

           OPEN INPUT HOUSE.
           MOVE "DRM" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE 180 TO WK-DORMDAYS
              NOT INVALID KEY
                 MOVE HS-DORMDAYS TO WK-DORMDAYS
           END-READ.
           CLOSE HOUSE.

           OPEN INPUT CONFIG.
           MOVE "BAN" TO FD-OPTION.
           MOVE LOW-VALUES TO FD-PLAYER.
           START CONFIG KEY NOT < FD-KEY

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
