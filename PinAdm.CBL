       IDENTIFICATION DIVISION.
       PROGRAM-ID. PinAdm.
       SECURITY.   PIN lockout desk. PinGate counts the wrong PINs
                   made against each staff id, each player profile
                   and the shared supervisor PIN, and locks it once
                   the PNP setting's limit is reached in a row
                   (three until set). A lock holds until a
                   supervisor clears it here - never the locked
                   staff id itself, so a supervisor locked out needs
                   another. Clearing resets the count and is written
                   to the security log CPY\SECURITY.LOG under the
                   clearing supervisor's id. Mode E edits the PNP
                   setting: the wrong PINs in a row that lock, and
                   the days a PIN may go unchanged before the next
                   sign-in must change it (ninety until set, zero
                   meaning never) - queued through SetPend for a
                   second supervisor to approve at SetAdm, in effect
                   from the gaming date given. Supervisor login
                   through the same gate; with no staff accounts on
                   file the desk runs open, and its clearances are
                   logged as NOSTAFF. PinRep lists the week's
                   lockouts and the stale PINs for the auditors.

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
             RECORD HS-KEY
             LOCK MODE IS MANUAL WITH LOCK ON RECORD
             FILE STATUS WK-HOUSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "CPY\HOUSEREC.CBL".

       WORKING-STORAGE SECTION.

           COPY "CPY\PINGPARM.CBL".

           COPY "CPY\SETPPARM.CBL".

       01 WK-HOUSE-STATUS PIC X(02).

       01 WK-MODE PIC X.
          88 WK-MODE-STAFF VALUE "U" "u".
          88 WK-MODE-SHARED VALUE "H" "h".
          88 WK-MODE-PROFILE VALUE "P" "p".
          88 WK-MODE-EDIT VALUE "E" "e".
          88 WK-MODE-EXIT VALUE "X" "x".

       01 WK-STAFFID PIC X(10) VALUE SPACES.
       01 WK-STAFFPIN PIC 9(04).
       01 WK-STF-SEEN PIC 9 VALUE 0.
       01 WK-NOREC PIC 9 VALUE 0.
       01 WK-ASKID PIC X(10).
       01 WK-EFFDATE PIC 9(08).
       01 WK-TODAY PIC 9(08).
       01 WK-POLOLD PIC X(10).
       01 WK-POLNEW PIC X(10).

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 0500-STAFF-LOGIN
              THRU 0500-STAFF-EXIT.

           PERFORM 1000-ONE-TRANSACTION
              THRU 1000-TRANSACTION-EXIT
              UNTIL WK-MODE-EXIT.
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.

      *Supervisor challenge -- the counter's rules, supervisor role
      *only. With no staff on file the desk runs open, since the
      *shared PIN is then the only gate and may be the one locked

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

           IF WK-STF-SEEN = 0
              DISPLAY "No staff accounts on file - PIN desk runs "
                 "open until some are set up"
              MOVE "NOSTAFF" TO WK-STAFFID
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
           MOVE "PinAdm" TO PING-PROGRAM.
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
              SET WK-MODE-EXIT TO TRUE
              GO TO 0500-STAFF-EXIT
           END-IF.
           IF PING-ROLE NOT = "S"
              DISPLAY "Role " PING-ROLE " cannot clear a lockout"
              MOVE 8 TO RETURN-CODE
              SET WK-MODE-EXIT TO TRUE
              GO TO 0500-STAFF-EXIT
           END-IF.
           DISPLAY "PIN desk open for " WK-STAFFID.

       0500-STAFF-EXIT.

           CONTINUE.

       1000-ONE-TRANSACTION.

           DISPLAY " ".
           DISPLAY "Mode - U clear a staff id, H clear the shared "
              "supervisor PIN,".
           DISPLAY "       P clear a profile, E edit the PIN policy, "
              "X exit: " NO ADVANCING.
           ACCEPT WK-MODE.

           EVALUATE TRUE
              WHEN WK-MODE-STAFF
                 PERFORM 2000-CLEAR-STAFF
              WHEN WK-MODE-SHARED
                 PERFORM 3000-CLEAR-SHARED
              WHEN WK-MODE-PROFILE
                 PERFORM 4000-CLEAR-PROFILE
              WHEN WK-MODE-EDIT
                 PERFORM 5000-EDIT-POLICY
                    THRU 5000-EDIT-EXIT
              WHEN WK-MODE-EXIT
                 CONTINUE
              WHEN OTHER
                 DISPLAY "Enter U, H, P, E or X"
           END-EVALUATE.

       1000-TRANSACTION-EXIT.

           CONTINUE.

       2000-CLEAR-STAFF.

           DISPLAY "Staff id to clear: " NO ADVANCING.
           MOVE SPACES TO WK-ASKID.
           ACCEPT WK-ASKID.
           SET PING-STAFF TO TRUE.
           MOVE WK-ASKID TO PING-ID.
           PERFORM 6000-CLEAR.

       3000-CLEAR-SHARED.

           SET PING-SHARED TO TRUE.
           MOVE SPACES TO PING-ID.
           MOVE "shared PIN" TO WK-ASKID.
           PERFORM 6000-CLEAR.

       4000-CLEAR-PROFILE.

           DISPLAY "Profile to clear: " NO ADVANCING.
           MOVE SPACES TO WK-ASKID.
           ACCEPT WK-ASKID.
           SET PING-PROFILE TO TRUE.
           MOVE WK-ASKID TO PING-ID.
           PERFORM 6000-CLEAR.

      *The PNP setting, built on its defaults the first time. Like
      *every house setting the edit is queued for a second
      *supervisor's approval at SetAdm and takes effect on the
      *gaming date given (as soon as approved when zero)

       5000-EDIT-POLICY.

           OPEN INPUT HOUSE.
           MOVE "PNP" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           PERFORM 5100-HOUSE-READ-LOCK.
           CLOSE HOUSE.
           IF WK-NOREC = 1
              MOVE SPACES TO HS-CONFIG
              MOVE "PNP" TO HS-OPTION
              MOVE SPACES TO HS-PLAYER
              MOVE 3 TO HS-PINMAXFAIL
              MOVE 90 TO HS-PINAGEDAYS
           END-IF.
           MOVE SPACES TO WK-POLOLD.
           STRING HS-PINMAXFAIL "/" HS-PINAGEDAYS
              DELIMITED BY SIZE INTO WK-POLOLD.
           DISPLAY "Wrong PINs that lock:     " HS-PINMAXFAIL.
           DISPLAY "New limit:                " NO ADVANCING.
           ACCEPT HS-PINMAXFAIL.
           DISPLAY "PIN age limit (days):     " HS-PINAGEDAYS.
           DISPLAY "New age limit (0 never):  " NO ADVANCING.
           ACCEPT HS-PINAGEDAYS.
           IF HS-PINMAXFAIL = 0
              MOVE 3 TO HS-PINMAXFAIL
           END-IF.
           MOVE SPACES TO WK-POLNEW.
           STRING HS-PINMAXFAIL "/" HS-PINAGEDAYS
              DELIMITED BY SIZE INTO WK-POLNEW.
           IF WK-POLNEW = WK-POLOLD
              DISPLAY "PIN policy unchanged"
              GO TO 5000-EDIT-EXIT
           END-IF.
           DISPLAY "Effective gaming date (0 on approval): "
              NO ADVANCING.
           ACCEPT WK-EFFDATE.
           ACCEPT WK-TODAY FROM DATE.
           IF WK-EFFDATE NOT = 0 AND WK-EFFDATE < WK-TODAY
              DISPLAY "Effective date is already past - nothing queued"
              GO TO 5000-EDIT-EXIT
           END-IF.

           MOVE "PNP" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           SET SETP-MAKE TO TRUE.
           MOVE HS-CONFIG TO SETP-IMAGE.
           MOVE "PIN POLICY" TO SETP-SETTING.
           MOVE WK-POLOLD TO SETP-OLD.
           MOVE WK-POLNEW TO SETP-NEW.
           MOVE WK-STAFFID TO SETP-MAKER.
           MOVE WK-EFFDATE TO SETP-EFFDATE.
           CALL "SetPend" USING SETP-PARMS.
           IF SETP-BUSY
              DISPLAY "Change " SETP-CHANGENO " to the PIN policy is "
                 "already awaiting approval"
           ELSE
              DISPLAY "PIN policy change " SETP-CHANGENO " queued for "
                 "a second supervisor's approval (SetAdm)"
           END-IF.

       5000-EDIT-EXIT.

           CONTINUE.

       5100-HOUSE-READ-LOCK.

           MOVE 0 TO WK-NOREC.
           READ HOUSE WITH LOCK
              INVALID KEY
                 MOVE 1 TO WK-NOREC
           END-READ.
           IF WK-HOUSE-STATUS = "51" OR WK-HOUSE-STATUS = "9D"
              DISPLAY "Record in use by a terminal - retrying"
              GO TO 5100-HOUSE-READ-LOCK
           END-IF.

      *The clearance itself -- PinGate refuses a supervisor clearing
      *their own id and logs the reset under the clearing id

       6000-CLEAR.

           SET PING-RESET TO TRUE.
           MOVE WK-STAFFID TO PING-BY.
           MOVE "PinAdm" TO PING-PROGRAM.
           CALL "PinGate" USING PING-PARMS.
           EVALUATE TRUE
              WHEN PING-OK
                 DISPLAY "Lockout on " WK-ASKID " cleared"
              WHEN PING-REFUSED
                 DISPLAY "A supervisor cannot clear their own id - "
                    "another must"
              WHEN PING-NOACCOUNT AND PING-PROFILE
                 DISPLAY "Profile " WK-ASKID " has no PIN set"
              WHEN OTHER
                 DISPLAY "No staff account [" WK-ASKID "]"
           END-EVALUATE.

       9999-EXIT.

       9999-EXIT-EXIT.

           GOBACK.
