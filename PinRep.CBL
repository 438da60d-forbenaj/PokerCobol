       IDENTIFICATION DIVISION.
       PROGRAM-ID. PinRep.
       SECURITY.   Weekly PIN security report for the auditors, run
                   under an auditor-role staff login (open while no
                   staff accounts are on file). Its business date
                   is the week's Sunday - the last one on or before
                   today - and the job calendar owes it on every
                   Sunday. It lists every lockout still in force on
                   a staff id, on the shared supervisor PIN and on a
                   player profile, with the date it was set and the
                   wrong entries made; every PIN older than the PNP
                   setting's age limit, or set before PIN ages were
                   kept and so not yet dated; and, from the security
                   log CPY\SECURITY.LOG, the week's wrong PINs,
                   lockouts, clearances, expired PINs and changes,
                   with the lockouts and clearances line by line.
                   The auditor accounts it is meant for head the
                   report. Ends RC 4 when any lockout is in force
                   or any PIN is stale. Read only.

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

           SELECT OPTIONAL SECLOG
            ASSIGN TO
             "CPY\SECURITY.LOG"
             ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "CPY\CONFREC.CBL".

           COPY "CPY\HOUSEREC.CBL".

           COPY "CPY\SECREC.CBL".

       WORKING-STORAGE SECTION.

           COPY "CPY\JOBGPARM.CBL".

           COPY "CPY\PINGPARM.CBL".

       01 WK-DONE PIC 9 VALUE 0.
       01 WK-TODAY PIC 9(08).
       01 WK-FULLDATE PIC 9(08).
       01 WK-TODAY-INT PIC 9(08).
       01 WK-WEEKS PIC 9(08).
       01 WK-WEEKDAY PIC 9.
       01 WK-SUNDAY PIC 9(08).
       01 WK-SUNDAY-INT PIC 9(08).
       01 WK-MONDAY PIC 9(08).
       01 WK-AGE PIC S9(05).

       01 WK-STAFFID PIC X(10) VALUE SPACES.
       01 WK-STAFFPIN PIC 9(04).
       01 WK-STF-SEEN PIC 9 VALUE 0.

      *The auditor accounts, gathered for the head of the report

       01 WK-AUDLIST PIC X(66) VALUE SPACES.
       01 WK-AUDPTR PIC 9(02) COMP VALUE 1.
       01 WK-AUDITORS PIC 9(02) VALUE 0.

      *The PNP setting -- defaults stand in until it is written

       01 WK-MAXFAIL PIC 9(02) VALUE 3.
       01 WK-AGEDAYS PIC 9(03) VALUE 90.

      *The entry being looked at, whichever file it came off

       01 WK-KIND PIC X(01).
       01 WK-ID PIC X(10).
       01 WK-PIN PIC 9(04).
       01 WK-FAILS PIC 9(02).
       01 WK-LOCK PIC X(01).
       01 WK-LOCKDATE PIC 9(08).
       01 WK-SETDATE PIC 9(08).
       01 WK-PASS PIC 9.

       01 WK-LOCKED PIC 9(05) VALUE 0.
       01 WK-STALE PIC 9(05) VALUE 0.
       01 WK-EV-FAIL PIC 9(05) VALUE 0.
       01 WK-EV-LOCKOUT PIC 9(05) VALUE 0.
       01 WK-EV-LOCKED PIC 9(05) VALUE 0.
       01 WK-EV-RESET PIC 9(05) VALUE 0.
       01 WK-EV-EXPIRED PIC 9(05) VALUE 0.
       01 WK-EV-CHANGE PIC 9(05) VALUE 0.

       01 WK-AGESHOW PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 0500-STAFF-LOGIN
              THRU 0500-STAFF-EXIT.
           IF RETURN-CODE = 0
              PERFORM 2000-REPORT
                 THRU 2000-REPORT-EXIT
           END-IF.
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.

      *Auditor challenge -- the counter's rules, auditor role only.
      *The sweep that looks for staff gathers the auditor ids too

       0500-STAFF-LOGIN.

           OPEN INPUT HOUSE.
           MOVE "STF" TO HS-OPTION.
           MOVE LOW-VALUES TO HS-PLAYER.
           MOVE 0 TO WK-DONE.
           START HOUSE KEY NOT < HS-KEY
              INVALID KEY
                 MOVE 1 TO WK-DONE
           END-START.
           PERFORM 0600-ONE-STAFF
              UNTIL WK-DONE = 1.
           CLOSE HOUSE.

           IF WK-STF-SEEN = 0
              DISPLAY "No staff accounts on file - the report runs "
                 "open until some are set up"
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
           MOVE "PinRep" TO PING-PROGRAM.
           MOVE "Y" TO PING-CONSOLE.
           CALL "PinGate" USING PING-PARMS.
           IF NOT PING-OK
              EVALUATE TRUE
                 WHEN PING-NOACCOUNT
                    DISPLAY "No staff account [" WK-STAFFID "]"
                 WHEN PING-LOCKED
                    DISPLAY "Staff id " WK-STAFFID " is locked out - "
                       "a supervisor must clear it"
                 WHEN PING-EXPIRED
                    DISPLAY "PIN expired and not changed"
                 WHEN OTHER
                    DISPLAY "Wrong staff PIN"
              END-EVALUATE
              MOVE 8 TO RETURN-CODE
              GO TO 0500-STAFF-EXIT
           END-IF.
           IF PING-ROLE NOT = "A"
              DISPLAY "Role " PING-ROLE " - the PIN security report "
                 "is for auditor accounts"
              MOVE 8 TO RETURN-CODE
           END-IF.

       0500-STAFF-EXIT.

           CONTINUE.

       0600-ONE-STAFF.

           READ HOUSE NEXT
              AT END
                 MOVE 1 TO WK-DONE
              NOT AT END
                 IF HS-OPTION NOT = "STF"
                    MOVE 1 TO WK-DONE
                 ELSE
                    MOVE 1 TO WK-STF-SEEN
                    IF HS-STAFFROLE = "A" AND WK-AUDITORS < 6
                       ADD 1 TO WK-AUDITORS
                       STRING HS-PLAYER " " DELIMITED BY SIZE
                          INTO WK-AUDLIST
                          WITH POINTER WK-AUDPTR
                    END-IF
                 END-IF
           END-READ.

      *The week ends on the Sunday on or before today. Day one of
      *the integer calendar was a Monday, so a Sunday divides by
      *seven without remainder

       2000-REPORT.

           ACCEPT WK-TODAY FROM DATE.
           COMPUTE WK-FULLDATE = WK-TODAY + 20000000.
           COMPUTE WK-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WK-FULLDATE).
           DIVIDE WK-TODAY-INT BY 7 GIVING WK-WEEKS
              REMAINDER WK-WEEKDAY.
           COMPUTE WK-SUNDAY-INT = WK-TODAY-INT - WK-WEEKDAY.
           COMPUTE WK-FULLDATE =
              FUNCTION DATE-OF-INTEGER(WK-SUNDAY-INT).
           COMPUTE WK-SUNDAY = WK-FULLDATE - 20000000.
           COMPUTE WK-FULLDATE =
              FUNCTION DATE-OF-INTEGER(WK-SUNDAY-INT - 6).
           COMPUTE WK-MONDAY = WK-FULLDATE - 20000000.

           SET JOBG-START TO TRUE.
           MOVE "PinRep" TO JOBG-PROGRAM.
           MOVE WK-SUNDAY TO JOBG-BUSDATE.
           CALL "JobGate" USING JOBG-PARMS.
           IF JOBG-REFUSED
              MOVE 8 TO RETURN-CODE
              GO TO 2000-REPORT-EXIT
           END-IF.

           PERFORM 2100-LOAD-POLICY.

           DISPLAY " ".
           DISPLAY "PIN security report, week " WK-MONDAY " to "
              WK-SUNDAY.
           IF WK-AUDITORS > 0
              DISPLAY "For the auditors: " WK-AUDLIST
           END-IF.
           DISPLAY "Lockout after " WK-MAXFAIL " wrong PINs, PINs "
              "age out after " WK-AGEDAYS " days (0 never)".
           DISPLAY "=========================================="
              "==============================".

           DISPLAY " ".
           DISPLAY "Lockouts in force".
           DISPLAY "Kind Id         Locked   Wrong".
           MOVE 1 TO WK-PASS.
           PERFORM 3000-SWEEP-PINS.

           DISPLAY " ".
           DISPLAY "Stale PINs".
           DISPLAY "Kind Id         Set on   Age".
           MOVE 2 TO WK-PASS.
           IF WK-AGEDAYS > 0
              PERFORM 3000-SWEEP-PINS
           ELSE
              DISPLAY "  (no age limit set)"
           END-IF.

           DISPLAY " ".
           DISPLAY "Lockouts and clearances this week".
           DISPLAY "Date     Time     Event    K Id         By       "
              "  Program      Wrong".
           OPEN INPUT SECLOG.
           MOVE 0 TO WK-DONE.
           PERFORM 5000-ONE-EVENT
              UNTIL WK-DONE = 1.
           CLOSE SECLOG.

           DISPLAY " ".
           DISPLAY "Lockouts in force:   " WK-LOCKED.
           DISPLAY "Stale PINs:          " WK-STALE.
           DISPLAY "This week -".
           DISPLAY "  Wrong PINs:        " WK-EV-FAIL.
           DISPLAY "  Lockouts set:      " WK-EV-LOCKOUT.
           DISPLAY "  Refused locked:    " WK-EV-LOCKED.
           DISPLAY "  Lockouts cleared:  " WK-EV-RESET.
           DISPLAY "  PINs expired:      " WK-EV-EXPIRED.
           DISPLAY "  PINs changed:      " WK-EV-CHANGE.

           IF WK-LOCKED > 0 OR WK-STALE > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

       2000-REPORT-EXIT.

           EXIT.

       2100-LOAD-POLICY.

           OPEN INPUT HOUSE.
           MOVE "PNP" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF HS-PINMAXFAIL NUMERIC AND HS-PINMAXFAIL > 0
                    MOVE HS-PINMAXFAIL TO WK-MAXFAIL
                 END-IF
                 IF HS-PINAGEDAYS NUMERIC
                    MOVE HS-PINAGEDAYS TO WK-AGEDAYS
                 END-IF
           END-READ.
           CLOSE HOUSE.

      *Every PIN there is -- the staff ids and the shared PIN off
      *the house settings file, then the profiles off CONFIG

       3000-SWEEP-PINS.

           OPEN INPUT HOUSE.
           MOVE "STF" TO HS-OPTION.
           MOVE LOW-VALUES TO HS-PLAYER.
           MOVE 0 TO WK-DONE.
           START HOUSE KEY NOT < HS-KEY
              INVALID KEY
                 MOVE 1 TO WK-DONE
           END-START.
           PERFORM 3100-ONE-STAFF
              UNTIL WK-DONE = 1.

           MOVE "PIN" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "H" TO WK-KIND
                 MOVE "SHAREDPIN" TO WK-ID
                 MOVE HS-SUPERVISORPIN TO WK-PIN
                 MOVE HS-PINFAILS TO WK-FAILS
                 MOVE HS-PINLOCK TO WK-LOCK
                 MOVE HS-PINLOCKDATE TO WK-LOCKDATE
                 MOVE HS-PINSET TO WK-SETDATE
                 PERFORM 4000-ONE-PIN
                    THRU 4000-ONE-PIN-EXIT
           END-READ.
           CLOSE HOUSE.

           OPEN INPUT CONFIG.
           MOVE "PPN" TO FD-OPTION.
           MOVE LOW-VALUES TO FD-PLAYER.
           MOVE 0 TO WK-DONE.
           START CONFIG KEY NOT < FD-KEY
              INVALID KEY
                 MOVE 1 TO WK-DONE
           END-START.
           PERFORM 3200-ONE-PROFILE
              UNTIL WK-DONE = 1.
           CLOSE CONFIG.

       3100-ONE-STAFF.

           READ HOUSE NEXT
              AT END
                 MOVE 1 TO WK-DONE
              NOT AT END
                 IF HS-OPTION NOT = "STF"
                    MOVE 1 TO WK-DONE
                 ELSE
                    MOVE "S" TO WK-KIND
                    MOVE HS-PLAYER TO WK-ID
                    MOVE HS-STAFFPIN TO WK-PIN
                    MOVE HS-PINFAILS TO WK-FAILS
                    MOVE HS-PINLOCK TO WK-LOCK
                    MOVE HS-PINLOCKDATE TO WK-LOCKDATE
                    MOVE HS-PINSET TO WK-SETDATE
                    PERFORM 4000-ONE-PIN
                       THRU 4000-ONE-PIN-EXIT
                 END-IF
           END-READ.

       3200-ONE-PROFILE.

           READ CONFIG NEXT
              AT END
                 MOVE 1 TO WK-DONE
              NOT AT END
                 IF FD-OPTION NOT = "PPN"
                    MOVE 1 TO WK-DONE
                 ELSE
                    MOVE "P" TO WK-KIND
                    MOVE FD-PLAYER TO WK-ID
                    MOVE FD-PLAYERPIN TO WK-PIN
                    MOVE FD-PINFAILS TO WK-FAILS
                    MOVE FD-PINLOCK TO WK-LOCK
                    MOVE FD-PINLOCKDATE TO WK-LOCKDATE
                    MOVE FD-PINSET TO WK-SETDATE
                    PERFORM 4000-ONE-PIN
                       THRU 4000-ONE-PIN-EXIT
                 END-IF
           END-READ.

      *A profile with no PIN has nothing to lock or age. Records
      *written before the gate kept its fields carry nothing in
      *them yet

       4000-ONE-PIN.

           IF WK-PIN NOT NUMERIC OR WK-PIN = 0
              GO TO 4000-ONE-PIN-EXIT
           END-IF.
           IF WK-FAILS NOT NUMERIC
              MOVE 0 TO WK-FAILS
           END-IF.
           IF WK-LOCKDATE NOT NUMERIC
              MOVE 0 TO WK-LOCKDATE
           END-IF.
           IF WK-SETDATE NOT NUMERIC
              MOVE 0 TO WK-SETDATE
           END-IF.

           IF WK-PASS = 1
              IF WK-LOCK = "L"
                 ADD 1 TO WK-LOCKED
                 DISPLAY WK-KIND "    " WK-ID " " WK-LOCKDATE " "
                    WK-FAILS
              END-IF
              GO TO 4000-ONE-PIN-EXIT
           END-IF.

           IF WK-SETDATE = 0
              ADD 1 TO WK-STALE
              DISPLAY WK-KIND "    " WK-ID " not dated"
              GO TO 4000-ONE-PIN-EXIT
           END-IF.
           COMPUTE WK-FULLDATE = WK-SETDATE + 20000000.
           COMPUTE WK-AGE = WK-TODAY-INT
              - FUNCTION INTEGER-OF-DATE(WK-FULLDATE).
           IF WK-AGE > WK-AGEDAYS
              ADD 1 TO WK-STALE
              MOVE WK-AGE TO WK-AGESHOW
              DISPLAY WK-KIND "    " WK-ID " " WK-SETDATE " "
                 WK-AGESHOW
           END-IF.

       4000-ONE-PIN-EXIT.

           EXIT.

      *The week's lines off the security log -- counted by event,
      *the lockouts and clearances shown

       5000-ONE-EVENT.

           READ SECLOG
              AT END
                 MOVE 1 TO WK-DONE
              NOT AT END
                 IF SEC-DATE NOT < WK-MONDAY
                       AND SEC-DATE NOT > WK-SUNDAY
                    PERFORM 5100-COUNT-EVENT
                 END-IF
           END-READ.

       5100-COUNT-EVENT.

           EVALUATE SEC-EVENT
              WHEN "FAIL"
                 ADD 1 TO WK-EV-FAIL
              WHEN "LOCKOUT"
                 ADD 1 TO WK-EV-LOCKOUT
                 DISPLAY SEC-RECORD
              WHEN "LOCKED"
                 ADD 1 TO WK-EV-LOCKED
              WHEN "RESET"
                 ADD 1 TO WK-EV-RESET
                 DISPLAY SEC-RECORD
              WHEN "EXPIRED"
                 ADD 1 TO WK-EV-EXPIRED
              WHEN "CHANGE"
                 ADD 1 TO WK-EV-CHANGE
           END-EVALUATE.

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
