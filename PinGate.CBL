       IDENTIFICATION DIVISION.
       PROGRAM-ID. PinGate.
       SECURITY.   PIN gate, CALLed by every sign-in that takes a
                   PIN - the staff logins at the counter, the cage,
                   the marker, voucher, budget and dispute desks,
                   the supervisor checks in HandVoid and ProfErase,
                   and at the table the profile PIN at the splash
                   screen and the supervisor gate. Every one of
                   them used to compare the PIN itself and let the
                   operator simply try again, so the shared
                   terminal could be guessed at for ever. The gate
                   keeps, on the STF record of each staff id, on
                   the PPN record of each profile and on the shared
                   supervisor PIN record, the wrong entries made
                   since the last good one; at the PNP limit (three
                   until set) the id is locked and stays locked,
                   right PIN or not, until a supervisor other than
                   the locked id clears it (PinAdm, or a supervisor
                   at the splash screen for a profile). While the
                   shared supervisor PIN is locked the table's gate
                   takes no PIN at all, a staff PIN included. A PIN
                   set longer ago than the PNP age limit (ninety
                   days until set, zero meaning never) has to be
                   changed at the sign-in that finds it; a PIN with
                   no set date yet starts ageing from its first good
                   use.
                   Every wrong PIN, lockout, clearance, expired PIN
                   and change goes on the security log
                   CPY\SECURITY.LOG. PinRep reports the lockouts
                   and stale PINs to the auditors each week.

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

       01 WK-CONFIG-STATUS PIC X(02).
       01 WK-HOUSE-STATUS PIC X(02).
       01 WK-NOREC PIC 9 VALUE 0.

       01 WK-TODAY PIC 9(08).
       01 WK-CLOCK PIC 9(08).
       01 WK-FULLDATE PIC 9(08).
       01 WK-TODAY-INT PIC 9(08).
       01 WK-AGE PIC S9(06).

      *The PNP policy -- defaults stand in until the record is
      *written

       01 WK-MAXFAIL PIC 9(02) VALUE 3.
       01 WK-AGEDAYS PIC 9(03) VALUE 90.

      *The PIN being checked, off whichever record holds it

       01 WK-CURPIN PIC 9(04).
       01 WK-FAILS PIC 9(02).
       01 WK-LOCK PIC X(01).
       01 WK-LOCKDATE PIC 9(08).
       01 WK-SETDATE PIC 9(08).
       01 WK-EVENT PIC X(08).

      *A console caller's change of an expired PIN

       01 WK-NEWPIN PIC 9(04).
       01 WK-AGAIN PIC 9(04).

       LINKAGE SECTION.

           COPY "CPY\PINGPARM.CBL".

       PROCEDURE DIVISION USING PING-PARMS.

       0000-MAINLINE.

           ACCEPT WK-TODAY FROM DATE.
           ACCEPT WK-CLOCK FROM TIME.
           MOVE SPACE TO PING-VERDICT.
           MOVE SPACE TO PING-ROLE.
           MOVE 0 TO PING-FAILS.
           IF NOT PING-RESET
              MOVE SPACES TO PING-BY
           END-IF.
           PERFORM 0500-LOAD-POLICY.

           EVALUATE TRUE
              WHEN PING-VERIFY
                 PERFORM 1000-VERIFY
                    THRU 1000-VERIFY-EXIT
              WHEN PING-CHANGE
                 PERFORM 2000-CHANGE
                    THRU 2000-CHANGE-EXIT
              WHEN PING-RESET
                 PERFORM 3000-RESET
                    THRU 3000-RESET-EXIT
              WHEN PING-QUERY
                 PERFORM 3500-QUERY
           END-EVALUATE.
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.

       0500-LOAD-POLICY.

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

      *A check -- a locked id is refused before its PIN is even
      *looked at; a right PIN clears the count, a wrong one adds to
      *it and locks the id at the limit

       1000-VERIFY.

           PERFORM 1100-READ-ENTRY
              THRU 1100-READ-EXIT.
           IF WK-NOREC = 1
              SET PING-NOACCOUNT TO TRUE
              PERFORM 1300-CLOSE-ENTRY
              GO TO 1000-VERIFY-EXIT
           END-IF.
           IF WK-LOCK = "L"
              SET PING-LOCKED TO TRUE
              MOVE "LOCKED" TO WK-EVENT
              PERFORM 4000-LOG-EVENT
              PERFORM 1300-CLOSE-ENTRY
              GO TO 1000-VERIFY-EXIT
           END-IF.

           IF PING-PIN NOT = WK-CURPIN
                 OR (PING-SHARED AND PING-SHAREDOK = "N")
              ADD 1 TO WK-FAILS
              MOVE "FAIL" TO WK-EVENT
              PERFORM 4000-LOG-EVENT
              IF WK-FAILS >= WK-MAXFAIL
                 MOVE "L" TO WK-LOCK
                 MOVE WK-TODAY TO WK-LOCKDATE
                 SET PING-LOCKED TO TRUE
                 MOVE "LOCKOUT" TO WK-EVENT
                 PERFORM 4000-LOG-EVENT
              ELSE
                 SET PING-WRONG TO TRUE
              END-IF
              PERFORM 1200-REWRITE-ENTRY
              PERFORM 1300-CLOSE-ENTRY
              GO TO 1000-VERIFY-EXIT
           END-IF.

           MOVE 0 TO WK-FAILS.
           IF WK-SETDATE = 0
              MOVE WK-TODAY TO WK-SETDATE
           END-IF.
           SET PING-OK TO TRUE.
           IF WK-AGEDAYS > 0
              COMPUTE WK-FULLDATE = WK-TODAY + 20000000
              COMPUTE WK-TODAY-INT =
                 FUNCTION INTEGER-OF-DATE(WK-FULLDATE)
              COMPUTE WK-FULLDATE = WK-SETDATE + 20000000
              COMPUTE WK-AGE = WK-TODAY-INT
                 - FUNCTION INTEGER-OF-DATE(WK-FULLDATE)
              IF WK-AGE > WK-AGEDAYS
                 SET PING-EXPIRED TO TRUE
                 MOVE "EXPIRED" TO WK-EVENT
                 PERFORM 4000-LOG-EVENT
                 IF PING-CONSOLE = "Y"
                    PERFORM 1500-ASK-NEW-PIN
                       THRU 1500-ASK-EXIT
                 END-IF
              END-IF
           END-IF.
           PERFORM 1200-REWRITE-ENTRY.
           PERFORM 1300-CLOSE-ENTRY.

       1000-VERIFY-EXIT.

           MOVE WK-FAILS TO PING-FAILS.

      *The record holding the PIN, read under its lock -- the STF
      *record or the shared PIN record on HOUSE, the PPN record on
      *CONFIG. A shared PIN record not yet written is written now
      *with the house default so its count has somewhere to live

       1100-READ-ENTRY.

           MOVE 0 TO WK-NOREC.
           IF PING-PROFILE
              OPEN I-O CONFIG
              MOVE "PPN" TO FD-OPTION
              MOVE PING-ID TO FD-PLAYER
              PERFORM 1110-CONFIG-READ-LOCK
              IF WK-NOREC = 1
                 GO TO 1100-READ-EXIT
              END-IF
              IF FD-PLAYERPIN = 0
                 MOVE 1 TO WK-NOREC
                 GO TO 1100-READ-EXIT
              END-IF
              MOVE FD-PLAYERPIN TO WK-CURPIN
              MOVE FD-PINFAILS TO WK-FAILS
              MOVE FD-PINLOCK TO WK-LOCK
              MOVE FD-PINLOCKDATE TO WK-LOCKDATE
              MOVE FD-PINSET TO WK-SETDATE
           ELSE
              OPEN I-O HOUSE
              IF PING-STAFF
                 MOVE "STF" TO HS-OPTION
                 MOVE PING-ID TO HS-PLAYER
              ELSE
                 MOVE "PIN" TO HS-OPTION
                 MOVE SPACES TO HS-PLAYER
              END-IF
              PERFORM 1120-HOUSE-READ-LOCK
              IF WK-NOREC = 1 AND PING-SHARED
                 INITIALIZE HS-CONFIG
                 MOVE "PIN" TO HS-OPTION
                 MOVE SPACES TO HS-PLAYER
                 MOVE 1234 TO HS-SUPERVISORPIN
                 MOVE SPACE TO HS-PINLOCK
                 MOVE SPACES TO HS-STAFFROLE
                 WRITE HS-CONFIG
                    INVALID KEY CONTINUE
                 END-WRITE
                 PERFORM 1120-HOUSE-READ-LOCK
              END-IF
              IF WK-NOREC = 1
                 GO TO 1100-READ-EXIT
              END-IF
              IF PING-STAFF
                 MOVE HS-STAFFPIN TO WK-CURPIN
                 MOVE HS-STAFFROLE TO PING-ROLE
              ELSE
                 MOVE HS-SUPERVISORPIN TO WK-CURPIN
                 MOVE "S" TO PING-ROLE
              END-IF
              MOVE HS-PINFAILS TO WK-FAILS
              MOVE HS-PINLOCK TO WK-LOCK
              MOVE HS-PINLOCKDATE TO WK-LOCKDATE
              MOVE HS-PINSET TO WK-SETDATE
           END-IF.

      *Records written before the gate kept its fields carry
      *nothing in them yet

           IF WK-FAILS NOT NUMERIC
              MOVE 0 TO WK-FAILS
           END-IF.
           IF WK-LOCKDATE NOT NUMERIC
              MOVE 0 TO WK-LOCKDATE
           END-IF.
           IF WK-SETDATE NOT NUMERIC
              MOVE 0 TO WK-SETDATE
           END-IF.
           IF WK-LOCK NOT = "L"
              MOVE SPACE TO WK-LOCK
           END-IF.

       1100-READ-EXIT.

           EXIT.

      *Keyed reads under a record lock with a polite retry when a
      *terminal holds the record -- the counter's discipline

       1110-CONFIG-READ-LOCK.

           MOVE 0 TO WK-NOREC.
           READ CONFIG WITH LOCK
              INVALID KEY
                 MOVE 1 TO WK-NOREC
           END-READ.
           IF WK-CONFIG-STATUS = "51" OR WK-CONFIG-STATUS = "9D"
              DISPLAY "Record in use by a terminal - retrying"
              GO TO 1110-CONFIG-READ-LOCK
           END-IF.

       1120-HOUSE-READ-LOCK.

           MOVE 0 TO WK-NOREC.
           READ HOUSE WITH LOCK
              INVALID KEY
                 MOVE 1 TO WK-NOREC
           END-READ.
           IF WK-HOUSE-STATUS = "51" OR WK-HOUSE-STATUS = "9D"
              DISPLAY "Record in use by a terminal - retrying"
              GO TO 1120-HOUSE-READ-LOCK
           END-IF.

       1200-REWRITE-ENTRY.

           IF PING-PROFILE
              MOVE WK-CURPIN TO FD-PLAYERPIN
              MOVE WK-FAILS TO FD-PINFAILS
              MOVE WK-LOCK TO FD-PINLOCK
              MOVE WK-LOCKDATE TO FD-PINLOCKDATE
              MOVE WK-SETDATE TO FD-PINSET
              REWRITE FD-CONFIG
           ELSE
              IF PING-STAFF
                 MOVE WK-CURPIN TO HS-STAFFPIN
              ELSE
                 MOVE WK-CURPIN TO HS-SUPERVISORPIN
              END-IF
              MOVE WK-FAILS TO HS-PINFAILS
              MOVE WK-LOCK TO HS-PINLOCK
              MOVE WK-LOCKDATE TO HS-PINLOCKDATE
              MOVE WK-SETDATE TO HS-PINSET
              REWRITE HS-CONFIG
           END-IF.

       1300-CLOSE-ENTRY.

           IF PING-PROFILE
              CLOSE CONFIG
           ELSE
              CLOSE HOUSE
           END-IF.

      *The console caller's operator keys the new PIN twice; it may
      *not be zero nor the PIN it replaces. Anything else leaves
      *the verdict at EXPIRED and the old PIN standing

       1500-ASK-NEW-PIN.

           DISPLAY "PIN older than " WK-AGEDAYS " days - it must be "
              "changed now".
           DISPLAY "New PIN:   " NO ADVANCING.
           ACCEPT WK-NEWPIN.
           DISPLAY "Again:     " NO ADVANCING.
           ACCEPT WK-AGAIN.
           IF WK-NEWPIN NOT = WK-AGAIN
              DISPLAY "The two entries differ - PIN not changed"
              GO TO 1500-ASK-EXIT
           END-IF.
           IF WK-NEWPIN = 0 OR WK-NEWPIN = WK-CURPIN
              DISPLAY "A new PIN must differ from the old and not be "
                 "zero - PIN not changed"
              GO TO 1500-ASK-EXIT
           END-IF.
           MOVE WK-NEWPIN TO WK-CURPIN.
           MOVE WK-TODAY TO WK-SETDATE.
           MOVE "CHANGE" TO WK-EVENT.
           PERFORM 4000-LOG-EVENT.
           SET PING-OK TO TRUE.
           DISPLAY "PIN changed".

       1500-ASK-EXIT.

           EXIT.

      *A change -- the old PIN must be right and the id not locked;
      *the new one may not be zero nor the PIN it replaces

       2000-CHANGE.

           PERFORM 1100-READ-ENTRY
              THRU 1100-READ-EXIT.
           IF WK-NOREC = 1
              SET PING-NOACCOUNT TO TRUE
              PERFORM 1300-CLOSE-ENTRY
              GO TO 2000-CHANGE-EXIT
           END-IF.
           IF WK-LOCK = "L"
              SET PING-LOCKED TO TRUE
              PERFORM 1300-CLOSE-ENTRY
              GO TO 2000-CHANGE-EXIT
           END-IF.
           IF PING-PIN NOT = WK-CURPIN
              SET PING-WRONG TO TRUE
              PERFORM 1300-CLOSE-ENTRY
              GO TO 2000-CHANGE-EXIT
           END-IF.
           IF PING-NEWPIN = 0 OR PING-NEWPIN = WK-CURPIN
              SET PING-REFUSED TO TRUE
              PERFORM 1300-CLOSE-ENTRY
              GO TO 2000-CHANGE-EXIT
           END-IF.
           MOVE PING-NEWPIN TO WK-CURPIN.
           MOVE 0 TO WK-FAILS.
           MOVE WK-TODAY TO WK-SETDATE.
           PERFORM 1200-REWRITE-ENTRY.
           PERFORM 1300-CLOSE-ENTRY.
           MOVE "CHANGE" TO WK-EVENT.
           PERFORM 4000-LOG-EVENT.
           SET PING-OK TO TRUE.

       2000-CHANGE-EXIT.

           EXIT.

      *A clearance -- by a supervisor, and never the locked staff
      *id itself

       3000-RESET.

           IF PING-BY = SPACES
                 OR (PING-STAFF AND PING-BY = PING-ID)
              SET PING-REFUSED TO TRUE
              GO TO 3000-RESET-EXIT
           END-IF.
           PERFORM 1100-READ-ENTRY
              THRU 1100-READ-EXIT.
           IF WK-NOREC = 1
              SET PING-NOACCOUNT TO TRUE
              PERFORM 1300-CLOSE-ENTRY
              GO TO 3000-RESET-EXIT
           END-IF.
           MOVE SPACE TO WK-LOCK.
           MOVE 0 TO WK-LOCKDATE.
           MOVE 0 TO WK-FAILS.
           PERFORM 1200-REWRITE-ENTRY.
           PERFORM 1300-CLOSE-ENTRY.
           MOVE "RESET" TO WK-EVENT.
           PERFORM 4000-LOG-EVENT.
           SET PING-OK TO TRUE.

       3000-RESET-EXIT.

           EXIT.

      *A look at an id's lock alone, with nothing counted -- the
      *table asks it of the shared PIN before it takes a staff PIN,
      *since nothing keyed at a locked shared gate may open it. The
      *refusal is logged like any other attempt at a locked id

       3500-QUERY.

           PERFORM 1100-READ-ENTRY
              THRU 1100-READ-EXIT.
           IF WK-NOREC = 1
              SET PING-NOACCOUNT TO TRUE
           ELSE
              IF WK-LOCK = "L"
                 SET PING-LOCKED TO TRUE
                 MOVE "LOCKED" TO WK-EVENT
                 PERFORM 4000-LOG-EVENT
              ELSE
                 SET PING-OK TO TRUE
              END-IF
           END-IF.
           PERFORM 1300-CLOSE-ENTRY.
           MOVE WK-FAILS TO PING-FAILS.

       4000-LOG-EVENT.

           OPEN EXTEND SECLOG.
           MOVE SPACES TO SEC-RECORD.
           MOVE WK-TODAY TO SEC-DATE.
           MOVE WK-CLOCK TO SEC-TIME.
           MOVE WK-EVENT TO SEC-EVENT.
           MOVE PING-KIND TO SEC-KIND.
           IF PING-SHARED
              MOVE "SHAREDPIN" TO SEC-ID
           ELSE
              MOVE PING-ID TO SEC-ID
           END-IF.
           MOVE PING-BY TO SEC-BY.
           MOVE PING-PROGRAM TO SEC-PROGRAM.
           MOVE WK-FAILS TO SEC-FAILS.
           WRITE SEC-RECORD.
           CLOSE SECLOG.

       9999-EXIT.

       9999-EXIT-EXIT.

           GOBACK.
