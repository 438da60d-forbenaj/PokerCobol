       IDENTIFICATION DIVISION.
       PROGRAM-ID. SetAdm.
       SECURITY.   Settings approval desk - the checker's half of
                   the maker-checker rule on the house settings. A
                   supervisor's change at the table's house settings
                   screen, to the ledger account mapping or site
                   code in GlExtract, or to the PIN policy in PinAdm
                   waits on CPY\PENDING.CFG (SetPend). Here a
                   supervisor-role staff id lists the changes still
                   waiting, and approves or rejects each one - never
                   a change of their own making, which needs a
                   second supervisor. An approved change takes
                   effect on its gaming date (straight away if that
                   has come, SetPend applying it with the SETAUDIT
                   line naming maker and checker); a rejected one,
                   or an approved one not yet in effect that is
                   withdrawn, keeps its reason on file and changes
                   nothing. The desk needs staff accounts: with
                   none on file there is no second supervisor to
                   check anything, and it refuses to open.

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

           SELECT OPTIONAL PENDCHG
            ASSIGN TO
             "CPY\PENDING.CFG"
             ORGANIZATION INDEXED
             ACCESS DYNAMIC
             RECORD PCH-NO
             LOCK MODE IS MANUAL WITH LOCK ON RECORD
             FILE STATUS WK-PENDCHG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "CPY\HOUSEREC.CBL".

           COPY "CPY\PCHREC.CBL".

       WORKING-STORAGE SECTION.

           COPY "CPY\PINGPARM.CBL".

           COPY "CPY\SETPPARM.CBL".

       01 WK-PENDCHG-STATUS PIC X(02).

       01 WK-MODE PIC X.
          88 WK-MODE-LIST VALUE "L" "l".
          88 WK-MODE-APPROVE VALUE "A" "a".
          88 WK-MODE-REJECT VALUE "R" "r".
          88 WK-MODE-EXIT VALUE "X" "x".

       01 WK-DONE PIC 9 VALUE 0.
       01 WK-NOREC PIC 9 VALUE 0.
       01 WK-TODAY PIC 9(08).
       01 WK-CLOCK PIC 9(08).
       01 WK-STAFFID PIC X(10) VALUE SPACES.
       01 WK-STAFFPIN PIC 9(04).
       01 WK-STF-SEEN PIC 9 VALUE 0.
       01 WK-CHANGENO PIC 9(06).
       01 WK-CONFIRM PIC X.
       01 WK-REASON PIC X(40).
       01 WK-SHOWN PIC 9(05) VALUE 0.
       01 WK-STATNAME PIC X(08).

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 0500-STAFF-LOGIN
              THRU 0500-STAFF-EXIT.
           IF NOT WK-MODE-EXIT
              PERFORM 0700-APPLY-DUE
           END-IF.

           PERFORM 1000-ONE-TRANSACTION
              THRU 1000-TRANSACTION-EXIT
              UNTIL WK-MODE-EXIT.
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.

      *Supervisor challenge -- the counter's rules, supervisor role
      *only, and no open running without staff accounts

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
              DISPLAY "No staff accounts on file - a change needs a "
                 "second supervisor to approve it; set up the "
                 "supervisor accounts first"
              MOVE 8 TO RETURN-CODE
              SET WK-MODE-EXIT TO TRUE
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
           MOVE "SetAdm" TO PING-PROGRAM.
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
              DISPLAY "Role " PING-ROLE " cannot approve a settings "
                 "change"
              MOVE 8 TO RETURN-CODE
              SET WK-MODE-EXIT TO TRUE
              GO TO 0500-STAFF-EXIT
           END-IF.
           DISPLAY "Settings approval desk open for " WK-STAFFID.

       0500-STAFF-EXIT.

           CONTINUE.

      *Anything approved earlier whose gaming date has since come

       0700-APPLY-DUE.

           SET SETP-APPLY TO TRUE.
           CALL "SetPend" USING SETP-PARMS.
           IF SETP-APPLIED > 0
              DISPLAY SETP-APPLIED " approved change(s) now in effect"
           END-IF.

       1000-ONE-TRANSACTION.

           DISPLAY " ".
           DISPLAY "Mode - L list waiting changes, A approve, "
              "R reject, X exit: " NO ADVANCING.
           ACCEPT WK-MODE.

           EVALUATE TRUE
              WHEN WK-MODE-LIST
                 PERFORM 2000-LIST-CHANGES
              WHEN WK-MODE-APPROVE
                 PERFORM 3000-APPROVE
                    THRU 3000-APPROVE-EXIT
              WHEN WK-MODE-REJECT
                 PERFORM 4000-REJECT
                    THRU 4000-REJECT-EXIT
              WHEN WK-MODE-EXIT
                 CONTINUE
              WHEN OTHER
                 DISPLAY "Enter L, A, R or X"
           END-EVALUATE.

       1000-TRANSACTION-EXIT.

           CONTINUE.

      *Every change still waiting -- for a checker, or approved and
      *waiting for its gaming date

       2000-LIST-CHANGES.

           DISPLAY " ".
           DISPLAY "Change Status   Setting      Old        New      "
              "  Effective Maker      Made on  Checker".
           MOVE 0 TO WK-SHOWN.
           OPEN INPUT PENDCHG.
           MOVE 0 TO PCH-NO.
           MOVE 0 TO WK-DONE.
           START PENDCHG KEY NOT < PCH-NO
              INVALID KEY
                 MOVE 1 TO WK-DONE
           END-START.
           PERFORM 2100-ONE-CHANGE
              UNTIL WK-DONE = 1.
           CLOSE PENDCHG.
           IF WK-SHOWN = 0
              DISPLAY "(nothing waiting)"
           END-IF.

       2100-ONE-CHANGE.

           READ PENDCHG NEXT
              AT END
                 MOVE 1 TO WK-DONE
              NOT AT END
                 IF PCH-INFLIGHT
                    ADD 1 TO WK-SHOWN
                    PERFORM 6000-STATUS-NAME
                    DISPLAY PCH-NO " " WK-STATNAME " " PCH-SETTING
                       " " PCH-OLD " " PCH-NEW " " PCH-EFFDATE "  "
                       PCH-MAKER " " PCH-MAKEDATE " " PCH-CHECKER
                 END-IF
           END-READ.

      *Approval -- a waiting change, by a supervisor other than its
      *maker; in effect at once when its gaming date has come

       3000-APPROVE.

           DISPLAY "Change number: " NO ADVANCING.
           ACCEPT WK-CHANGENO.

           OPEN I-O PENDCHG.
           MOVE WK-CHANGENO TO PCH-NO.
           PERFORM 5000-PENDCHG-READ-LOCK.
           IF WK-NOREC = 1
              DISPLAY "No settings change " WK-CHANGENO
              CLOSE PENDCHG
              GO TO 3000-APPROVE-EXIT
           END-IF.
           IF NOT PCH-PENDING
              PERFORM 6000-STATUS-NAME
              DISPLAY "Change " WK-CHANGENO " is " WK-STATNAME
                 " - nothing to approve"
              CLOSE PENDCHG
              GO TO 3000-APPROVE-EXIT
           END-IF.
           IF PCH-MAKER = WK-STAFFID
              DISPLAY "Change " WK-CHANGENO " is your own - a second "
                 "supervisor must approve it"
              CLOSE PENDCHG
              GO TO 3000-APPROVE-EXIT
           END-IF.

           DISPLAY PCH-SETTING " from " PCH-OLD " to " PCH-NEW.
           DISPLAY "Made by " PCH-MAKER " on " PCH-MAKEDATE
              ", effective " PCH-EFFDATE.
           DISPLAY "Approve (Y/N)? " NO ADVANCING.
           ACCEPT WK-CONFIRM.
           IF WK-CONFIRM NOT = "Y" AND WK-CONFIRM NOT = "y"
              DISPLAY "Nothing approved"
              CLOSE PENDCHG
              GO TO 3000-APPROVE-EXIT
           END-IF.

           ACCEPT WK-TODAY FROM DATE.
           ACCEPT WK-CLOCK FROM TIME.
           SET PCH-APPROVED TO TRUE.
           MOVE WK-STAFFID TO PCH-CHECKER.
           MOVE WK-TODAY TO PCH-CHECKDATE.
           MOVE WK-CLOCK TO PCH-CHECKTIME.
           REWRITE PCH-RECORD.
           CLOSE PENDCHG.

           SET SETP-APPLY TO TRUE.
           CALL "SetPend" USING SETP-PARMS.
           IF SETP-APPLIED > 0
              DISPLAY "Change " WK-CHANGENO " approved and in effect"
           ELSE
              DISPLAY "Change " WK-CHANGENO " approved - in effect "
                 "from gaming date " PCH-EFFDATE
           END-IF.

       3000-APPROVE-EXIT.

           CONTINUE.

      *Rejection -- of a change waiting for a checker, or of one
      *approved but not yet in effect; the reason stays on file

       4000-REJECT.

           DISPLAY "Change number: " NO ADVANCING.
           ACCEPT WK-CHANGENO.

           OPEN I-O PENDCHG.
           MOVE WK-CHANGENO TO PCH-NO.
           PERFORM 5000-PENDCHG-READ-LOCK.
           IF WK-NOREC = 1
              DISPLAY "No settings change " WK-CHANGENO
              CLOSE PENDCHG
              GO TO 4000-REJECT-EXIT
           END-IF.
           IF NOT PCH-INFLIGHT
              PERFORM 6000-STATUS-NAME
              DISPLAY "Change " WK-CHANGENO " is " WK-STATNAME
                 " - nothing to reject"
              CLOSE PENDCHG
              GO TO 4000-REJECT-EXIT
           END-IF.

           DISPLAY PCH-SETTING " from " PCH-OLD " to " PCH-NEW.
           DISPLAY "Reason: " NO ADVANCING.
           ACCEPT WK-REASON.
           IF WK-REASON = SPACES
              DISPLAY "No reason given - nothing rejected"
              CLOSE PENDCHG
              GO TO 4000-REJECT-EXIT
           END-IF.

           ACCEPT WK-TODAY FROM DATE.
           ACCEPT WK-CLOCK FROM TIME.
           SET PCH-REJECTED TO TRUE.
           MOVE WK-STAFFID TO PCH-CHECKER.
           MOVE WK-TODAY TO PCH-CHECKDATE.
           MOVE WK-CLOCK TO PCH-CHECKTIME.
           MOVE WK-REASON TO PCH-REASON.
           REWRITE PCH-RECORD.
           CLOSE PENDCHG.
           DISPLAY "Change " WK-CHANGENO " rejected".

       4000-REJECT-EXIT.

           CONTINUE.

      *Keyed read under a record lock with a polite retry when a
      *terminal holds the record -- the counter's discipline

       5000-PENDCHG-READ-LOCK.

           MOVE 0 TO WK-NOREC.
           READ PENDCHG WITH LOCK
              INVALID KEY
                 MOVE 1 TO WK-NOREC
           END-READ.
           IF WK-PENDCHG-STATUS = "51" OR WK-PENDCHG-STATUS = "9D"
              DISPLAY "Record in use by a terminal - retrying"
              GO TO 5000-PENDCHG-READ-LOCK
           END-IF.

       6000-STATUS-NAME.

           EVALUATE TRUE
              WHEN PCH-PENDING
                 MOVE "WAITING" TO WK-STATNAME
              WHEN PCH-APPROVED
                 MOVE "APPROVED" TO WK-STATNAME
              WHEN PCH-REJECTED
                 MOVE "REJECTED" TO WK-STATNAME
              WHEN PCH-APPLIED
                 MOVE "APPLIED" TO WK-STATNAME
              WHEN OTHER
                 MOVE "UNKNOWN" TO WK-STATNAME
           END-EVALUATE.

       9999-EXIT.

       9999-EXIT-EXIT.

           GOBACK.
