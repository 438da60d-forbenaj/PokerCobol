       IDENTIFICATION DIVISION.
       PROGRAM-ID. DispAdm.
       SECURITY.   Player dispute desk. A disputed hand used to be
                   looked into with ActHist and DealCheck and, when
                   the player was right, put right with HandVoid,
                   while the case itself lived on paper. Each
                   complaint is now a case on CPY\DISPUTE.CFG,
                   numbered off the DSN house counter: the hand's
                   shuffle seed (checked against the hand history
                   when the case is opened, the player taken off the
                   hand), the staff id that opened it, the claim,
                   and the date the regulator's response deadline
                   falls due (the DSD setting's days from opening,
                   ten until one is set). Staff working the case add
                   dated note lines under their own id - the first
                   moves the case from open to investigating - and a
                   supervisor decides it, upheld or denied, with the
                   outcome. Upholding offers the void of the hand
                   there and then: HandVoid runs under its own
                   supervisor login, is passed the case number, takes
                   the seed off the case, carries the case number on
                   its audit line and marks the case voided. A
                   decided case takes no further notes. Only one
                   open case per hand. Staff login as at the counter;
                   an auditor account may view cases only. DispRep
                   ages the open cases against the deadline.

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

           SELECT OPTIONAL DISPUTE
            ASSIGN TO
             "CPY\DISPUTE.CFG"
             ORGANIZATION INDEXED
             ACCESS DYNAMIC
             RECORD DSP-KEY
             LOCK MODE IS MANUAL WITH LOCK ON RECORD
             FILE STATUS WK-DISPUTE-STATUS.

           SELECT OPTIONAL HISTORY
            ASSIGN TO
             "CPY\HISTORY.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL HISTIDX
            ASSIGN TO
             "CPY\HISTIDX.CFG"
             ORGANIZATION INDEXED
             ACCESS DYNAMIC
             RECORD KEY HIX-SEED
             ALTERNATE RECORD KEY HIX-PLAYER WITH DUPLICATES
             ALTERNATE RECORD KEY HIX-DATE WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
           COPY "CPY\HOUSEREC.CBL".

           COPY "CPY\DSPREC.CBL".

           COPY "CPY\HISTREC.CBL".

           COPY "CPY\HIDXREC.CBL".

       WORKING-STORAGE SECTION.

           COPY "CPY\PINGPARM.CBL".

           COPY "CPY\HVDPARM.CBL".

       01 WK-HOUSE-STATUS PIC X(02).
       01 WK-DISPUTE-STATUS PIC X(02).

       01 WK-MODE PIC X.
          88 WK-MODE-OPEN VALUE "O" "o".
          88 WK-MODE-NOTE VALUE "N" "n".
          88 WK-MODE-DECIDE VALUE "D" "d".
          88 WK-MODE-VIEW VALUE "V" "v".
          88 WK-MODE-EXIT VALUE "X" "x".

       01 WK-EOF PIC X VALUE "N".
          88 WK-FILE-EOF VALUE "Y".
       01 WK-DONE PIC 9 VALUE 0.

       01 WK-TODAY PIC 9(08).
       01 WK-CLOCK PIC 9(08).
       01 WK-FULLDATE PIC 9(08).
       01 WK-TODAY-INT PIC 9(08).
       01 WK-STAFFID PIC X(10) VALUE SPACES.
       01 WK-STAFFPIN PIC 9(04).
       01 WK-STAFFROLE PIC X(01) VALUE "C".
       01 WK-STF-SEEN PIC 9 VALUE 0.
       01 WK-NOREC PIC 9 VALUE 0.
       01 WK-CONFIRM PIC X.

      *The case being worked

       01 WK-CASENO PIC 9(06).
       01 WK-ASKSEED PIC 9(09).
       01 WK-FOUND PIC 9 VALUE 0.
       01 WK-PLAYER PIC X(10).
       01 WK-CLAIM PIC X(60).
       01 WK-TEXT PIC X(60).
       01 WK-DECISION PIC X.
          88 WK-DECIDE-UPHOLD VALUE "U" "u".
          88 WK-DECIDE-DENY VALUE "D" "d".
       01 WK-NEWSTATUS PIC X(01).
       01 WK-NOTENO PIC 9(03).
       01 WK-DUPCASE PIC 9(06).

      *DSD deadline days -- ten stand in until the record is written

       01 WK-DSPDAYS PIC 9(03) VALUE 10.

       01 WK-STATNAME PIC X(13).

       PROCEDURE DIVISION.

       0000-MAINLINE.

           ACCEPT WK-TODAY FROM DATE.
           PERFORM 0500-STAFF-LOGIN
              THRU 0500-STAFF-EXIT.

           PERFORM 1000-ONE-TRANSACTION
              THRU 1000-TRANSACTION-EXIT
              UNTIL WK-MODE-EXIT.
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.

      *Staff challenge -- the counter's rules, the role kept so a
      *decision can insist on a supervisor and an auditor can only
      *look. With no staff on file the desk runs open at cashier
      *reach; deciding a case waits for a supervisor account

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

           IF WK-STF-SEEN = 0
              DISPLAY "No staff accounts on file - dispute desk runs "
                 "open until some are set up"
              MOVE "DESK" TO WK-STAFFID
              CLOSE HOUSE
              GO TO 0500-STAFF-EXIT
           END-IF.

           DISPLAY "Staff id:  " NO ADVANCING.
           ACCEPT WK-STAFFID.
           DISPLAY "Staff PIN: " NO ADVANCING.
           ACCEPT WK-STAFFPIN.

           CLOSE HOUSE.

           SET PING-VERIFY TO TRUE.
           SET PING-STAFF TO TRUE.
           MOVE WK-STAFFID TO PING-ID.
           MOVE WK-STAFFPIN TO PING-PIN.
           MOVE "DispAdm" TO PING-PROGRAM.
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
           IF PING-ROLE NOT = "C" AND PING-ROLE NOT = "S"
                 AND PING-ROLE NOT = "A"
              DISPLAY "Role " PING-ROLE " cannot use the dispute "
                 "desk"
              MOVE 8 TO RETURN-CODE
              SET WK-MODE-EXIT TO TRUE
              GO TO 0500-STAFF-EXIT
           END-IF.
           MOVE PING-ROLE TO WK-STAFFROLE.
           DISPLAY "Dispute desk open for " WK-STAFFID.

       0500-STAFF-EXIT.

           CONTINUE.

       1000-ONE-TRANSACTION.

           DISPLAY " ".
           DISPLAY "Mode - O open a case, N add a note, D decide, "
              "V view a case,".
           DISPLAY "       X exit: " NO ADVANCING.
           ACCEPT WK-MODE.

           EVALUATE TRUE
              WHEN WK-MODE-OPEN
                 PERFORM 2000-OPEN-CASE
                    THRU 2000-OPEN-EXIT
              WHEN WK-MODE-NOTE
                 PERFORM 3000-ADD-NOTE
                    THRU 3000-NOTE-EXIT
              WHEN WK-MODE-DECIDE
                 PERFORM 4000-DECIDE-CASE
                    THRU 4000-DECIDE-EXIT
              WHEN WK-MODE-VIEW
                 PERFORM 5000-VIEW-CASE
                    THRU 5000-VIEW-EXIT
              WHEN WK-MODE-EXIT
                 CONTINUE
              WHEN OTHER
                 DISPLAY "Enter O, N, D, V or X"
           END-EVALUATE.

       1000-TRANSACTION-EXIT.

           CONTINUE.

      *Open -- the seed must name a settled hand, and a hand with a
      *case still open or under investigation does not get another

       2000-OPEN-CASE.

           IF WK-STAFFROLE = "A"
              DISPLAY "Auditor accounts cannot open a case"
              GO TO 2000-OPEN-EXIT
           END-IF.
           DISPLAY "Hand seed disputed: " NO ADVANCING.
           ACCEPT WK-ASKSEED.

           PERFORM 2100-FIND-HAND
              THRU 2100-FIND-EXIT.
           IF WK-FOUND = 0
              DISPLAY "No settled hand under seed " WK-ASKSEED
                 " - no case opened"
              GO TO 2000-OPEN-EXIT
           END-IF.
           DISPLAY "Hand:  " HIST-GAME " " HIST-PLAYER " on "
              HIST-DATE.
           DISPLAY "Result " HIST-RESULT.

           PERFORM 2300-FIND-ACTIVE-CASE.
           IF WK-DUPCASE > 0
              DISPLAY "Case " WK-DUPCASE " is already open on this "
                 "hand - add a note to it instead"
              GO TO 2000-OPEN-EXIT
           END-IF.

           DISPLAY "Claim: " NO ADVANCING.
           ACCEPT WK-CLAIM.
           IF WK-CLAIM = SPACES
              DISPLAY "No claim given - no case opened"
              GO TO 2000-OPEN-EXIT
           END-IF.

           PERFORM 2400-LOAD-DEADLINE.
           ACCEPT WK-TODAY FROM DATE.
           ACCEPT WK-CLOCK FROM TIME.
           COMPUTE WK-FULLDATE = WK-TODAY + 20000000.
           COMPUTE WK-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WK-FULLDATE).
           COMPUTE WK-FULLDATE =
              FUNCTION DATE-OF-INTEGER(WK-TODAY-INT + WK-DSPDAYS).

           PERFORM 2500-NEXT-CASE-NO.

           OPEN I-O DISPUTE.
           MOVE SPACES TO DSP-DATA.
           MOVE WK-CASENO TO DSP-CASE.
           MOVE 0 TO DSP-LINE.
           MOVE WK-ASKSEED TO DSP-SEED.
           MOVE WK-PLAYER TO DSP-PLAYER.
           MOVE WK-STAFFID TO DSP-OPENBY.
           MOVE WK-TODAY TO DSP-OPENDATE.
           MOVE WK-CLOCK TO DSP-OPENTIME.
           COMPUTE DSP-DUEDATE = WK-FULLDATE - 20000000.
           MOVE WK-CLAIM TO DSP-CLAIM.
           SET DSP-OPEN TO TRUE.
           MOVE 0 TO DSP-NOTES.
           MOVE 0 TO DSP-DECIDEDATE.
           MOVE "N" TO DSP-VOIDED.
           MOVE 0 TO DSP-VOIDDATE.
           WRITE DSP-RECORD
              INVALID KEY
                 DISPLAY "Case " WK-CASENO " is already on file - "
                    "check the DSN counter"
                 CLOSE DISPUTE
                 GO TO 2000-OPEN-EXIT
           END-WRITE.
           CLOSE DISPUTE.
           DISPLAY "Case " WK-CASENO " opened for " WK-PLAYER
              " - answer due " DSP-DUEDATE.

       2000-OPEN-EXIT.

           CONTINUE.

      *The keyed store pulls the hand straight off its seed; a
      *store out of step falls back to the front-to-back scan

       2100-FIND-HAND.

           MOVE 0 TO WK-FOUND.
           OPEN INPUT HISTIDX.
           MOVE WK-ASKSEED TO HIX-SEED.
           READ HISTIDX
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 1 TO WK-FOUND
                 MOVE HIX-LINE TO HIST-RECORD
           END-READ.
           CLOSE HISTIDX.
           IF WK-FOUND = 1
              MOVE HIST-PLAYER TO WK-PLAYER
              GO TO 2100-FIND-EXIT
           END-IF.

           OPEN INPUT HISTORY.
           MOVE "N" TO WK-EOF.
           PERFORM 2200-SCAN-HISTORY
              UNTIL WK-FILE-EOF OR WK-FOUND = 1.
           CLOSE HISTORY.

       2100-FIND-EXIT.

           CONTINUE.

       2200-SCAN-HISTORY.

           READ HISTORY
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF HIST-RECORD (10:5) NOT = "SEAL@"
                       AND HIST-SEED = WK-ASKSEED
                    MOVE 1 TO WK-FOUND
                    MOVE HIST-PLAYER TO WK-PLAYER
                 END-IF
           END-READ.

      *Case lines sweep in case order; only line zero says which
      *hand the case is about

       2300-FIND-ACTIVE-CASE.

           MOVE 0 TO WK-DUPCASE.
           OPEN INPUT DISPUTE.
           MOVE 0 TO DSP-CASE.
           MOVE 0 TO DSP-LINE.
           MOVE 0 TO WK-DONE.
           START DISPUTE KEY NOT < DSP-KEY
              INVALID KEY
                 MOVE 1 TO WK-DONE
           END-START.
           PERFORM 2350-ONE-CASE-LINE
              UNTIL WK-DONE = 1.
           CLOSE DISPUTE.

       2350-ONE-CASE-LINE.

           READ DISPUTE NEXT
              AT END
                 MOVE 1 TO WK-DONE
              NOT AT END
                 IF DSP-LINE = 0 AND DSP-SEED = WK-ASKSEED
                       AND DSP-ACTIVE
                    MOVE DSP-CASE TO WK-DUPCASE
                    MOVE 1 TO WK-DONE
                 END-IF
           END-READ.

       2400-LOAD-DEADLINE.

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
           END-READ.
           CLOSE HOUSE.

      *Case numbers come off the DSN house counter, the way the
      *markers number off MKN

       2500-NEXT-CASE-NO.

           OPEN I-O HOUSE.
           MOVE "DSN" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           PERFORM 2600-HOUSE-READ-LOCK.
           IF WK-NOREC = 1
              MOVE "DSN" TO HS-OPTION
              MOVE SPACES TO HS-PLAYER
              MOVE 1 TO HS-RECEIPTNO
              MOVE 1 TO WK-CASENO
              WRITE HS-CONFIG
                 INVALID KEY CONTINUE
              END-WRITE
           ELSE
              ADD 1 TO HS-RECEIPTNO
              MOVE HS-RECEIPTNO TO WK-CASENO
              REWRITE HS-CONFIG
           END-IF.
           CLOSE HOUSE.

      *Keyed reads under a record lock with a polite retry when a
      *terminal holds the record -- the counter's discipline

       2600-HOUSE-READ-LOCK.

           MOVE 0 TO WK-NOREC.
           READ HOUSE WITH LOCK
              INVALID KEY
                 MOVE 1 TO WK-NOREC
           END-READ.
           IF WK-HOUSE-STATUS = "51" OR WK-HOUSE-STATUS = "9D"
              DISPLAY "Record in use by a terminal - retrying"
              GO TO 2600-HOUSE-READ-LOCK
           END-IF.

       2700-DISPUTE-READ-LOCK.

           MOVE 0 TO WK-NOREC.
           READ DISPUTE WITH LOCK
              INVALID KEY
                 MOVE 1 TO WK-NOREC
           END-READ.
           IF WK-DISPUTE-STATUS = "51" OR WK-DISPUTE-STATUS = "9D"
              DISPLAY "Record in use by a terminal - retrying"
              GO TO 2700-DISPUTE-READ-LOCK
           END-IF.

      *A note -- dated, under the staff id writing it. The first
      *note on an open case moves it to investigating

       3000-ADD-NOTE.

           IF WK-STAFFROLE = "A"
              DISPLAY "Auditor accounts cannot add notes"
              GO TO 3000-NOTE-EXIT
           END-IF.
           DISPLAY "Case number: " NO ADVANCING.
           ACCEPT WK-CASENO.
           DISPLAY "Note: " NO ADVANCING.
           ACCEPT WK-TEXT.
           IF WK-TEXT = SPACES
              DISPLAY "Nothing noted"
              GO TO 3000-NOTE-EXIT
           END-IF.

           OPEN I-O DISPUTE.
           MOVE WK-CASENO TO DSP-CASE.
           MOVE 0 TO DSP-LINE.
           PERFORM 2700-DISPUTE-READ-LOCK.
           IF WK-NOREC = 1
              DISPLAY "No dispute case " WK-CASENO
              CLOSE DISPUTE
              GO TO 3000-NOTE-EXIT
           END-IF.
           IF NOT DSP-ACTIVE
              DISPLAY "Case " WK-CASENO " is decided - no further "
                 "notes"
              CLOSE DISPUTE
              GO TO 3000-NOTE-EXIT
           END-IF.
           IF DSP-OPEN
              SET DSP-INVESTIGATING TO TRUE
           END-IF.
           MOVE DSP-STATUS TO WK-NEWSTATUS.
           PERFORM 6000-WRITE-NOTE.
           CLOSE DISPUTE.
           DISPLAY "Note " WK-NOTENO " added to case " WK-CASENO.

       3000-NOTE-EXIT.

           CONTINUE.

      *Decision -- supervisors only, on a case still open or under
      *investigation. The outcome is kept on the case and noted as
      *its last line; an upheld case offers the void of its hand

       4000-DECIDE-CASE.

           IF WK-STAFFROLE NOT = "S"
              DISPLAY "Only a supervisor decides a case"
              GO TO 4000-DECIDE-EXIT
           END-IF.
           DISPLAY "Case number: " NO ADVANCING.
           ACCEPT WK-CASENO.

           OPEN I-O DISPUTE.
           MOVE WK-CASENO TO DSP-CASE.
           MOVE 0 TO DSP-LINE.
           PERFORM 2700-DISPUTE-READ-LOCK.
           IF WK-NOREC = 1
              DISPLAY "No dispute case " WK-CASENO
              CLOSE DISPUTE
              GO TO 4000-DECIDE-EXIT
           END-IF.
           IF NOT DSP-ACTIVE
              DISPLAY "Case " WK-CASENO " is already decided"
              CLOSE DISPUTE
              GO TO 4000-DECIDE-EXIT
           END-IF.
           DISPLAY "Hand seed " DSP-SEED " for " DSP-PLAYER.
           DISPLAY "Claim: " DSP-CLAIM.
           DISPLAY "Decision - U uphold, D deny: " NO ADVANCING.
           ACCEPT WK-DECISION.
           IF NOT WK-DECIDE-UPHOLD AND NOT WK-DECIDE-DENY
              DISPLAY "Nothing decided"
              CLOSE DISPUTE
              GO TO 4000-DECIDE-EXIT
           END-IF.
           DISPLAY "Outcome: " NO ADVANCING.
           ACCEPT WK-TEXT.
           IF WK-TEXT = SPACES
              DISPLAY "No outcome given - nothing decided"
              CLOSE DISPUTE
              GO TO 4000-DECIDE-EXIT
           END-IF.

           ACCEPT WK-TODAY FROM DATE.
           IF WK-DECIDE-UPHOLD
              SET DSP-UPHELD TO TRUE
           ELSE
              SET DSP-DENIED TO TRUE
           END-IF.
           MOVE DSP-STATUS TO WK-NEWSTATUS.
           MOVE WK-STAFFID TO DSP-DECIDEBY.
           MOVE WK-TODAY TO DSP-DECIDEDATE.
           MOVE WK-TEXT TO DSP-OUTCOME.
           PERFORM 6000-WRITE-NOTE.
           CLOSE DISPUTE.
           PERFORM 7000-STATUS-NAME.
           DISPLAY "Case " WK-CASENO " " WK-STATNAME.

           IF WK-NEWSTATUS NOT = "U"
              GO TO 4000-DECIDE-EXIT
           END-IF.
           DISPLAY "Void the hand now (Y/N)? " NO ADVANCING.
           ACCEPT WK-CONFIRM.
           IF WK-CONFIRM NOT = "Y" AND WK-CONFIRM NOT = "y"
              DISPLAY "Run HandVoid with case " WK-CASENO
                 " when ready"
              GO TO 4000-DECIDE-EXIT
           END-IF.
           MOVE WK-CASENO TO HVD-CASENO.
           CALL "HandVoid" USING HVD-PARMS.
           CANCEL "HandVoid".
           MOVE 0 TO RETURN-CODE.

       4000-DECIDE-EXIT.

           CONTINUE.

      *The case line, then its notes in order

       5000-VIEW-CASE.

           DISPLAY "Case number: " NO ADVANCING.
           ACCEPT WK-CASENO.

           OPEN INPUT DISPUTE.
           MOVE WK-CASENO TO DSP-CASE.
           MOVE 0 TO DSP-LINE.
           READ DISPUTE
              INVALID KEY
                 DISPLAY "No dispute case " WK-CASENO
                 CLOSE DISPUTE
                 GO TO 5000-VIEW-EXIT
           END-READ.
           MOVE DSP-STATUS TO WK-NEWSTATUS.
           PERFORM 7000-STATUS-NAME.

           DISPLAY " ".
           DISPLAY "Case " DSP-CASE "  " WK-STATNAME.
           DISPLAY "=============================================".
           DISPLAY "Hand seed: " DSP-SEED "   Player: " DSP-PLAYER.
           DISPLAY "Opened:    " DSP-OPENDATE " " DSP-OPENTIME
              " by " DSP-OPENBY.
           DISPLAY "Answer due " DSP-DUEDATE.
           DISPLAY "Claim:     " DSP-CLAIM.
           IF NOT DSP-ACTIVE
              DISPLAY "Decided:   " DSP-DECIDEDATE " by "
                 DSP-DECIDEBY
              DISPLAY "Outcome:   " DSP-OUTCOME
           END-IF.
           IF DSP-VOIDED = "Y"
              DISPLAY "Hand voided " DSP-VOIDDATE
           END-IF.
           DISPLAY "Notes:     " DSP-NOTES.

           MOVE 0 TO WK-DONE.
           PERFORM 5100-SHOW-NOTE
              UNTIL WK-DONE = 1.
           CLOSE DISPUTE.

       5000-VIEW-EXIT.

           CONTINUE.

       5100-SHOW-NOTE.

           READ DISPUTE NEXT
              AT END
                 MOVE 1 TO WK-DONE
              NOT AT END
                 IF DSP-CASE NOT = WK-CASENO
                    MOVE 1 TO WK-DONE
                 ELSE
                    DISPLAY DSP-LINE " " DSN-DATE " " DSN-TIME " "
                       DSN-STAFF " " DSN-STATUS " " DSN-TEXT
                 END-IF
           END-READ.

      *The case line goes back with its note count raised, then the
      *note itself is written under the next line number. DISPUTE
      *is open I-O with the case line read under lock

       6000-WRITE-NOTE.

           ACCEPT WK-TODAY FROM DATE.
           ACCEPT WK-CLOCK FROM TIME.
           ADD 1 TO DSP-NOTES.
           MOVE DSP-NOTES TO WK-NOTENO.
           REWRITE DSP-RECORD.

           MOVE SPACES TO DSP-DATA.
           MOVE WK-CASENO TO DSP-CASE.
           MOVE WK-NOTENO TO DSP-LINE.
           MOVE WK-TODAY TO DSN-DATE.
           MOVE WK-CLOCK TO DSN-TIME.
           MOVE WK-STAFFID TO DSN-STAFF.
           MOVE WK-TEXT TO DSN-TEXT.
           MOVE WK-NEWSTATUS TO DSN-STATUS.
           WRITE DSP-RECORD
              INVALID KEY CONTINUE
           END-WRITE.

       7000-STATUS-NAME.

           EVALUATE WK-NEWSTATUS
              WHEN "O"
                 MOVE "OPEN" TO WK-STATNAME
              WHEN "I"
                 MOVE "INVESTIGATING" TO WK-STATNAME
              WHEN "U"
                 MOVE "UPHELD" TO WK-STATNAME
              WHEN "D"
                 MOVE "DENIED" TO WK-STATNAME
              WHEN OTHER
                 MOVE "UNKNOWN" TO WK-STATNAME
           END-EVALUATE.

       9999-EXIT.

       9999-EXIT-EXIT.

           GOBACK.
