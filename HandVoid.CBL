                   reconciliation still ties; the hand's rake row
                   gets a reversing RVS row; its jackpot skims get
                   a VOD row and a clawed-back payout an IN row,
                   both off the stored JKP balance, and the new
                   balance goes to the floor marquee; the history
                   line is rewritten with its void flag set (never
                   deleted, and the settled result text kept - the
                   reconciliations must go on crediting it, since
                   SETAUDIT line records which staff id authorized
                   the void and why. ActHist supplies the evidence
                   to decide with - this is the correcting
                   transaction to act on it. A void made on a
                   dispute case (CPY\DISPUTE.CFG, kept by DispAdm)
                   takes the hand's seed off the case, is refused
                   unless the case was upheld and not yet voided,
                   carries the case number on its SETAUDIT line,
                   and marks the case voided with a note line of
                   its own. DispAdm calls it with the case it has
                   just upheld (CPY\HVDPARM.CBL); run on its own -
                   no parameter, or the runtime's command-line block
                   where the case number would be, which is never
                   six digits - it asks for the case, or a seed when
                   there is none.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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

           SELECT OPTIONAL HISTORY
            ASSIGN TO
             "CPY\HISTORY.LOG"
             "CPY\SETAUDIT.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL DISPUTE
            ASSIGN TO
             "CPY\DISPUTE.CFG"
             ORGANIZATION INDEXED
             ACCESS DYNAMIC
             RECORD DSP-KEY
             LOCK MODE IS MANUAL WITH LOCK ON RECORD
             FILE STATUS WK-DISPUTE-STATUS.

           SELECT OPTIONAL HISTIDX
            ASSIGN TO
             "CPY\HISTIDX.CFG"
       FILE SECTION.
           COPY "CPY\CONFREC.CBL".

           COPY "CPY\HOUSEREC.CBL".

           COPY "CPY\HISTREC.CBL".

       FD KEEP-FILE
           LABEL RECORD STANDARD.

       01 KEEP-RECORD PIC X(177).

           COPY "CPY\ACTREC.CBL".


           COPY "CPY\HIDXREC.CBL".

           COPY "CPY\DSPREC.CBL".

       WORKING-STORAGE SECTION.

           COPY "CPY\MARQPARM.CBL".

           COPY "CPY\PINGPARM.CBL".

       01 WK-CONFIG-STATUS PIC X(02).
       01 WK-HOUSE-STATUS PIC X(02).
       01 WK-DISPUTE-STATUS PIC X(02).

       01 WK-EOF PIC X VALUE "N".
          88 WK-FILE-EOF VALUE "Y".
       01 WK-STAFFID PIC X(10).
       01 WK-STAFFPIN PIC 9(04).
       01 WK-FOUND PIC 9 VALUE 0.
       01 WK-CASENO PIC 9(06) VALUE 0.
       01 WK-CASEOK PIC 9 VALUE 0.
       01 WK-NOTENO PIC 9(03).

      *The hand as settled -- its history line and what moved

       01 WK-JKPPAID PIC 9(08)V99 VALUE 0.
       01 WK-CONFIRM PIC X.

       LINKAGE SECTION.

           COPY "CPY\HVDPARM.CBL".

       PROCEDURE DIVISION USING HVD-PARMS.

       0000-MAINLINE.

              PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           END-IF.

      *Run on its own from the command line, the runtime hands the
      *program its PARM block (a length halfword and the text) in
      *place of the case number, so only six digits are taken as a
      *case passed in

           MOVE 0 TO WK-CASENO.
           IF ADDRESS OF HVD-PARMS NOT = NULL
              IF HVD-CASENO NUMERIC
                 MOVE HVD-CASENO TO WK-CASENO
              END-IF
           END-IF.
           IF WK-CASENO = 0
              DISPLAY "Dispute case (0 if none): " NO ADVANCING
              ACCEPT WK-CASENO
           END-IF.
           IF WK-CASENO > 0
              PERFORM 1500-LOAD-CASE
                 THRU 1500-CASE-EXIT
              IF WK-CASEOK = 0
                 MOVE 8 TO RETURN-CODE
                 PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
              END-IF
           ELSE
              DISPLAY "Hand seed to void: " NO ADVANCING
              ACCEPT WK-ASKSEED
           END-IF.
           DISPLAY "Reason:            " NO ADVANCING.
           ACCEPT WK-REASON.

           PERFORM 6000-REVERSE-JACKPOT.
           PERFORM 7000-MARK-HISTORY.
           PERFORM 8000-AUDIT-THE-VOID.
           IF WK-CASENO > 0
              PERFORM 8500-CLOSE-THE-CASE
           END-IF.

           DISPLAY "Hand " WK-ASKSEED " voided under "
              WK-STAFFID.
           DISPLAY "Staff PIN: " NO ADVANCING.
           ACCEPT WK-STAFFPIN.

           SET PING-VERIFY TO TRUE.
           SET PING-STAFF TO TRUE.
           MOVE WK-STAFFID TO PING-ID.
           MOVE WK-STAFFPIN TO PING-PIN.
           MOVE "HandVoid" TO PING-PROGRAM.
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
              DISPLAY "Role " PING-ROLE " cannot void a settled hand"
                 " - refused"
              MOVE SPACES TO WK-STAFFID
              MOVE 8 TO RETURN-CODE
           END-IF.

       1000-GATE-EXIT.

           CONTINUE.

      *A dispute case hands over the seed it was raised on, once it
      *has been upheld -- an open, investigating or denied case, or
      *one whose hand is already voided, voids nothing

       1500-LOAD-CASE.

           MOVE 0 TO WK-CASEOK.
           OPEN INPUT DISPUTE.
           MOVE WK-CASENO TO DSP-CASE.
           MOVE 0 TO DSP-LINE.
           READ DISPUTE
              INVALID KEY
                 DISPLAY "No dispute case " WK-CASENO
                 CLOSE DISPUTE
                 GO TO 1500-CASE-EXIT
           END-READ.
           CLOSE DISPUTE.
           IF NOT DSP-UPHELD
              DISPLAY "Case " WK-CASENO " has not been upheld - "
                 "refused"
              GO TO 1500-CASE-EXIT
           END-IF.
           IF DSP-VOIDED = "Y"
              DISPLAY "Case " WK-CASENO " already voided its hand on "
                 DSP-VOIDDATE
              GO TO 1500-CASE-EXIT
           END-IF.
           MOVE DSP-SEED TO WK-ASKSEED.
           MOVE 1 TO WK-CASEOK.
           DISPLAY "Case " WK-CASENO " upheld for " DSP-PLAYER
              " - hand seed " WK-ASKSEED.

       1500-CASE-EXIT.

           CONTINUE.

      *The keyed store pulls the hand straight off its seed; a
      *store out of step falls back to the front-to-back scan


      *What moved when the hand settled -- the player's wagers off
      *the betting journal, the winnings off the history result
      *under the same model the reconciliation runs (a split pot
      *run twice off its RUNPAY row), the rake row and the jackpot
      *skims off their ledgers

       3000-SIZE-THE-REVERSAL.

           CLOSE ACTLOG.

           EVALUATE TRUE
              WHEN HIST-BOARD2 NOT = SPACES
                    AND HIST-RESULT (1:3) = "Tie"
                 CONTINUE
              WHEN HIST-RESULT (1:11) = "Player wins"
                 ADD HIST-POT TO WK-WINNINGS
              WHEN HIST-RESULT (1:10) = "CPU folded"
                       WHEN "PRIZE"
                       WHEN "H2HWIN"
                       WHEN "FOLD"
                       WHEN "TOKE"
                          CONTINUE
                       WHEN "RUNPAY"
                          ADD ACT-AMOUNT TO WK-WINNINGS
                       WHEN OTHER
                          ADD ACT-AMOUNT TO WK-WAGERS
                    END-EVALUATE
              GO TO 4100-CONFIG-READ-LOCK
           END-IF.

       4200-HOUSE-READ-LOCK.

           READ HOUSE WITH LOCK
              INVALID KEY
                 CONTINUE
           END-READ.
           IF WK-HOUSE-STATUS = "51" OR WK-HOUSE-STATUS = "9D"
              DISPLAY "Record in use by a terminal - retrying"
              GO TO 4200-HOUSE-READ-LOCK
           END-IF.

       4300-DISPUTE-READ-LOCK.

           READ DISPUTE WITH LOCK
              INVALID KEY
                 CONTINUE
           END-READ.
           IF WK-DISPUTE-STATUS = "51" OR WK-DISPUTE-STATUS = "9D"
              DISPLAY "Record in use by a terminal - retrying"
              GO TO 4300-DISPUTE-READ-LOCK
           END-IF.

       5000-REVERSE-RAKE.

           IF WK-RAKEBACK = 0
           IF WK-SKIMS = 0 AND WK-JKPPAID = 0
              PERFORM 6000-JACKPOT-EXIT
           ELSE
              OPEN I-O HOUSE
              MOVE "JKP" TO HS-OPTION
              MOVE SPACES TO HS-PLAYER
              PERFORM 4200-HOUSE-READ-LOCK
              SUBTRACT WK-SKIMS FROM HS-JACKPOT
              ADD WK-JKPPAID TO HS-JACKPOT
              IF HS-JACKPOT < 0
                 MOVE 0 TO HS-JACKPOT
              END-IF
              REWRITE HS-CONFIG
              MOVE HS-JACKPOT TO MQP-JACKPOT
              CLOSE HOUSE
              SET MQP-JKPONLY TO TRUE
              CALL "MarqPut" USING MQP-PARMS
              OPEN EXTEND JKPLOG
              IF WK-SKIMS > 0
                 MOVE SPACES TO JKPL-RECORD
           MOVE "HANDVOID" TO AUD-SETTING.
           MOVE WK-ASKSEED TO AUD-OLD.
           MOVE WK-REASON TO AUD-NEW.
           IF WK-CASENO > 0
              MOVE WK-CASENO TO AUD-CASE
           END-IF.
           WRITE AUD-RECORD.
           CLOSE SETAUDIT.

      *The case is marked voided and the void goes on it as one
      *more note line, under the staff id that authorized it

       8500-CLOSE-THE-CASE.

           OPEN I-O DISPUTE.
           MOVE WK-CASENO TO DSP-CASE.
           MOVE 0 TO DSP-LINE.
           PERFORM 4300-DISPUTE-READ-LOCK.
           MOVE "Y" TO DSP-VOIDED.
           MOVE WK-TODAY TO DSP-VOIDDATE.
           ADD 1 TO DSP-NOTES.
           MOVE DSP-NOTES TO WK-NOTENO.
           REWRITE DSP-RECORD.

           MOVE SPACES TO DSP-DATA.
           MOVE WK-CASENO TO DSP-CASE.
           MOVE WK-NOTENO TO DSP-LINE.
           MOVE WK-TODAY TO DSN-DATE.
           MOVE WK-CLOCK TO DSN-TIME.
           MOVE WK-STAFFID TO DSN-STAFF.
           STRING "Hand " WK-ASKSEED " voided - " WK-REASON
              DELIMITED BY SIZE INTO DSN-TEXT.
           MOVE "U" TO DSN-STATUS.
           WRITE DSP-RECORD
              INVALID KEY CONTINUE
           END-WRITE.
           CLOSE DISPUTE.
           DISPLAY "Case " WK-CASENO " marked voided".

       9999-EXIT.

       9999-EXIT-EXIT.
