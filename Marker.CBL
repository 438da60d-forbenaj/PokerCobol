       IDENTIFICATION DIVISION.
       PROGRAM-ID. Marker.
       SECURITY.   Player credit markers - the house line of
                   credit. A player with nothing on the BANK record
                   could only rebuy or bring cash to the counter;
                   regulars can now sign a marker against a credit
                   line a supervisor has granted their profile. A
                   supervisor sets the per-profile limit (the MKL
                   record, which also carries the markers
                   outstanding against it); a cashier or supervisor
                   issues a marker, which lands the money on the
                   bankroll through the same locked
                   read-the-stored-balance path the counter uses,
                   and takes repayments back off the bankroll the
                   same way; only a supervisor writes off a balance
                   that will not be collected. Every issue,
                   repayment and write-off goes to the marker
                   ledger CPY\MARKER.LOG, and the bankroll side of
                   an issue or a repayment is also written to the
                   cashier ledger as its own movement type (MKI /
                   MKP on the MKR drawer, the way comp redemptions
                   ride the CMP drawer) so the reconciliation and
                   the statements account for it. The aging report
                   spreads each profile's open markers over
                   current / 30 / 60 / 90+ days, repayments and
                   write-offs clearing the oldest markers first.
                   Staff login as at the counter; an auditor
                   account may run the aging report only.

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

           SELECT OPTIONAL CASHLOG
            ASSIGN TO
             "CPY\CASHIER.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL MARKERLOG
            ASSIGN TO
             "CPY\MARKER.LOG"
             ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "CPY\CONFREC.CBL".

           COPY "CPY\HOUSEREC.CBL".

           COPY "CPY\CASHREC.CBL".

           COPY "CPY\MKRREC.CBL".

       WORKING-STORAGE SECTION.

           COPY "CPY\PINGPARM.CBL".

       01 WK-CONFIG-STATUS PIC X(02).
       01 WK-HOUSE-STATUS PIC X(02).

       01 WK-MODE PIC X.
          88 WK-MODE-LIMIT VALUE "L" "l".
          88 WK-MODE-ISSUE VALUE "I" "i".
          88 WK-MODE-REPAY VALUE "P" "p".
          88 WK-MODE-WRITEOFF VALUE "W" "w".
          88 WK-MODE-AGING VALUE "A" "a".
          88 WK-MODE-EXIT VALUE "X" "x".

       01 WK-EOF PIC X VALUE "N".
          88 WK-FILE-EOF VALUE "Y".

       01 WK-TODAY PIC 9(08).
       01 WK-CLOCK PIC 9(08).
       01 WK-STAFFID PIC X(10) VALUE SPACES.
       01 WK-STAFFPIN PIC 9(04).
       01 WK-STAFFROLE PIC X(01) VALUE "C".
       01 WK-STF-SEEN PIC 9 VALUE 0.
       01 WK-NOREC PIC 9 VALUE 0.
       01 WK-ASKPLAYER PIC X(10).
       01 WK-AMOUNT PIC 9(08)V99.
       01 WK-REF PIC X(12).
       01 WK-LIMIT PIC 9(08)V99.
       01 WK-OUTSTANDING PIC 9(08)V99.
       01 WK-HEADROOM PIC 9(08)V99.
       01 WK-MARKERNO PIC 9(06).
       01 WK-TYPE PIC X(03).

      *Aging -- every marker issued up to the as-of date, with what
      *is still owed on it once the profile's repayments and
      *write-offs have cleared its older markers

       01 WK-ASOF PIC 9(08).
       01 WK-FULLDATE PIC 9(08).
       01 WK-ASOF-INT PIC 9(08).
       01 WK-AGE PIC S9(06).
       01 WK-APPLY PIC 9(08)V99.
       01 WK-MK-COUNT PIC 9(03) COMP VALUE 0.
       01 WK-MK-TAB.
           02 WK-MK-ENTRY OCCURS 300 TIMES.
               03 WK-MK-PLAYER PIC X(10).
               03 WK-MK-NO PIC 9(06).
               03 WK-MK-DATE PIC 9(08).
               03 WK-MK-OPEN PIC 9(08)V99.
       01 WK-MK-IDX PIC 9(03) COMP.
       01 WK-MK-FULL PIC 9 VALUE 0.

       01 WK-PLAYER-COUNT PIC 99 COMP VALUE 0.
       01 WK-PLAYER-TAB.
           02 WK-PLAYER-ENTRY OCCURS 50 TIMES.
               03 WK-PT-NAME PIC X(10).
               03 WK-PT-BUCKET PIC 9(09)V99 OCCURS 4 TIMES.
               03 WK-PT-TOTAL PIC 9(09)V99.
       01 WK-SEARCH-IDX PIC 99 COMP.
       01 WK-FOUND-IDX PIC 99 COMP.
       01 WK-BUCKET-IDX PIC 9 COMP.
       01 WK-LOOKUP-NAME PIC X(10).
       01 WK-GRAND.
           02 WK-GR-BUCKET PIC 9(10)V99 OCCURS 4 TIMES.
           02 WK-GR-TOTAL PIC 9(10)V99.
       01 WK-MISMATCH PIC 9(04) VALUE 0.

       01 WK-SHOW1 PIC Z(8)9,99.
       01 WK-SHOW2 PIC Z(8)9,99.
       01 WK-SHOW3 PIC Z(8)9,99.
       01 WK-SHOW4 PIC Z(8)9,99.
       01 WK-SHOW5 PIC Z(8)9,99.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           ACCEPT WK-TODAY FROM DATE.
           PERFORM 0500-STAFF-LOGIN
              THRU 0500-STAFF-EXIT.

           PERFORM 1000-ONE-TRANSACTION
              THRU 1000-TRANSACTION-EXIT
              UNTIL WK-MODE-EXIT.
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.

      *Staff challenge -- the counter's rules, the role kept so the
      *limit and write-off modes can insist on a supervisor and an
      *auditor can only look. With no staff on file the desk runs
      *open at cashier reach, the way a fresh install does at the
      *counter -- granting credit waits for a supervisor account

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
              DISPLAY "No staff accounts on file - marker desk runs "
                 "open until some are set up"
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
           MOVE "Marker" TO PING-PROGRAM.
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
              DISPLAY "Role " PING-ROLE " cannot use the marker "
                 "desk"
              MOVE 8 TO RETURN-CODE
              SET WK-MODE-EXIT TO TRUE
              GO TO 0500-STAFF-EXIT
           END-IF.
           MOVE PING-ROLE TO WK-STAFFROLE.
           DISPLAY "Marker desk open for " WK-STAFFID.

       0500-STAFF-EXIT.

           CONTINUE.

       1000-ONE-TRANSACTION.

           DISPLAY " ".
           DISPLAY "Mode - L credit limit, I issue marker, P repay, "
              "W write off,".
           DISPLAY "       A aging report, X exit: " NO ADVANCING.
           ACCEPT WK-MODE.

           EVALUATE TRUE
              WHEN WK-MODE-LIMIT
                 PERFORM 2000-SET-LIMIT
                    THRU 2000-LIMIT-EXIT
              WHEN WK-MODE-ISSUE
                 PERFORM 3000-ISSUE-MARKER
                    THRU 3000-ISSUE-EXIT
              WHEN WK-MODE-REPAY
                 PERFORM 4000-REPAY-MARKER
                    THRU 4000-REPAY-EXIT
              WHEN WK-MODE-WRITEOFF
                 PERFORM 5000-WRITE-OFF
                    THRU 5000-WRITEOFF-EXIT
              WHEN WK-MODE-AGING
                 PERFORM 6000-AGING-REPORT
              WHEN WK-MODE-EXIT
                 CONTINUE
              WHEN OTHER
                 DISPLAY "Enter L, I, P, W, A or X"
           END-EVALUATE.

       1000-TRANSACTION-EXIT.

           CONTINUE.

      *Credit line -- supervisors only, and only for a profile that
      *banks here. A limit cut below what is already outstanding
      *stands, it just stops further markers until it is paid down

       2000-SET-LIMIT.

           IF WK-STAFFROLE NOT = "S"
              DISPLAY "Only a supervisor sets a credit limit"
              GO TO 2000-LIMIT-EXIT
           END-IF.
           DISPLAY "Player name: " NO ADVANCING.
           ACCEPT WK-ASKPLAYER.
           DISPLAY "New limit:   " NO ADVANCING.
           ACCEPT WK-LIMIT.

           OPEN I-O CONFIG.
           MOVE "BANK" TO FD-OPTION.
           MOVE WK-ASKPLAYER TO FD-PLAYER.
           READ CONFIG
              INVALID KEY
                 DISPLAY "No profile [" WK-ASKPLAYER "] banks here "
                    "- no limit set"
                 CLOSE CONFIG
                 GO TO 2000-LIMIT-EXIT
           END-READ.

           ACCEPT WK-TODAY FROM DATE.
           MOVE "MKL" TO FD-OPTION.
           MOVE WK-ASKPLAYER TO FD-PLAYER.
           PERFORM 2100-CONFIG-READ-LOCK.
           IF WK-NOREC = 1
              MOVE "MKL" TO FD-OPTION
              MOVE WK-ASKPLAYER TO FD-PLAYER
              MOVE 0 TO FD-MARKEROUT
              MOVE WK-LIMIT TO FD-CREDITLIMIT
              MOVE WK-STAFFID TO FD-CREDITBY
              MOVE WK-TODAY TO FD-CREDITDATE
              WRITE FD-CONFIG
                 INVALID KEY CONTINUE
              END-WRITE
           ELSE
              MOVE WK-LIMIT TO FD-CREDITLIMIT
              MOVE WK-STAFFID TO FD-CREDITBY
              MOVE WK-TODAY TO FD-CREDITDATE
              REWRITE FD-CONFIG
           END-IF.
           IF FD-MARKEROUT > FD-CREDITLIMIT
              DISPLAY "Outstanding " FD-MARKEROUT " is over the new "
                 "limit - no further markers until paid down"
           END-IF.
           CLOSE CONFIG.
           DISPLAY "Credit limit for " WK-ASKPLAYER " set to "
              WK-LIMIT.

       2000-LIMIT-EXIT.

           CONTINUE.

      *Keyed read under a record lock with a polite retry when a
      *terminal holds the record -- the counter's discipline

       2100-CONFIG-READ-LOCK.

           MOVE 0 TO WK-NOREC.
           READ CONFIG WITH LOCK
              INVALID KEY
                 MOVE 1 TO WK-NOREC
           END-READ.
           IF WK-CONFIG-STATUS = "51" OR WK-CONFIG-STATUS = "9D"
              DISPLAY "Record in use by a terminal - retrying"
              GO TO 2100-CONFIG-READ-LOCK
           END-IF.

       2200-HOUSE-READ-LOCK.

           MOVE 0 TO WK-NOREC.
           READ HOUSE WITH LOCK
              INVALID KEY
                 MOVE 1 TO WK-NOREC
           END-READ.
           IF WK-HOUSE-STATUS = "51" OR WK-HOUSE-STATUS = "9D"
              DISPLAY "Record in use by a terminal - retrying"
              GO TO 2200-HOUSE-READ-LOCK
           END-IF.

      *Issue -- the line is charged first, then the money lands on
      *the stored balance re-read under its lock, so a hand in play
      *on the shared profile isn't wiped out

       3000-ISSUE-MARKER.

           IF WK-STAFFROLE = "A"
              DISPLAY "Auditor accounts cannot issue markers"
              GO TO 3000-ISSUE-EXIT
           END-IF.
           DISPLAY "Player name: " NO ADVANCING.
           ACCEPT WK-ASKPLAYER.
           DISPLAY "Amount:      " NO ADVANCING.
           ACCEPT WK-AMOUNT.
           IF WK-AMOUNT = 0
              DISPLAY "Nothing issued"
              GO TO 3000-ISSUE-EXIT
           END-IF.

           OPEN I-O CONFIG.
           MOVE "BANK" TO FD-OPTION.
           MOVE WK-ASKPLAYER TO FD-PLAYER.
           READ CONFIG
              INVALID KEY
                 DISPLAY "No profile [" WK-ASKPLAYER "] banks here "
                    "- nothing issued"
                 CLOSE CONFIG
                 GO TO 3000-ISSUE-EXIT
           END-READ.

           MOVE "MKL" TO FD-OPTION.
           MOVE WK-ASKPLAYER TO FD-PLAYER.
           PERFORM 2100-CONFIG-READ-LOCK.
           IF WK-NOREC = 1 OR FD-CREDITLIMIT = 0
              DISPLAY "No credit line for " WK-ASKPLAYER
                 " - nothing issued"
              CLOSE CONFIG
              GO TO 3000-ISSUE-EXIT
           END-IF.
           IF FD-MARKEROUT + WK-AMOUNT > FD-CREDITLIMIT
              IF FD-MARKEROUT < FD-CREDITLIMIT
                 COMPUTE WK-HEADROOM =
                    FD-CREDITLIMIT - FD-MARKEROUT
              ELSE
                 MOVE 0 TO WK-HEADROOM
              END-IF
              DISPLAY "Credit line only has " WK-HEADROOM
                 " left - nothing issued"
              CLOSE CONFIG
              GO TO 3000-ISSUE-EXIT
           END-IF.
           ADD WK-AMOUNT TO FD-MARKEROUT.
           MOVE FD-MARKEROUT TO WK-OUTSTANDING.
           REWRITE FD-CONFIG.

           PERFORM 3100-NEXT-MARKER-NO.

           MOVE "BANK" TO FD-OPTION.
           MOVE WK-ASKPLAYER TO FD-PLAYER.
           PERFORM 2100-CONFIG-READ-LOCK.
           ADD WK-AMOUNT TO FD-BANKROLL.
           REWRITE FD-CONFIG.
           DISPLAY "Marker " WK-MARKERNO " issued - new balance "
              FD-BANKROLL.
           DISPLAY "Outstanding on the line: " WK-OUTSTANDING.
           CLOSE CONFIG.

           MOVE "ISS" TO WK-TYPE.
           MOVE SPACES TO WK-REF.
           STRING "MARKER" WK-MARKERNO DELIMITED BY SIZE
              INTO WK-REF.
           PERFORM 7000-WRITE-LEDGERS
              THRU 7000-WRITE-EXIT.

       3000-ISSUE-EXIT.

           CONTINUE.

      *Marker numbers come off the MKN house counter, the way the
      *session receipts number off RCT

       3100-NEXT-MARKER-NO.

           OPEN I-O HOUSE.
           MOVE "MKN" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           PERFORM 2200-HOUSE-READ-LOCK.
           IF WK-NOREC = 1
              MOVE "MKN" TO HS-OPTION
              MOVE SPACES TO HS-PLAYER
              MOVE 1 TO HS-RECEIPTNO
              MOVE 1 TO WK-MARKERNO
              WRITE HS-CONFIG
                 INVALID KEY CONTINUE
              END-WRITE
           ELSE
              ADD 1 TO HS-RECEIPTNO
              MOVE HS-RECEIPTNO TO WK-MARKERNO
              REWRITE HS-CONFIG
           END-IF.
           CLOSE HOUSE.

      *Repayment off the bankroll -- never more than is owed on the
      *line nor more than the bankroll holds. Cash brought to repay
      *is deposited at the counter first. As at issue the line is
      *settled first, checked and reduced under its lock so two
      *counters cannot both repay the same balance; should the
      *bankroll then fall short, the line is put back under its
      *lock before anything is refused

       4000-REPAY-MARKER.

           IF WK-STAFFROLE = "A"
              DISPLAY "Auditor accounts cannot take repayments"
              GO TO 4000-REPAY-EXIT
           END-IF.
           DISPLAY "Player name: " NO ADVANCING.
           ACCEPT WK-ASKPLAYER.
           DISPLAY "Amount:      " NO ADVANCING.
           ACCEPT WK-AMOUNT.
           IF WK-AMOUNT = 0
              DISPLAY "Nothing repaid"
              GO TO 4000-REPAY-EXIT
           END-IF.

           OPEN I-O CONFIG.
           MOVE "MKL" TO FD-OPTION.
           MOVE WK-ASKPLAYER TO FD-PLAYER.
           PERFORM 2100-CONFIG-READ-LOCK.
           IF WK-NOREC = 1
              MOVE 0 TO FD-MARKEROUT
           END-IF.
           IF WK-AMOUNT > FD-MARKEROUT
              DISPLAY "Only " FD-MARKEROUT " is owed on markers - "
                 "nothing repaid"
              CLOSE CONFIG
              GO TO 4000-REPAY-EXIT
           END-IF.
           SUBTRACT WK-AMOUNT FROM FD-MARKEROUT.
           MOVE FD-MARKEROUT TO WK-OUTSTANDING.
           REWRITE FD-CONFIG.

           MOVE "BANK" TO FD-OPTION.
           MOVE WK-ASKPLAYER TO FD-PLAYER.
           PERFORM 2100-CONFIG-READ-LOCK.
           IF WK-NOREC = 1
              DISPLAY "No profile [" WK-ASKPLAYER "] banks here - "
                 "nothing repaid"
              PERFORM 4100-RESTORE-LINE
              CLOSE CONFIG
              GO TO 4000-REPAY-EXIT
           END-IF.
           IF WK-AMOUNT > FD-BANKROLL
              DISPLAY "Bankroll only holds " FD-BANKROLL
                 " - nothing repaid"
              PERFORM 4100-RESTORE-LINE
              CLOSE CONFIG
              GO TO 4000-REPAY-EXIT
           END-IF.
           SUBTRACT WK-AMOUNT FROM FD-BANKROLL.
           REWRITE FD-CONFIG.
           DISPLAY "New balance: " FD-BANKROLL.
           CLOSE CONFIG.
           DISPLAY "Outstanding on the line: " WK-OUTSTANDING.

           MOVE 0 TO WK-MARKERNO.
           MOVE "PAY" TO WK-TYPE.
           MOVE "REPAYMENT" TO WK-REF.
           PERFORM 7000-WRITE-LEDGERS
              THRU 7000-WRITE-EXIT.

       4000-REPAY-EXIT.

           CONTINUE.

      *A refused repayment goes back on the line, re-read under its
      *lock in case another counter moved it meanwhile

       4100-RESTORE-LINE.

           MOVE "MKL" TO FD-OPTION.
           MOVE WK-ASKPLAYER TO FD-PLAYER.
           PERFORM 2100-CONFIG-READ-LOCK.
           IF WK-NOREC = 0
              ADD WK-AMOUNT TO FD-MARKEROUT
              REWRITE FD-CONFIG
           END-IF.

      *Write-off -- supervisors only; the balance leaves the line
      *and the ledger but no bankroll money moves. Zero writes off
      *everything still owed

       5000-WRITE-OFF.

           IF WK-STAFFROLE NOT = "S"
              DISPLAY "Only a supervisor writes off a marker"
              GO TO 5000-WRITEOFF-EXIT
           END-IF.
           DISPLAY "Player name: " NO ADVANCING.
           ACCEPT WK-ASKPLAYER.
           DISPLAY "Amount (0 for all owed): " NO ADVANCING.
           ACCEPT WK-AMOUNT.
           DISPLAY "Reference:   " NO ADVANCING.
           ACCEPT WK-REF.

           OPEN I-O CONFIG.
           MOVE "MKL" TO FD-OPTION.
           MOVE WK-ASKPLAYER TO FD-PLAYER.
           PERFORM 2100-CONFIG-READ-LOCK.
           IF WK-NOREC = 1 OR FD-MARKEROUT = 0
              DISPLAY "Nothing owed on markers by " WK-ASKPLAYER
              CLOSE CONFIG
              GO TO 5000-WRITEOFF-EXIT
           END-IF.
           IF WK-AMOUNT = 0
              MOVE FD-MARKEROUT TO WK-AMOUNT
           END-IF.
           IF WK-AMOUNT > FD-MARKEROUT
              DISPLAY "Only " FD-MARKEROUT " is owed - nothing "
                 "written off"
              CLOSE CONFIG
              GO TO 5000-WRITEOFF-EXIT
           END-IF.
           SUBTRACT WK-AMOUNT FROM FD-MARKEROUT.
           MOVE FD-MARKEROUT TO WK-OUTSTANDING.
           REWRITE FD-CONFIG.
           CLOSE CONFIG.
           DISPLAY WK-AMOUNT " written off - outstanding now "
              WK-OUTSTANDING.

           MOVE 0 TO WK-MARKERNO.
           MOVE "WOF" TO WK-TYPE.
           PERFORM 7000-WRITE-LEDGERS
              THRU 7000-WRITE-EXIT.

       5000-WRITEOFF-EXIT.

           CONTINUE.

      *Aging as of a date -- markers issued up to it, cleared
      *oldest first by the repayments and write-offs up to it, the
      *balance left on each spread by its age

       6000-AGING-REPORT.

           DISPLAY "As-of date (YYMMDD as logged, 0 for today): "
              NO ADVANCING.
           ACCEPT WK-ASOF.
           IF WK-ASOF = 0
              ACCEPT WK-ASOF FROM DATE
           END-IF.
           COMPUTE WK-FULLDATE = WK-ASOF + 20000000.
           COMPUTE WK-ASOF-INT =
              FUNCTION INTEGER-OF-DATE(WK-FULLDATE).

           MOVE 0 TO WK-MK-COUNT.
           MOVE 0 TO WK-MK-FULL.
           MOVE 0 TO WK-PLAYER-COUNT.
           MOVE 0 TO WK-MISMATCH.
           INITIALIZE WK-MK-TAB.
           INITIALIZE WK-PLAYER-TAB.
           INITIALIZE WK-GRAND.

           OPEN INPUT MARKERLOG.
           MOVE "N" TO WK-EOF.
           PERFORM 6100-AGING-ROW
              UNTIL WK-FILE-EOF.
           CLOSE MARKERLOG.

           PERFORM 6300-BUCKET-MARKER
              THRU 6300-BUCKET-EXIT
              VARYING WK-MK-IDX FROM 1 BY 1
              UNTIL WK-MK-IDX > WK-MK-COUNT.

           DISPLAY " ".
           DISPLAY "Marker aging as of " WK-ASOF.
           DISPLAY "=============================================".
           DISPLAY "Player        Current      30 days      60 days"
              "      90+ days        Total".
           IF WK-ASOF = WK-TODAY
              OPEN INPUT CONFIG
           END-IF.
           PERFORM 6400-SHOW-PLAYER
              VARYING WK-FOUND-IDX FROM 1 BY 1
              UNTIL WK-FOUND-IDX > WK-PLAYER-COUNT.
           IF WK-ASOF = WK-TODAY
              CLOSE CONFIG
           END-IF.

           MOVE WK-GR-BUCKET(1) TO WK-SHOW1.
           MOVE WK-GR-BUCKET(2) TO WK-SHOW2.
           MOVE WK-GR-BUCKET(3) TO WK-SHOW3.
           MOVE WK-GR-BUCKET(4) TO WK-SHOW4.
           MOVE WK-GR-TOTAL TO WK-SHOW5.
           DISPLAY "TOTAL      " WK-SHOW1 " " WK-SHOW2 " " WK-SHOW3
              " " WK-SHOW4 " " WK-SHOW5.
           IF WK-MK-FULL = 1
              DISPLAY "WARNING: more than 300 markers - the later "
                 "ones were not aged"
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF WK-GR-BUCKET(4) > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF WK-MISMATCH > 0
              DISPLAY "LINES OUT OF STEP WITH THE LEDGER: "
                 WK-MISMATCH
              MOVE 8 TO RETURN-CODE
           END-IF.

       6100-AGING-ROW.

           READ MARKERLOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF MKR-DATE <= WK-ASOF
                    EVALUATE MKR-TYPE
                       WHEN "ISS"
                          IF WK-MK-COUNT < 300
                             ADD 1 TO WK-MK-COUNT
                             MOVE MKR-PLAYER
                                TO WK-MK-PLAYER(WK-MK-COUNT)
                             MOVE MKR-MARKERNO
                                TO WK-MK-NO(WK-MK-COUNT)
                             MOVE MKR-DATE TO WK-MK-DATE(WK-MK-COUNT)
                             MOVE MKR-AMOUNT
                                TO WK-MK-OPEN(WK-MK-COUNT)
                          ELSE
                             MOVE 1 TO WK-MK-FULL
                          END-IF
                       WHEN "PAY"
                       WHEN "WOF"
                          MOVE MKR-AMOUNT TO WK-APPLY
                          PERFORM 6200-CLEAR-OLDEST
                             VARYING WK-MK-IDX FROM 1 BY 1
                             UNTIL WK-MK-IDX > WK-MK-COUNT
                                OR WK-APPLY = 0
                    END-EVALUATE
                 END-IF
           END-READ.

       6200-CLEAR-OLDEST.

           IF WK-MK-PLAYER(WK-MK-IDX) = MKR-PLAYER
                 AND WK-MK-OPEN(WK-MK-IDX) > 0
              IF WK-APPLY >= WK-MK-OPEN(WK-MK-IDX)
                 SUBTRACT WK-MK-OPEN(WK-MK-IDX) FROM WK-APPLY
                 MOVE 0 TO WK-MK-OPEN(WK-MK-IDX)
              ELSE
                 SUBTRACT WK-APPLY FROM WK-MK-OPEN(WK-MK-IDX)
                 MOVE 0 TO WK-APPLY
              END-IF
           END-IF.

       6300-BUCKET-MARKER.

           IF WK-MK-OPEN(WK-MK-IDX) = 0
              GO TO 6300-BUCKET-EXIT
           END-IF.
           MOVE WK-MK-PLAYER(WK-MK-IDX) TO WK-LOOKUP-NAME.
           MOVE 0 TO WK-FOUND-IDX.
           PERFORM VARYING WK-SEARCH-IDX FROM 1 BY 1
                 UNTIL WK-SEARCH-IDX > WK-PLAYER-COUNT
              IF WK-PT-NAME(WK-SEARCH-IDX) = WK-LOOKUP-NAME
                 MOVE WK-SEARCH-IDX TO WK-FOUND-IDX
              END-IF
           END-PERFORM.
           IF WK-FOUND-IDX = 0
              IF WK-PLAYER-COUNT < 50
                 ADD 1 TO WK-PLAYER-COUNT
                 MOVE WK-PLAYER-COUNT TO WK-FOUND-IDX
                 MOVE WK-LOOKUP-NAME TO WK-PT-NAME(WK-FOUND-IDX)
              ELSE
                 GO TO 6300-BUCKET-EXIT
              END-IF
           END-IF.

           COMPUTE WK-FULLDATE = WK-MK-DATE(WK-MK-IDX) + 20000000.
           COMPUTE WK-AGE = WK-ASOF-INT
              - FUNCTION INTEGER-OF-DATE(WK-FULLDATE).
           EVALUATE TRUE
              WHEN WK-AGE < 30
                 MOVE 1 TO WK-BUCKET-IDX
              WHEN WK-AGE < 60
                 MOVE 2 TO WK-BUCKET-IDX
              WHEN WK-AGE < 90
                 MOVE 3 TO WK-BUCKET-IDX
              WHEN OTHER
                 MOVE 4 TO WK-BUCKET-IDX
           END-EVALUATE.
           ADD WK-MK-OPEN(WK-MK-IDX)
              TO WK-PT-BUCKET(WK-FOUND-IDX, WK-BUCKET-IDX).
           ADD WK-MK-OPEN(WK-MK-IDX) TO WK-PT-TOTAL(WK-FOUND-IDX).
           ADD WK-MK-OPEN(WK-MK-IDX) TO WK-GR-BUCKET(WK-BUCKET-IDX).
           ADD WK-MK-OPEN(WK-MK-IDX) TO WK-GR-TOTAL.

       6300-BUCKET-EXIT.

           EXIT.

      *Run as of today, each profile's aged total must equal the
      *outstanding carried on its credit line

       6400-SHOW-PLAYER.

           MOVE WK-PT-BUCKET(WK-FOUND-IDX, 1) TO WK-SHOW1.
           MOVE WK-PT-BUCKET(WK-FOUND-IDX, 2) TO WK-SHOW2.
           MOVE WK-PT-BUCKET(WK-FOUND-IDX, 3) TO WK-SHOW3.
           MOVE WK-PT-BUCKET(WK-FOUND-IDX, 4) TO WK-SHOW4.
           MOVE WK-PT-TOTAL(WK-FOUND-IDX) TO WK-SHOW5.
           DISPLAY WK-PT-NAME(WK-FOUND-IDX) " " WK-SHOW1 " "
              WK-SHOW2 " " WK-SHOW3 " " WK-SHOW4 " " WK-SHOW5.

           IF WK-ASOF = WK-TODAY
              MOVE "MKL" TO FD-OPTION
              MOVE WK-PT-NAME(WK-FOUND-IDX) TO FD-PLAYER
              READ CONFIG
                 INVALID KEY
                    MOVE 0 TO FD-MARKEROUT
              END-READ
              IF FD-MARKEROUT NOT = WK-PT-TOTAL(WK-FOUND-IDX)
                 ADD 1 TO WK-MISMATCH
                 DISPLAY "  credit line carries " FD-MARKEROUT
                    " outstanding  <-- EXCEPTION"
              END-IF
           END-IF.

      *One movement onto the marker ledger and, when bankroll money
      *moved, onto the cashier ledger as MKI / MKP

       7000-WRITE-LEDGERS.

           ACCEPT WK-TODAY FROM DATE.
           ACCEPT WK-CLOCK FROM TIME.
           OPEN EXTEND MARKERLOG.
           MOVE SPACES TO MKR-RECORD.
           MOVE WK-TODAY TO MKR-DATE.
           MOVE WK-CLOCK TO MKR-TIME.
           MOVE WK-ASKPLAYER TO MKR-PLAYER.
           MOVE WK-TYPE TO MKR-TYPE.
           MOVE WK-MARKERNO TO MKR-MARKERNO.
           MOVE WK-AMOUNT TO MKR-AMOUNT.
           MOVE WK-STAFFID TO MKR-STAFF.
           MOVE WK-REF TO MKR-REF.
           WRITE MKR-RECORD.
           CLOSE MARKERLOG.

           IF WK-TYPE = "WOF"
              GO TO 7000-WRITE-EXIT
           END-IF.
           OPEN EXTEND CASHLOG.
           MOVE SPACES TO CASH-RECORD.
           MOVE WK-TODAY TO CASH-DATE.
           MOVE WK-CLOCK TO CASH-TIME.
           MOVE "MKR " TO CASH-DRAWER.
           MOVE WK-ASKPLAYER TO CASH-PLAYER.
           IF WK-TYPE = "ISS"
              MOVE "MKI" TO CASH-TYPE
           ELSE
              MOVE "MKP" TO CASH-TYPE
           END-IF.
           MOVE WK-AMOUNT TO CASH-AMOUNT.
           MOVE WK-REF TO CASH-REF.
           MOVE WK-STAFFID TO CASH-STAFF.
           WRITE CASH-RECORD.
           CLOSE CASHLOG.

       7000-WRITE-EXIT.

           EXIT.

       9999-EXIT.

       9999-EXIT-EXIT.

           GOBACK.
