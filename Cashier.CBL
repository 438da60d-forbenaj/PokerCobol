                   for a named staff login (cashier or supervisor
                   role) and stamps the staff id on every movement;
                   with no staff accounts on file yet it runs open,
                   so a fresh install can still bank. Balancing the
                   drawer now counts the whole drawer: the opening
                   float, fills and credits the cage posted to
                   CPY\CAGE.LOG for it today, plus the day's
                   deposits less withdrawals, make the expected
                   cash, and the close is written back to the cage
                   ledger as a CLS row - counted, expected and
                   over/short under the staff id - so the cash goes
                   back to the vault on the book and the over/short
                   stays on file instead of only on the screen. A
                   drawer is closed once a day and takes no further
                   movements after it. Free-play vouchers are
                   redeemed here too (mode V): the voucher's VCH
                   record is read under its lock and refused if it
                   is unknown, already used, lapsed or past its
                   expiry, or made out to another profile; a good
                   one turns to status R and its amount is credited
                   to the bankroll as an FPV movement on the
                   reserved VCH drawer - no cash crosses the
                   counter, the way comp redemptions ride CMP - with
                   a RED line on the voucher ledger CPY\VOUCHER.LOG.
                   Every deposit is also added to the profile's KYC
                   record, and once its deposits to date - or a
                   single jackpot it was paid - pass the KYT house
                   threshold, withdrawals are refused until the
                   profile's identity is verified. Mode K keeps the
                   verification itself: the status, the document
                   seen and its expiry, stamped with the staff id
                   that verified it, each status change written to
                   CPY\SETAUDIT.LOG.

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

           SELECT OPTIONAL CASHLOG
            ASSIGN TO
             "CPY\CASHIER.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL CAGELOG
            ASSIGN TO
             "CPY\CAGE.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL VOUCHERLOG
            ASSIGN TO
             "CPY\VOUCHER.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL SETAUDIT
            ASSIGN TO
             "CPY\SETAUDIT.LOG"
             ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "CPY\CONFREC.CBL".

           COPY "CPY\HOUSEREC.CBL".

           COPY "CPY\CASHREC.CBL".

           COPY "CPY\CAGEREC.CBL".

           COPY "CPY\VCHREC.CBL".

           COPY "CPY\AUDREC.CBL".

       WORKING-STORAGE SECTION.

           COPY "CPY\PINGPARM.CBL".

       01 WK-CONFIG-STATUS PIC X(02).
       01 WK-HOUSE-STATUS PIC X(02).

       01 WK-MODE PIC X.
          88 WK-MODE-DEPOSIT VALUE "D" "d".
          88 WK-MODE-WITHDRAW VALUE "W" "w".
          88 WK-MODE-BALANCE VALUE "B" "b".
          88 WK-MODE-VOUCHER VALUE "V" "v".
          88 WK-MODE-KYC VALUE "K" "k".
          88 WK-MODE-EXIT VALUE "X" "x".

       01 WK-EOF PIC X VALUE "N".
       01 WK-TYPE PIC X(03).
       01 WK-REF PIC X(12).

      *Voucher redemption -- the voucher as found on file

       01 WK-VOUCHERNO PIC 9(06).
       01 WK-VCHHOLDER PIC X(10).
       01 WK-VCHEXPIRES PIC 9(08).

      *Identity verification -- the house threshold, whether the
      *profile is held for verification, and the maintenance
      *answers

       01 WK-KYCLIMIT PIC 9(08)V99.
       01 WK-KYCHOLD PIC 9 VALUE 0.
       01 WK-NEWKYC PIC 9 VALUE 0.
       01 WK-OLDSTATUS PIC X(01).
       01 WK-ASKSTATUS PIC X(01).
       01 WK-ASKDOCTYPE PIC X(10).
       01 WK-ASKDOCEXP PIC 9(08).

      *Drawer balancing -- the float and the cage's fills and
      *credits plus the day's ledgered movements for this drawer,
      *against the cash the cashier counts

       01 WK-DEPTOTAL PIC 9(10)V99 VALUE 0.
       01 WK-WDRTOTAL PIC 9(10)V99 VALUE 0.
       01 WK-FLOAT PIC 9(10)V99 VALUE 0.
       01 WK-FILLS PIC 9(10)V99 VALUE 0.
       01 WK-CREDITS PIC 9(10)V99 VALUE 0.
       01 WK-CLOSED PIC 9 VALUE 0.
       01 WK-DRAWERNET PIC S9(10)V99 VALUE 0.
       01 WK-COUNTED PIC S9(10)V99 VALUE 0.
       01 WK-OVERSHORT PIC S9(10)V99 VALUE 0.

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
           IF WK-STF-SEEN = 0
              DISPLAY "No staff accounts on file - counter runs "
                 "open until some are set up"
              CLOSE HOUSE
              GO TO 0500-STAFF-EXIT
           END-IF.

           DISPLAY "Staff PIN: " NO ADVANCING.
           ACCEPT WK-STAFFPIN.

           CLOSE HOUSE.

           SET PING-VERIFY TO TRUE.
           SET PING-STAFF TO TRUE.
           MOVE WK-STAFFID TO PING-ID.
           MOVE WK-STAFFPIN TO PING-PIN.
           MOVE "Cashier" TO PING-PROGRAM.
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
              DISPLAY "Role " PING-ROLE " cannot post money "
                 "at the counter"
              MOVE 8 TO RETURN-CODE
              SET WK-MODE-EXIT TO TRUE
       1000-ONE-TRANSACTION.

           DISPLAY " ".
           DISPLAY "Mode - D deposit, W withdraw, V voucher, "
              "K identity, B balance drawer, X exit: "
              NO ADVANCING.
           ACCEPT WK-MODE.

           EVALUATE TRUE
                 MOVE "WDR" TO WK-TYPE
                 PERFORM 2000-POST-MOVEMENT
                    THRU 2000-POST-EXIT
              WHEN WK-MODE-VOUCHER
                 PERFORM 3000-REDEEM-VOUCHER
                    THRU 3000-REDEEM-EXIT
              WHEN WK-MODE-KYC
                 PERFORM 4000-EDIT-KYC
                    THRU 4000-KYC-EXIT
              WHEN WK-MODE-BALANCE
                 PERFORM 5000-BALANCE-DRAWER
                    THRU 5000-BALANCE-EXIT
              WHEN WK-MODE-EXIT
                 CONTINUE
              WHEN OTHER
                 DISPLAY "Enter D, W, V, K, B or X"
           END-EVALUATE.

       1000-TRANSACTION-EXIT.
              GO TO 2000-POST-EXIT
           END-IF.

      *A drawer closed for the day has handed its cash back to the
      *cage -- a movement posted after that would belong to no
      *count

           MOVE 0 TO WK-CLOSED.
           ACCEPT WK-TODAY FROM DATE.
           OPEN INPUT CAGELOG.
           MOVE "N" TO WK-EOF.
           PERFORM 5200-ADD-CAGE-MOVEMENT
              UNTIL WK-FILE-EOF.
           CLOSE CAGELOG.
           IF WK-CLOSED = 1
              DISPLAY "Drawer " WK-DRAWER " is closed for today - "
                 "nothing posted"
              GO TO 2000-POST-EXIT
           END-IF.

      *A profile past the verification threshold takes no money out
      *until its identity has been verified

           IF WK-TYPE = "WDR"
              PERFORM 2300-KYC-GATE
              IF WK-KYCHOLD = 1
                 DISPLAY "[" WK-ASKPLAYER "] must be identity-"
                    "verified first (mode K) - nothing posted"
                 GO TO 2000-POST-EXIT
              END-IF
           END-IF.

           OPEN I-O CONFIG.
           MOVE "BANK" TO FD-OPTION.
           MOVE WK-ASKPLAYER TO FD-PLAYER.
           WRITE CASH-RECORD.
           CLOSE CASHLOG.

           IF WK-TYPE = "DEP"
              PERFORM 2200-TALLY-DEPOSIT
           END-IF.

       2000-POST-EXIT.

           CONTINUE.
              GO TO 2100-CONFIG-READ-LOCK
           END-IF.

       2150-HOUSE-READ-LOCK.

           MOVE 0 TO WK-NOREC.
           READ HOUSE WITH LOCK
              INVALID KEY
                 MOVE 1 TO WK-NOREC
           END-READ.
           IF WK-HOUSE-STATUS = "51" OR WK-HOUSE-STATUS = "9D"
              DISPLAY "Record in use by a terminal - retrying"
              GO TO 2150-HOUSE-READ-LOCK
           END-IF.

      *Deposits to date ride on the KYC record, made the first time
      *it is needed

       2200-TALLY-DEPOSIT.

           OPEN I-O CONFIG.
           MOVE "KYC" TO FD-OPTION.
           MOVE WK-ASKPLAYER TO FD-PLAYER.
           PERFORM 2100-CONFIG-READ-LOCK.
           IF WK-NOREC = 1
              PERFORM 2250-NEW-KYC
              ADD WK-AMOUNT TO FD-KYCDEPOSITS
              WRITE FD-CONFIG
                 INVALID KEY CONTINUE
              END-WRITE
           ELSE
              ADD WK-AMOUNT TO FD-KYCDEPOSITS
              REWRITE FD-CONFIG
           END-IF.
           CLOSE CONFIG.

       2250-NEW-KYC.

           MOVE "KYC" TO FD-OPTION.
           MOVE WK-ASKPLAYER TO FD-PLAYER.
           MOVE "U" TO FD-KYCSTATUS.
           MOVE SPACES TO FD-KYCDOCTYPE.
           MOVE 0 TO FD-KYCDOCEXP.
           MOVE SPACES TO FD-KYCSTAFF.
           MOVE 0 TO FD-KYCDATE.
           MOVE 0 TO FD-KYCDEPOSITS.
           MOVE 0 TO FD-KYCBIGWIN.

      *Held for verification -- past the house threshold on deposits
      *to date or on a single jackpot, and not verified on a
      *document still in date. A zero threshold holds nobody

       2300-KYC-GATE.

           MOVE 0 TO WK-KYCHOLD.
           OPEN INPUT HOUSE.
           MOVE "KYT" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE 3000 TO WK-KYCLIMIT
              NOT INVALID KEY
                 MOVE HS-KYCLIMIT TO WK-KYCLIMIT
           END-READ.
           CLOSE HOUSE.

           OPEN INPUT CONFIG.
           MOVE "KYC" TO FD-OPTION.
           MOVE WK-ASKPLAYER TO FD-PLAYER.
           READ CONFIG
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF WK-KYCLIMIT > 0
                       AND (FD-KYCDEPOSITS >= WK-KYCLIMIT
                          OR FD-KYCBIGWIN >= WK-KYCLIMIT)
                    IF FD-KYCSTATUS NOT = "V"
                          OR FD-KYCDOCEXP < WK-TODAY
                       MOVE 1 TO WK-KYCHOLD
                    END-IF
                 END-IF
           END-READ.
           CLOSE CONFIG.

      *Voucher redemption -- the voucher is checked and spent under
      *its own record lock before the bankroll is touched, so two
      *counters can never both pay the same voucher. A bearer
      *voucher goes onto whichever profile presents it; a named one
      *only onto its holder. No cash moves, so the drawer's closed
      *state doesn't matter and the row rides the reserved VCH
      *drawer

       3000-REDEEM-VOUCHER.

           DISPLAY "Voucher no:  " NO ADVANCING.
           ACCEPT WK-VOUCHERNO.
           DISPLAY "Player name: " NO ADVANCING.
           ACCEPT WK-ASKPLAYER.
           ACCEPT WK-TODAY FROM DATE.

           OPEN I-O CONFIG.
           MOVE "BANK" TO FD-OPTION.
           MOVE WK-ASKPLAYER TO FD-PLAYER.
           READ CONFIG
              INVALID KEY
                 DISPLAY "No profile [" WK-ASKPLAYER "] banks here - "
                    "nothing redeemed"
                 CLOSE CONFIG
                 GO TO 3000-REDEEM-EXIT
           END-READ.

           OPEN I-O HOUSE.
           MOVE "VCH" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           MOVE WK-VOUCHERNO TO HS-PLAYER(1:6).
           PERFORM 2150-HOUSE-READ-LOCK.
           IF WK-NOREC = 1
              DISPLAY "No voucher " WK-VOUCHERNO " on file - "
                 "nothing redeemed"
              CLOSE HOUSE
              CLOSE CONFIG
              MOVE 8 TO RETURN-CODE
              GO TO 3000-REDEEM-EXIT
           END-IF.
           IF HS-VCHSTATUS = "R"
              DISPLAY "Voucher " WK-VOUCHERNO " already used on "
                 HS-VCHSTATDATE " by " HS-VCHREDEEMBY
              CLOSE HOUSE
              CLOSE CONFIG
              MOVE 8 TO RETURN-CODE
              GO TO 3000-REDEEM-EXIT
           END-IF.
           IF HS-VCHSTATUS = "L" OR HS-VCHEXPIRES < WK-TODAY
              DISPLAY "Voucher " WK-VOUCHERNO " expired after "
                 HS-VCHEXPIRES " - nothing redeemed"
              CLOSE HOUSE
              CLOSE CONFIG
              MOVE 8 TO RETURN-CODE
              GO TO 3000-REDEEM-EXIT
           END-IF.
           IF HS-VCHHOLDER NOT = "BEARER"
                 AND HS-VCHHOLDER NOT = WK-ASKPLAYER
              DISPLAY "Voucher " WK-VOUCHERNO " is made out to "
                 HS-VCHHOLDER " - nothing redeemed"
              CLOSE HOUSE
              CLOSE CONFIG
              MOVE 8 TO RETURN-CODE
              GO TO 3000-REDEEM-EXIT
           END-IF.

           MOVE HS-VCHAMOUNT TO WK-AMOUNT.
           MOVE HS-VCHHOLDER TO WK-VCHHOLDER.
           MOVE HS-VCHEXPIRES TO WK-VCHEXPIRES.
           MOVE "R" TO HS-VCHSTATUS.
           MOVE WK-TODAY TO HS-VCHSTATDATE.
           MOVE WK-ASKPLAYER TO HS-VCHREDEEMBY.
           REWRITE HS-CONFIG.
           CLOSE HOUSE.

           MOVE "BANK" TO FD-OPTION.
           MOVE WK-ASKPLAYER TO FD-PLAYER.
           PERFORM 2100-CONFIG-READ-LOCK.
           ADD WK-AMOUNT TO FD-BANKROLL.
           REWRITE FD-CONFIG.
           DISPLAY "Voucher " WK-VOUCHERNO " redeemed for "
              WK-AMOUNT " - new balance " FD-BANKROLL.
           CLOSE CONFIG.

           ACCEPT WK-CLOCK FROM TIME.
           OPEN EXTEND CASHLOG.
           MOVE SPACES TO CASH-RECORD.
           MOVE WK-TODAY TO CASH-DATE.
           MOVE WK-CLOCK TO CASH-TIME.
           MOVE "VCH " TO CASH-DRAWER.
           MOVE WK-ASKPLAYER TO CASH-PLAYER.
           MOVE "FPV" TO CASH-TYPE.
           MOVE WK-AMOUNT TO CASH-AMOUNT.
           MOVE SPACES TO CASH-REF.
           STRING "VOUCHER" WK-VOUCHERNO DELIMITED BY SIZE
              INTO CASH-REF.
           MOVE WK-STAFFID TO CASH-STAFF.
           WRITE CASH-RECORD.
           CLOSE CASHLOG.

           OPEN EXTEND VOUCHERLOG.
           MOVE SPACES TO VCH-RECORD.
           MOVE WK-TODAY TO VCH-DATE.
           MOVE WK-CLOCK TO VCH-TIME.
           MOVE WK-VOUCHERNO TO VCH-VOUCHERNO.
           MOVE "RED" TO VCH-TYPE.
           MOVE WK-VCHHOLDER TO VCH-HOLDER.
           MOVE WK-ASKPLAYER TO VCH-PLAYER.
           MOVE WK-AMOUNT TO VCH-AMOUNT.
           MOVE WK-VCHEXPIRES TO VCH-EXPIRES.
           MOVE WK-STAFFID TO VCH-STAFF.
           WRITE VCH-RECORD.
           CLOSE VOUCHERLOG.

       3000-REDEEM-EXIT.

           CONTINUE.

      *End-of-shift drawer close -- the cage's float, fills and
      *credits for this drawer today and the day's counter
      *movements make the expected cash; the counted cash goes back
      *to the cage as a CLS row carrying the over/short

       5000-BALANCE-DRAWER.

           MOVE 0 TO WK-DEPTOTAL.
           MOVE 0 TO WK-WDRTOTAL.
           MOVE 0 TO WK-FLOAT.
           MOVE 0 TO WK-FILLS.
           MOVE 0 TO WK-CREDITS.
           MOVE 0 TO WK-CLOSED.
           ACCEPT WK-TODAY FROM DATE.

           OPEN INPUT CAGELOG.
           MOVE "N" TO WK-EOF.
           PERFORM 5200-ADD-CAGE-MOVEMENT
              UNTIL WK-FILE-EOF.
           CLOSE CAGELOG.
           IF WK-CLOSED = 1
              DISPLAY "Drawer " WK-DRAWER " already closed for "
                 WK-TODAY
              GO TO 5000-BALANCE-EXIT
           END-IF.

           OPEN INPUT CASHLOG.
           MOVE "N" TO WK-EOF.
           PERFORM 5100-ADD-MOVEMENT
              UNTIL WK-FILE-EOF.
           CLOSE CASHLOG.

           COMPUTE WK-DRAWERNET = WK-FLOAT + WK-FILLS - WK-CREDITS
              + WK-DEPTOTAL - WK-WDRTOTAL.
           DISPLAY "Drawer " WK-DRAWER " for " WK-TODAY.
           DISPLAY "Opening float:   " WK-FLOAT.
           DISPLAY "Cage fills:      " WK-FILLS.
           DISPLAY "Cage credits:    " WK-CREDITS.
           DISPLAY "Deposits taken:  " WK-DEPTOTAL.
           DISPLAY "Withdrawals paid:" WK-WDRTOTAL.
           MOVE WK-DRAWERNET TO WK-NETSHOW.
           DISPLAY "Expected cash:   " WK-NETSHOW.
           DISPLAY "Counted cash:    " NO ADVANCING.
           ACCEPT WK-COUNTED.

           COMPUTE WK-OVERSHORT = WK-COUNTED - WK-DRAWERNET.
              MOVE 8 TO RETURN-CODE
           END-IF.

           ACCEPT WK-CLOCK FROM TIME.
           OPEN EXTEND CAGELOG.
           MOVE SPACES TO CAGE-RECORD.
           MOVE WK-TODAY TO CAGE-DATE.
           MOVE WK-CLOCK TO CAGE-TIME.
           MOVE WK-DRAWER TO CAGE-DRAWER.
           MOVE "CLS" TO CAGE-TYPE.
           MOVE WK-STAFFID TO CAGE-STAFF.
           MOVE WK-COUNTED TO CAGE-AMOUNT.
           MOVE WK-DRAWERNET TO CAGE-EXPECTED.
           MOVE WK-OVERSHORT TO CAGE-OVERSHORT.
           MOVE "DRAWER CLOSE" TO CAGE-REF.
           WRITE CAGE-RECORD.
           CLOSE CAGELOG.
           DISPLAY "Drawer closed - counted cash returned to the cage".

       5000-BALANCE-EXIT.

           CONTINUE.

       5100-ADD-MOVEMENT.

           READ CASHLOG
                 END-IF
           END-READ.

       5200-ADD-CAGE-MOVEMENT.

           READ CAGELOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF CAGE-DATE = WK-TODAY
                       AND CAGE-DRAWER = WK-DRAWER
                    EVALUATE CAGE-TYPE
                       WHEN "ISS"
                          ADD CAGE-AMOUNT TO WK-FLOAT
                       WHEN "FIL"
                          ADD CAGE-AMOUNT TO WK-FILLS
                       WHEN "CRD"
                          ADD CAGE-AMOUNT TO WK-CREDITS
                       WHEN "CLS"
                          MOVE 1 TO WK-CLOSED
                    END-EVALUATE
                 END-IF
           END-READ.

      *Identity verification at the counter -- only a named staff
      *login can mark a profile verified, and only on a document
      *that is still in date; its id and the date go on the record

       4000-EDIT-KYC.

           DISPLAY "Player name: " NO ADVANCING.
           ACCEPT WK-ASKPLAYER.
           ACCEPT WK-TODAY FROM DATE.

           OPEN I-O CONFIG.
           MOVE "BANK" TO FD-OPTION.
           MOVE WK-ASKPLAYER TO FD-PLAYER.
           READ CONFIG
              INVALID KEY
                 DISPLAY "No profile [" WK-ASKPLAYER "] banks here"
                 CLOSE CONFIG
                 GO TO 4000-KYC-EXIT
           END-READ.

           MOVE 0 TO WK-NEWKYC.
           MOVE "KYC" TO FD-OPTION.
           MOVE WK-ASKPLAYER TO FD-PLAYER.
           PERFORM 2100-CONFIG-READ-LOCK.
           IF WK-NOREC = 1
              MOVE 1 TO WK-NEWKYC
              PERFORM 2250-NEW-KYC
           END-IF.

           DISPLAY "Status:           " FD-KYCSTATUS
              " (U unverified, P pending, V verified, E expired)".
           DISPLAY "Document:         " FD-KYCDOCTYPE
              " expires " FD-KYCDOCEXP.
           DISPLAY "Verified by:      " FD-KYCSTAFF
              " on " FD-KYCDATE.
           DISPLAY "Deposits to date: " FD-KYCDEPOSITS.
           DISPLAY "Largest jackpot:  " FD-KYCBIGWIN.

           MOVE FD-KYCSTATUS TO WK-OLDSTATUS.
           MOVE SPACE TO WK-ASKSTATUS.
           DISPLAY "New status - V, P or U (blank keeps): "
              NO ADVANCING.
           ACCEPT WK-ASKSTATUS.
           IF WK-ASKSTATUS = "v"
              MOVE "V" TO WK-ASKSTATUS
           END-IF.
           IF WK-ASKSTATUS = "p"
              MOVE "P" TO WK-ASKSTATUS
           END-IF.
           IF WK-ASKSTATUS = "u"
              MOVE "U" TO WK-ASKSTATUS
           END-IF.

           EVALUATE WK-ASKSTATUS
              WHEN SPACE
                 CLOSE CONFIG
                 DISPLAY "Nothing changed"
                 GO TO 4000-KYC-EXIT
              WHEN "V"
                 IF WK-STAFFID = SPACES
                    DISPLAY "Verifying needs a named staff login - "
                       "nothing changed"
                    CLOSE CONFIG
                    GO TO 4000-KYC-EXIT
                 END-IF
                 MOVE SPACES TO WK-ASKDOCTYPE
                 DISPLAY "Document type:         " NO ADVANCING
                 ACCEPT WK-ASKDOCTYPE
                 DISPLAY "Document expiry YYMMDD: " NO ADVANCING
                 ACCEPT WK-ASKDOCEXP
                 IF WK-ASKDOCTYPE = SPACES
                       OR WK-ASKDOCEXP < WK-TODAY
                    DISPLAY "A document still in date is needed - "
                       "nothing changed"
                    CLOSE CONFIG
                    GO TO 4000-KYC-EXIT
                 END-IF
                 MOVE WK-ASKDOCTYPE TO FD-KYCDOCTYPE
                 MOVE WK-ASKDOCEXP TO FD-KYCDOCEXP
                 MOVE WK-STAFFID TO FD-KYCSTAFF
                 MOVE WK-TODAY TO FD-KYCDATE
              WHEN "P"
              WHEN "U"
                 CONTINUE
              WHEN OTHER
                 DISPLAY "Enter V, P or U - nothing changed"
                 CLOSE CONFIG
                 GO TO 4000-KYC-EXIT
           END-EVALUATE.
           MOVE WK-ASKSTATUS TO FD-KYCSTATUS.

           MOVE "KYC" TO FD-OPTION.
           MOVE WK-ASKPLAYER TO FD-PLAYER.
           IF WK-NEWKYC = 1
              WRITE FD-CONFIG
                 INVALID KEY CONTINUE
              END-WRITE
           ELSE
              REWRITE FD-CONFIG
           END-IF.
           CLOSE CONFIG.

           ACCEPT WK-CLOCK FROM TIME.
           OPEN EXTEND SETAUDIT.
           MOVE SPACES TO AUD-RECORD.
           MOVE WK-TODAY TO AUD-DATE.
           MOVE WK-CLOCK TO AUD-TIME.
           MOVE WK-ASKPLAYER TO AUD-PLAYER.
           MOVE "KYCSTATUS" TO AUD-SETTING.
           MOVE WK-OLDSTATUS TO AUD-OLD.
           MOVE WK-ASKSTATUS TO AUD-NEW.
           WRITE AUD-RECORD.
           CLOSE SETAUDIT.
           DISPLAY "Identity status for " WK-ASKPLAYER " now "
              WK-ASKSTATUS.

       4000-KYC-EXIT.

           CONTINUE.

       9999-EXIT.

       9999-EXIT-EXIT.
