       IDENTIFICATION DIVISION.
       PROGRAM-ID. VchAdm.
       SECURITY.   Free-play voucher issuance. Promotions could only
                   ever bend the rake (PRM); marketing can now hand
                   out free-play vouchers. Each voucher is its own
                   VCH record in the house settings file
                   CPY\HOUSE.CFG, numbered off the VCN counter,
                   made out to a profile that banks here or to
                   BEARER (any profile may redeem it), with an
                   amount, the issue date, an expiry date a set
                   number of days out and a status - O open, R
                   redeemed, L lapsed. Only a supervisor issues,
                   singly or as a batch run (one amount and validity
                   for a run of bearer vouchers and/or a list of
                   named profiles), and every voucher issued is an
                   ISS line on the voucher ledger CPY\VOUCHER.LOG
                   under the supervisor's staff id. Issuing moves no
                   money - the house only takes on the liability.
                   The voucher is spent at the Cashier counter
                   (mode V), which refuses one that is expired or
                   already used; the nightly VchClose run lapses the
                   expired ones and prints the outstanding liability.

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
             RECORD HS-KEY
             LOCK MODE IS MANUAL WITH LOCK ON RECORD
             FILE STATUS WK-HOUSE-STATUS.

           SELECT OPTIONAL VOUCHERLOG
            ASSIGN TO
             "CPY\VOUCHER.LOG"
             ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "CPY\CONFREC.CBL".

           COPY "CPY\HOUSEREC.CBL".

           COPY "CPY\VCHREC.CBL".

       WORKING-STORAGE SECTION.

           COPY "CPY\PINGPARM.CBL".

       01 WK-HOUSE-STATUS PIC X(02).

       01 WK-MODE PIC X.
          88 WK-MODE-ISSUE VALUE "I" "i".
          88 WK-MODE-BATCH VALUE "B" "b".
          88 WK-MODE-EXIT VALUE "X" "x".

       01 WK-TODAY PIC 9(08).
       01 WK-CLOCK PIC 9(08).
       01 WK-STAFFID PIC X(10) VALUE SPACES.
       01 WK-STAFFPIN PIC 9(04).
       01 WK-STF-SEEN PIC 9 VALUE 0.
       01 WK-NOREC PIC 9 VALUE 0.
       01 WK-DONE PIC 9 VALUE 0.

      *One run's terms -- every voucher in a batch carries the same
      *amount and expiry

       01 WK-HOLDER PIC X(10).
       01 WK-AMOUNT PIC 9(08)V99.
       01 WK-DAYS PIC 9(04).
       01 WK-EXPIRES PIC 9(08).
       01 WK-FULLDATE PIC 9(08).
       01 WK-EXPIRE-INT PIC 9(08).
       01 WK-BEARERS PIC 9(04).
       01 WK-BEARER-IDX PIC 9(04).
       01 WK-VOUCHERNO PIC 9(06).
       01 WK-ISSUED PIC 9(04) VALUE 0.
       01 WK-ISSUEDCASH PIC 9(10)V99 VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           ACCEPT WK-TODAY FROM DATE.
           PERFORM 0500-STAFF-LOGIN
              THRU 0500-STAFF-EXIT.

           PERFORM 1000-ONE-TRANSACTION
              THRU 1000-TRANSACTION-EXIT
              UNTIL WK-MODE-EXIT.
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.

      *Staff challenge -- issuing free play is a supervisor's call,
      *so any other role is turned away. With no staff on file the
      *desk runs open, the way a fresh install does at the counter

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
              DISPLAY "No staff accounts on file - voucher desk runs "
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
           MOVE "VchAdm" TO PING-PROGRAM.
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
              DISPLAY "Only a supervisor issues free-play vouchers"
              MOVE 8 TO RETURN-CODE
              SET WK-MODE-EXIT TO TRUE
              GO TO 0500-STAFF-EXIT
           END-IF.
           DISPLAY "Voucher desk open for " WK-STAFFID.

       0500-STAFF-EXIT.

           CONTINUE.

       1000-ONE-TRANSACTION.

           DISPLAY " ".
           DISPLAY "Mode - I issue voucher, B batch issue, X exit: "
              NO ADVANCING.
           ACCEPT WK-MODE.

           EVALUATE TRUE
              WHEN WK-MODE-ISSUE
                 PERFORM 2000-ISSUE-SINGLE
                    THRU 2000-ISSUE-EXIT
              WHEN WK-MODE-BATCH
                 PERFORM 3000-ISSUE-BATCH
                    THRU 3000-BATCH-EXIT
              WHEN WK-MODE-EXIT
                 CONTINUE
              WHEN OTHER
                 DISPLAY "Enter I, B or X"
           END-EVALUATE.

       1000-TRANSACTION-EXIT.

           CONTINUE.

      *One voucher -- to a named profile or to BEARER

       2000-ISSUE-SINGLE.

           DISPLAY "Holder (profile name or BEARER): " NO ADVANCING.
           ACCEPT WK-HOLDER.
           PERFORM 4000-TAKE-TERMS
              THRU 4000-TERMS-EXIT.
           IF WK-AMOUNT = 0
              GO TO 2000-ISSUE-EXIT
           END-IF.

           MOVE 0 TO WK-ISSUED.
           MOVE 0 TO WK-ISSUEDCASH.
           OPEN I-O HOUSE.
           OPEN INPUT CONFIG.
           OPEN EXTEND VOUCHERLOG.
           PERFORM 5000-ISSUE-ONE
              THRU 5000-ISSUE-ONE-EXIT.
           CLOSE VOUCHERLOG.
           CLOSE CONFIG.
           CLOSE HOUSE.

       2000-ISSUE-EXIT.

           CONTINUE.

      *Batch run -- one amount and validity for a run of bearer
      *vouchers and then any number of named profiles, ended by a
      *blank name

       3000-ISSUE-BATCH.

           PERFORM 4000-TAKE-TERMS
              THRU 4000-TERMS-EXIT.
           IF WK-AMOUNT = 0
              GO TO 3000-BATCH-EXIT
           END-IF.
           DISPLAY "Bearer vouchers to issue (0 none): "
              NO ADVANCING.
           ACCEPT WK-BEARERS.

           MOVE 0 TO WK-ISSUED.
           MOVE 0 TO WK-ISSUEDCASH.
           OPEN I-O HOUSE.
           OPEN INPUT CONFIG.
           OPEN EXTEND VOUCHERLOG.
           MOVE "BEARER" TO WK-HOLDER.
           PERFORM 5000-ISSUE-ONE
              THRU 5000-ISSUE-ONE-EXIT
              VARYING WK-BEARER-IDX FROM 1 BY 1
              UNTIL WK-BEARER-IDX > WK-BEARERS.

           MOVE 0 TO WK-DONE.
           PERFORM 3100-NAMED-HOLDER
              UNTIL WK-DONE = 1.
           CLOSE VOUCHERLOG.
           CLOSE CONFIG.
           CLOSE HOUSE.

           DISPLAY " ".
           DISPLAY "Batch complete - " WK-ISSUED " vouchers, "
              WK-ISSUEDCASH " of free play issued".

       3000-BATCH-EXIT.

           CONTINUE.

       3100-NAMED-HOLDER.

           DISPLAY "Profile (blank to finish): " NO ADVANCING.
           MOVE SPACES TO WK-HOLDER.
           ACCEPT WK-HOLDER.
           IF WK-HOLDER = SPACES
              MOVE 1 TO WK-DONE
           ELSE
              PERFORM 5000-ISSUE-ONE
                 THRU 5000-ISSUE-ONE-EXIT
           END-IF.

      *Amount and validity -- the expiry is the last day the voucher
      *may be redeemed, so a zero-day voucher is good for today only

       4000-TAKE-TERMS.

           DISPLAY "Amount:           " NO ADVANCING.
           ACCEPT WK-AMOUNT.
           IF WK-AMOUNT = 0
              DISPLAY "Nothing issued"
              GO TO 4000-TERMS-EXIT
           END-IF.
           DISPLAY "Valid for (days): " NO ADVANCING.
           ACCEPT WK-DAYS.

           ACCEPT WK-TODAY FROM DATE.
           COMPUTE WK-FULLDATE = WK-TODAY + 20000000.
           COMPUTE WK-EXPIRE-INT =
              FUNCTION INTEGER-OF-DATE(WK-FULLDATE) + WK-DAYS.
           COMPUTE WK-EXPIRES =
              FUNCTION DATE-OF-INTEGER(WK-EXPIRE-INT) - 20000000.
           DISPLAY "Vouchers expire after " WK-EXPIRES.

       4000-TERMS-EXIT.

           CONTINUE.

      *Issue one voucher -- a named holder must already bank here,
      *the same rule the counter keeps so a typo never mints a
      *profile; the number comes off the VCN counter and the
      *voucher goes on the ledger at once

       5000-ISSUE-ONE.

           IF WK-HOLDER NOT = "BEARER"
              MOVE "BANK" TO FD-OPTION
              MOVE WK-HOLDER TO FD-PLAYER
              READ CONFIG
                 INVALID KEY
                    DISPLAY "No profile [" WK-HOLDER "] banks here "
                       "- no voucher issued"
                    GO TO 5000-ISSUE-ONE-EXIT
              END-READ
           END-IF.

           PERFORM 5100-NEXT-VOUCHER-NO.

           ACCEPT WK-TODAY FROM DATE.
           ACCEPT WK-CLOCK FROM TIME.
           MOVE "VCH" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           MOVE WK-VOUCHERNO TO HS-PLAYER(1:6).
           MOVE WK-HOLDER TO HS-VCHHOLDER.
           MOVE WK-AMOUNT TO HS-VCHAMOUNT.
           MOVE WK-TODAY TO HS-VCHISSUED.
           MOVE WK-EXPIRES TO HS-VCHEXPIRES.
           MOVE "O" TO HS-VCHSTATUS.
           MOVE WK-TODAY TO HS-VCHSTATDATE.
           MOVE SPACES TO HS-VCHREDEEMBY.
           WRITE HS-CONFIG
              INVALID KEY
                 DISPLAY "Voucher " WK-VOUCHERNO " already on file "
                    "- the VCN counter needs checking"
                 MOVE 8 TO RETURN-CODE
                 GO TO 5000-ISSUE-ONE-EXIT
           END-WRITE.

           MOVE SPACES TO VCH-RECORD.
           MOVE WK-TODAY TO VCH-DATE.
           MOVE WK-CLOCK TO VCH-TIME.
           MOVE WK-VOUCHERNO TO VCH-VOUCHERNO.
           MOVE "ISS" TO VCH-TYPE.
           MOVE WK-HOLDER TO VCH-HOLDER.
           MOVE SPACES TO VCH-PLAYER.
           MOVE WK-AMOUNT TO VCH-AMOUNT.
           MOVE WK-EXPIRES TO VCH-EXPIRES.
           MOVE WK-STAFFID TO VCH-STAFF.
           WRITE VCH-RECORD.

           ADD 1 TO WK-ISSUED.
           ADD WK-AMOUNT TO WK-ISSUEDCASH.
           DISPLAY "Voucher " WK-VOUCHERNO " for " WK-AMOUNT
              " issued to " WK-HOLDER.

       5000-ISSUE-ONE-EXIT.

           CONTINUE.

      *Voucher numbers come off the VCN house counter, the way the
      *markers number off MKN

       5100-NEXT-VOUCHER-NO.

           MOVE "VCN" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           PERFORM 5200-HOUSE-READ-LOCK.
           IF WK-NOREC = 1
              MOVE "VCN" TO HS-OPTION
              MOVE SPACES TO HS-PLAYER
              MOVE 1 TO HS-RECEIPTNO
              MOVE 1 TO WK-VOUCHERNO
              WRITE HS-CONFIG
                 INVALID KEY CONTINUE
              END-WRITE
           ELSE
              ADD 1 TO HS-RECEIPTNO
              MOVE HS-RECEIPTNO TO WK-VOUCHERNO
              REWRITE HS-CONFIG
           END-IF.

      *Keyed read under a record lock with a polite retry when a
      *terminal holds the record -- the counter's discipline

       5200-HOUSE-READ-LOCK.

           MOVE 0 TO WK-NOREC.
           READ HOUSE WITH LOCK
              INVALID KEY
                 MOVE 1 TO WK-NOREC
           END-READ.
           IF WK-HOUSE-STATUS = "51" OR WK-HOUSE-STATUS = "9D"
              DISPLAY "Record in use by a terminal - retrying"
              GO TO 5200-HOUSE-READ-LOCK
           END-IF.

       9999-EXIT.

       9999-EXIT-EXIT.

           GOBACK.
