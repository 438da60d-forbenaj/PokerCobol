       IDENTIFICATION DIVISION.
       PROGRAM-ID. VchClose.
       SECURITY.   Nightly free-play voucher close, run in the
                   overnight chain. First the expiry run: every
                   voucher still open (status O) whose expiry date
                   has passed is lapsed - its VCH record turns to
                   status L and a line goes to the breakage ledger
                   CPY\VCHLAPSE.LOG - so the liability comes off
                   the book the night it dies and finance can book
                   the breakage. Then the outstanding-voucher
                   liability report: the vouchers still open,
                   bearer and named, spread by how soon they
                   expire, with the total the books must carry.
                   That total is cross-checked against a replay of
                   the ledgers (issued on CPY\VOUCHER.LOG, less
                   redeemed, less lapsed) the same way the comp
                   liability report proves its balances, and a
                   mismatch ends the run with return code 8 so the
                   chain stops on it.

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

           SELECT OPTIONAL VOUCHERLOG
            ASSIGN TO
             "CPY\VOUCHER.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL LAPSELOG
            ASSIGN TO
             "CPY\VCHLAPSE.LOG"
             ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "CPY\HOUSEREC.CBL".

           COPY "CPY\VCHREC.CBL".

           COPY "CPY\VLAPREC.CBL".

       WORKING-STORAGE SECTION.

           COPY "CPY\JOBGPARM.CBL".

       01 WK-EOF PIC X VALUE "N".
          88 WK-FILE-EOF VALUE "Y".
       01 WK-DONE PIC 9 VALUE 0.

       01 WK-TODAY PIC 9(08).
       01 WK-FULLDATE PIC 9(08).
       01 WK-TODAY-INT PIC 9(08).
       01 WK-DAYSLEFT PIC S9(06).
       01 WK-VOUCHERNO PIC 9(06).

      *Tonight's lapses -- the breakage

       01 WK-LAPSED PIC 9(05) VALUE 0.
       01 WK-LAPSEDCASH PIC 9(10)V99 VALUE 0.

      *Open vouchers by how soon they expire: within 7 days, within
      *30 days, later

       01 WK-OPEN-COUNT PIC 9(05) VALUE 0.
       01 WK-BEARER-CASH PIC 9(10)V99 VALUE 0.
       01 WK-NAMED-CASH PIC 9(10)V99 VALUE 0.
       01 WK-BUCKETS.
           02 WK-BUCKET-COUNT PIC 9(05) OCCURS 3 TIMES.
           02 WK-BUCKET-CASH PIC 9(10)V99 OCCURS 3 TIMES.
       01 WK-BUCKET-IDX PIC 9 COMP.
       01 WK-LIABILITY PIC 9(10)V99 VALUE 0.

      *Ledger replay

       01 WK-LEDG-ISSUED PIC 9(10)V99 VALUE 0.
       01 WK-LEDG-REDEEMED PIC 9(10)V99 VALUE 0.
       01 WK-LEDG-LAPSED PIC 9(10)V99 VALUE 0.
       01 WK-LEDG-NET PIC S9(10)V99 VALUE 0.
       01 WK-DRIFT PIC S9(10)V99 VALUE 0.

       01 WK-SHOW1 PIC Z(9)9,99.
       01 WK-SHOW2 PIC -(10)9,99.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           SET JOBG-START TO TRUE.
           MOVE "VchClose" TO JOBG-PROGRAM.
           MOVE 0 TO JOBG-BUSDATE.
           CALL "JobGate" USING JOBG-PARMS.
           IF JOBG-REFUSED
              MOVE 8 TO RETURN-CODE
              PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           END-IF.

           ACCEPT WK-TODAY FROM DATE.
           COMPUTE WK-FULLDATE = WK-TODAY + 20000000.
           COMPUTE WK-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WK-FULLDATE).
           INITIALIZE WK-BUCKETS.

           OPEN I-O HOUSE.
           OPEN EXTEND LAPSELOG.
           MOVE 0 TO WK-DONE.
           MOVE "VCH" TO HS-OPTION.
           MOVE LOW-VALUES TO HS-PLAYER.
           START HOUSE KEY NOT < HS-KEY
              INVALID KEY
                 MOVE 1 TO WK-DONE
           END-START.
           PERFORM 2000-ONE-VOUCHER
              THRU 2000-VOUCHER-EXIT
              UNTIL WK-DONE = 1.
           CLOSE LAPSELOG.
           CLOSE HOUSE.

           PERFORM 3000-REPLAY-LEDGERS.
           PERFORM 4000-PRINT-REPORT.
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.

      *One VCH record -- an open voucher past its expiry lapses
      *tonight; one still good counts toward the liability

       2000-ONE-VOUCHER.

           READ HOUSE NEXT
              AT END
                 MOVE 1 TO WK-DONE
                 GO TO 2000-VOUCHER-EXIT
           END-READ.
           IF HS-OPTION NOT = "VCH"
              MOVE 1 TO WK-DONE
              GO TO 2000-VOUCHER-EXIT
           END-IF.
           IF HS-VCHSTATUS NOT = "O"
              GO TO 2000-VOUCHER-EXIT
           END-IF.

           IF HS-VCHEXPIRES < WK-TODAY
              MOVE "L" TO HS-VCHSTATUS
              MOVE WK-TODAY TO HS-VCHSTATDATE
              REWRITE HS-CONFIG
              MOVE HS-PLAYER(1:6) TO WK-VOUCHERNO
              MOVE SPACES TO LAP-RECORD
              MOVE WK-TODAY TO LAP-DATE
              MOVE WK-VOUCHERNO TO LAP-VOUCHERNO
              MOVE HS-VCHHOLDER TO LAP-HOLDER
              MOVE HS-VCHAMOUNT TO LAP-AMOUNT
              MOVE HS-VCHISSUED TO LAP-ISSUED
              MOVE HS-VCHEXPIRES TO LAP-EXPIRES
              WRITE LAP-RECORD
              ADD 1 TO WK-LAPSED
              ADD HS-VCHAMOUNT TO WK-LAPSEDCASH
              GO TO 2000-VOUCHER-EXIT
           END-IF.

           ADD 1 TO WK-OPEN-COUNT.
           ADD HS-VCHAMOUNT TO WK-LIABILITY.
           IF HS-VCHHOLDER = "BEARER"
              ADD HS-VCHAMOUNT TO WK-BEARER-CASH
           ELSE
              ADD HS-VCHAMOUNT TO WK-NAMED-CASH
           END-IF.
           COMPUTE WK-FULLDATE = HS-VCHEXPIRES + 20000000.
           COMPUTE WK-DAYSLEFT =
              FUNCTION INTEGER-OF-DATE(WK-FULLDATE) - WK-TODAY-INT.
           EVALUATE TRUE
              WHEN WK-DAYSLEFT < 7
                 MOVE 1 TO WK-BUCKET-IDX
              WHEN WK-DAYSLEFT < 30
                 MOVE 2 TO WK-BUCKET-IDX
              WHEN OTHER
                 MOVE 3 TO WK-BUCKET-IDX
           END-EVALUATE.
           ADD 1 TO WK-BUCKET-COUNT(WK-BUCKET-IDX).
           ADD HS-VCHAMOUNT TO WK-BUCKET-CASH(WK-BUCKET-IDX).

       2000-VOUCHER-EXIT.

           CONTINUE.

      *Issued less redeemed off the voucher ledger, less everything
      *ever lapsed off the breakage ledger (tonight's included)

       3000-REPLAY-LEDGERS.

           OPEN INPUT VOUCHERLOG.
           MOVE "N" TO WK-EOF.
           PERFORM 3100-VOUCHER-ROW
              UNTIL WK-FILE-EOF.
           CLOSE VOUCHERLOG.

           OPEN INPUT LAPSELOG.
           MOVE "N" TO WK-EOF.
           PERFORM 3200-LAPSE-ROW
              UNTIL WK-FILE-EOF.
           CLOSE LAPSELOG.

           COMPUTE WK-LEDG-NET = WK-LEDG-ISSUED - WK-LEDG-REDEEMED
              - WK-LEDG-LAPSED.
           COMPUTE WK-DRIFT = WK-LIABILITY - WK-LEDG-NET.

       3100-VOUCHER-ROW.

           READ VOUCHERLOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 EVALUATE VCH-TYPE
                    WHEN "ISS"
                       ADD VCH-AMOUNT TO WK-LEDG-ISSUED
                    WHEN "RED"
                       ADD VCH-AMOUNT TO WK-LEDG-REDEEMED
                 END-EVALUATE
           END-READ.

       3200-LAPSE-ROW.

           READ LAPSELOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 ADD LAP-AMOUNT TO WK-LEDG-LAPSED
           END-READ.

       4000-PRINT-REPORT.

           DISPLAY "Free-play voucher close for " WK-TODAY.
           DISPLAY "=============================================".
           MOVE WK-LAPSEDCASH TO WK-SHOW1.
           DISPLAY "Lapsed tonight:      " WK-LAPSED "   " WK-SHOW1
              "  (breakage, CPY\VCHLAPSE.LOG)".
           DISPLAY " ".
           DISPLAY "Outstanding vouchers".
           MOVE WK-BUCKET-CASH(1) TO WK-SHOW1.
           DISPLAY "  expiring < 7 days  " WK-BUCKET-COUNT(1) "   "
              WK-SHOW1.
           MOVE WK-BUCKET-CASH(2) TO WK-SHOW1.
           DISPLAY "  expiring < 30 days " WK-BUCKET-COUNT(2) "   "
              WK-SHOW1.
           MOVE WK-BUCKET-CASH(3) TO WK-SHOW1.
           DISPLAY "  expiring later     " WK-BUCKET-COUNT(3) "   "
              WK-SHOW1.
           MOVE WK-BEARER-CASH TO WK-SHOW1.
           DISPLAY "  of which bearer            " WK-SHOW1.
           MOVE WK-NAMED-CASH TO WK-SHOW1.
           DISPLAY "  of which named             " WK-SHOW1.
           MOVE WK-LIABILITY TO WK-SHOW1.
           DISPLAY "TOTAL LIABILITY      " WK-OPEN-COUNT "   "
              WK-SHOW1.
           DISPLAY " ".
           MOVE WK-LEDG-ISSUED TO WK-SHOW1.
           DISPLAY "Ledger - issued              " WK-SHOW1.
           MOVE WK-LEDG-REDEEMED TO WK-SHOW1.
           DISPLAY "         redeemed            " WK-SHOW1.
           MOVE WK-LEDG-LAPSED TO WK-SHOW1.
           DISPLAY "         lapsed              " WK-SHOW1.
           MOVE WK-LEDG-NET TO WK-SHOW2.
           DISPLAY "         outstanding        " WK-SHOW2.
           IF WK-DRIFT = 0
              DISPLAY "Voucher file agrees with the ledgers"
           ELSE
              MOVE WK-DRIFT TO WK-SHOW2
              DISPLAY "VOUCHER FILE DRIFTS FROM THE LEDGERS BY "
                 WK-SHOW2
              MOVE 8 TO RETURN-CODE
           END-IF.

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
