       IDENTIFICATION DIVISION.
       PROGRAM-ID. SetPend.
       SECURITY.   Pending-change keeper for the house settings,
                   CALLed by every console that edits them - the
                   supervisor's house settings screen at the table,
                   the general-ledger account mapping and site code
                   in GlExtract and the PIN policy in PinAdm. A
                   change used to be rewritten onto CPY\HOUSE.CFG
                   the moment one supervisor keyed it, with only the
                   audit line after the fact. Now the console hands
                   the new record image here and it waits on
                   CPY\PENDING.CFG under a number off the PCN
                   counter, with the gaming date it is to take
                   effect, until a second supervisor-role staff id
                   approves or rejects it at SetAdm. Staff accounts
                   come here too once a supervisor account exists -
                   a new account, a role change or another
                   supervisor's PIN - since they are the identities
                   the second-supervisor rule rests on. Only one change
                   per house record may wait at a time, so an
                   earlier one is never silently undone by a later
                   image of the same record. The apply function
                   writes every approved change whose gaming date
                   has come onto the house settings file, marks it
                   applied and puts the SETAUDIT line on the trail
                   naming both the maker and the checker; the table
                   calls it at every splash screen, JobGate at the
                   start of every batch job and SetAdm on each
                   approval, so a change takes effect with the first
                   of them on its gaming date.

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

           SELECT OPTIONAL PENDCHG
            ASSIGN TO
             "CPY\PENDING.CFG"
             ORGANIZATION INDEXED
             ACCESS DYNAMIC
             RECORD PCH-NO
             LOCK MODE IS MANUAL WITH LOCK ON RECORD
             FILE STATUS WK-PENDCHG-STATUS.

           SELECT OPTIONAL SETAUDIT
            ASSIGN TO
             "CPY\SETAUDIT.LOG"
             ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "CPY\HOUSEREC.CBL".

           COPY "CPY\PCHREC.CBL".

           COPY "CPY\AUDREC.CBL".

       WORKING-STORAGE SECTION.

       01 WK-HOUSE-STATUS PIC X(02).
       01 WK-PENDCHG-STATUS PIC X(02).

       01 WK-TODAY PIC 9(08).
       01 WK-CLOCK PIC 9(08).
       01 WK-HHMM PIC 9(04).
       01 WK-CUTOVER PIC 9(04).
       01 WK-GAMINGDATE PIC 9(08).
       01 WK-FULLDATE PIC 9(08).
       01 WK-DATE-INT PIC 9(08).

       01 WK-DONE PIC 9 VALUE 0.
       01 WK-NOREC PIC 9 VALUE 0.
       01 WK-HSKEY PIC X(13).
       01 WK-FOUNDNO PIC 9(06).
       01 WK-CHANGENO PIC 9(06).

      *A staff account's PIN-failure state as it stands on file

       01 WK-LIVE-PIN PIC 9(04).
       01 WK-LIVE-FAILS PIC 9(02).
       01 WK-LIVE-LOCK PIC X(01).
       01 WK-LIVE-LOCKDATE PIC 9(08).

       LINKAGE SECTION.

           COPY "CPY\SETPPARM.CBL".

       PROCEDURE DIVISION USING SETP-PARMS.

       0000-MAINLINE.

           ACCEPT WK-TODAY FROM DATE.
           ACCEPT WK-CLOCK FROM TIME.
           MOVE SPACE TO SETP-VERDICT.
           MOVE 0 TO SETP-APPLIED.

           EVALUATE TRUE
              WHEN SETP-MAKE
                 PERFORM 1000-MAKE
                    THRU 1000-MAKE-EXIT
              WHEN SETP-APPLY
                 PERFORM 2000-APPLY
           END-EVALUATE.
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.

      *A new change -- refused while another change to the same
      *house record is still waiting

       1000-MAKE.

           MOVE SETP-IMAGE (1:13) TO WK-HSKEY.
           PERFORM 1100-FIND-INFLIGHT.
           IF WK-FOUNDNO > 0
              SET SETP-BUSY TO TRUE
              MOVE WK-FOUNDNO TO SETP-CHANGENO
              GO TO 1000-MAKE-EXIT
           END-IF.

           PERFORM 1200-NEXT-CHANGE-NO.

           OPEN I-O PENDCHG.
           MOVE SPACES TO PCH-RECORD.
           MOVE WK-CHANGENO TO PCH-NO.
           MOVE WK-HSKEY TO PCH-HSKEY.
           MOVE SETP-SETTING TO PCH-SETTING.
           MOVE SETP-OLD TO PCH-OLD.
           MOVE SETP-NEW TO PCH-NEW.
           MOVE SETP-EFFDATE TO PCH-EFFDATE.
           SET PCH-PENDING TO TRUE.
           MOVE SETP-MAKER TO PCH-MAKER.
           MOVE WK-TODAY TO PCH-MAKEDATE.
           MOVE WK-CLOCK TO PCH-MAKETIME.
           MOVE 0 TO PCH-CHECKDATE.
           MOVE 0 TO PCH-CHECKTIME.
           MOVE 0 TO PCH-APPLYDATE.
           MOVE SETP-IMAGE TO PCH-IMAGE.
           WRITE PCH-RECORD
              INVALID KEY
                 DISPLAY "Change " WK-CHANGENO " is already on file "
                    "- check the PCN counter"
                 CLOSE PENDCHG
                 GO TO 1000-MAKE-EXIT
           END-WRITE.
           CLOSE PENDCHG.
           MOVE WK-CHANGENO TO SETP-CHANGENO.
           SET SETP-OK TO TRUE.

       1000-MAKE-EXIT.

           EXIT.

       1100-FIND-INFLIGHT.

           MOVE 0 TO WK-FOUNDNO.
           OPEN INPUT PENDCHG.
           MOVE 0 TO PCH-NO.
           MOVE 0 TO WK-DONE.
           START PENDCHG KEY NOT < PCH-NO
              INVALID KEY
                 MOVE 1 TO WK-DONE
           END-START.
           PERFORM 1150-ONE-INFLIGHT
              UNTIL WK-DONE = 1.
           CLOSE PENDCHG.

       1150-ONE-INFLIGHT.

           READ PENDCHG NEXT
              AT END
                 MOVE 1 TO WK-DONE
              NOT AT END
                 IF PCH-HSKEY = WK-HSKEY AND PCH-INFLIGHT
                    MOVE PCH-NO TO WK-FOUNDNO
                    MOVE 1 TO WK-DONE
                 END-IF
           END-READ.

      *Change numbers come off the PCN house counter, the way the
      *markers number off MKN

       1200-NEXT-CHANGE-NO.

           OPEN I-O HOUSE.
           MOVE "PCN" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           PERFORM 3100-HOUSE-READ-LOCK.
           IF WK-NOREC = 1
              MOVE "PCN" TO HS-OPTION
              MOVE SPACES TO HS-PLAYER
              MOVE 1 TO HS-RECEIPTNO
              MOVE 1 TO WK-CHANGENO
              WRITE HS-CONFIG
                 INVALID KEY CONTINUE
              END-WRITE
           ELSE
              ADD 1 TO HS-RECEIPTNO
              MOVE HS-RECEIPTNO TO WK-CHANGENO
              REWRITE HS-CONFIG
           END-IF.
           CLOSE HOUSE.

      *Every approved change whose gaming date has come, in number
      *order

       2000-APPLY.

           PERFORM 2100-GAMING-DATE.
           OPEN I-O PENDCHG.
           MOVE 0 TO PCH-NO.
           MOVE 0 TO WK-DONE.
           START PENDCHG KEY NOT < PCH-NO
              INVALID KEY
                 MOVE 1 TO WK-DONE
           END-START.
           PERFORM 2200-ONE-CHANGE
              UNTIL WK-DONE = 1.
           CLOSE PENDCHG.

      *The gaming date under the cutover, the way JobGate works it
      *out

       2100-GAMING-DATE.

           MOVE 0 TO WK-CUTOVER.
           OPEN INPUT HOUSE.
           MOVE "GDC" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE HS-CUTOVER TO WK-CUTOVER
           END-READ.
           CLOSE HOUSE.

           MOVE WK-TODAY TO WK-GAMINGDATE.
           COMPUTE WK-HHMM = WK-CLOCK / 10000.
           IF WK-HHMM < WK-CUTOVER
              COMPUTE WK-FULLDATE = WK-TODAY + 20000000
              COMPUTE WK-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(WK-FULLDATE) - 1
              COMPUTE WK-GAMINGDATE =
                 FUNCTION DATE-OF-INTEGER(WK-DATE-INT) - 20000000
           END-IF.

       2200-ONE-CHANGE.

           READ PENDCHG NEXT
              AT END
                 MOVE 1 TO WK-DONE
              NOT AT END
                 IF PCH-APPROVED AND PCH-EFFDATE NOT > WK-GAMINGDATE
                    PERFORM 2300-APPLY-ONE
                       THRU 2300-APPLY-EXIT
                 END-IF
           END-READ.

      *Read again under lock -- another terminal may have applied
      *it in the meantime -- then the house record is replaced
      *whole, or written if it never existed. A staff account whose
      *image leaves the PIN as it is keeps the failure count and
      *lockout it has now, so approving a role change can never
      *clear a lockout that happened while it waited

       2300-APPLY-ONE.

           PERFORM 3000-PENDCHG-READ-LOCK.
           IF WK-NOREC = 1 OR NOT PCH-APPROVED
              GO TO 2300-APPLY-EXIT
           END-IF.

           OPEN I-O HOUSE.
           MOVE PCH-HSKEY TO HS-KEY.
           PERFORM 3100-HOUSE-READ-LOCK.
           MOVE HS-STAFFPIN TO WK-LIVE-PIN.
           MOVE HS-PINFAILS TO WK-LIVE-FAILS.
           MOVE HS-PINLOCK TO WK-LIVE-LOCK.
           MOVE HS-PINLOCKDATE TO WK-LIVE-LOCKDATE.
           MOVE PCH-IMAGE TO HS-CONFIG.
           MOVE PCH-HSKEY TO HS-KEY.
           IF WK-NOREC = 0 AND HS-OPTION = "STF"
                 AND HS-STAFFPIN = WK-LIVE-PIN
              MOVE WK-LIVE-FAILS TO HS-PINFAILS
              MOVE WK-LIVE-LOCK TO HS-PINLOCK
              MOVE WK-LIVE-LOCKDATE TO HS-PINLOCKDATE
           END-IF.
           IF WK-NOREC = 1
              WRITE HS-CONFIG
                 INVALID KEY CONTINUE
              END-WRITE
           ELSE
              REWRITE HS-CONFIG
           END-IF.
           CLOSE HOUSE.

           SET PCH-APPLIED TO TRUE.
           MOVE WK-TODAY TO PCH-APPLYDATE.
           REWRITE PCH-RECORD.
           ADD 1 TO SETP-APPLIED.

           OPEN EXTEND SETAUDIT.
           MOVE SPACES TO AUD-RECORD.
           MOVE WK-TODAY TO AUD-DATE.
           MOVE WK-CLOCK TO AUD-TIME.
           MOVE PCH-MAKER TO AUD-PLAYER.
           MOVE PCH-SETTING TO AUD-SETTING.
           MOVE PCH-OLD TO AUD-OLD.
           MOVE PCH-NEW TO AUD-NEW.
           MOVE PCH-CHECKER TO AUD-CHECKER.
           WRITE AUD-RECORD.
           CLOSE SETAUDIT.

       2300-APPLY-EXIT.

           EXIT.

      *Keyed reads under a record lock with a polite retry when a
      *terminal holds the record -- the counter's discipline

       3000-PENDCHG-READ-LOCK.

           MOVE 0 TO WK-NOREC.
           READ PENDCHG WITH LOCK
              INVALID KEY
                 MOVE 1 TO WK-NOREC
           END-READ.
           IF WK-PENDCHG-STATUS = "51" OR WK-PENDCHG-STATUS = "9D"
              DISPLAY "Record in use by a terminal - retrying"
              GO TO 3000-PENDCHG-READ-LOCK
           END-IF.

       3100-HOUSE-READ-LOCK.

           MOVE 0 TO WK-NOREC.
           READ HOUSE WITH LOCK
              INVALID KEY
                 MOVE 1 TO WK-NOREC
           END-READ.
           IF WK-HOUSE-STATUS = "51" OR WK-HOUSE-STATUS = "9D"
              DISPLAY "Record in use by a terminal - retrying"
              GO TO 3100-HOUSE-READ-LOCK
           END-IF.

       9999-EXIT.

       9999-EXIT-EXIT.

           GOBACK.
