       IDENTIFICATION DIVISION.
       PROGRAM-ID. OnbImp.
       SECURITY.   New-profile onboarding import from head office.
                   Until now a player was created by typing a name at
                   the splash screen, which handed out the $1000
                   grubstake. This program reads the delimited
                   onboarding file CPY\ONBIN.CSV - one row per new
                   player: profile,legal name,tax reference,address
                   1,address 2,phone,e-mail,opt-in,deposit,loss
                   cap,session cap,PIN, with the deposit and loss cap
                   in whole cents, the session cap in hands, opt-in
                   Y or N and the PIN blank or four digits -
                   validates each row against CPY\CONFIG.CFG
                   (profile present and not already on file, nor
                   colliding with an existing profile once both are
                   upper-cased, legal name and tax reference present,
                   numbers plain digits), creates the BAN, TID, LSL,
                   SSL, PPN, CTC and KYC records together for each
                   accepted row, posts the opening deposit to the
                   cashier ledger as an AJC under the HO drawer -
                   the money was paid in at head office, not across
                   a counter, so no cage drawer or counter cash
                   report picks it up while the bankroll readers
                   credit it like any deposit, and the new KYC
                   record starts with it on its deposit tally - and
                   writes an ONBOARD line to CPY\SETAUDIT.LOG. So the
                   morning bankroll reconciliation starts the new
                   profile from nothing rather than the grubstake, a
                   zero BANK snapshot dated today goes to
                   CPY\BFWD.CFG alongside the BAN record, and the
                   ledger archive chains on from it. Refused rows go
                   to CPY\ONBREJ.CSV with the reject reason appended,
                   and control totals are printed both sides can tie
                   out.

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

           SELECT OPTIONAL BFWD
            ASSIGN TO
             "CPY\BFWD.CFG"
             ORGANIZATION INDEXED
             ACCESS DYNAMIC
             RECORD BF-KEY.

           SELECT OPTIONAL ONBIN
            ASSIGN TO
             "CPY\ONBIN.CSV"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT ONBREJ
            ASSIGN TO
             "CPY\ONBREJ.CSV"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL CASHLOG
            ASSIGN TO
             "CPY\CASHIER.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL SETAUDIT
            ASSIGN TO
             "CPY\SETAUDIT.LOG"
             ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "CPY\CONFREC.CBL".

           COPY "CPY\BFWDREC.CBL".

           COPY "CPY\CASHREC.CBL".

           COPY "CPY\AUDREC.CBL".

       FD ONBIN
           LABEL RECORD STANDARD.

       01 ONB-RECORD PIC X(256).

       FD ONBREJ
           LABEL RECORD STANDARD.

       01 REJ-RECORD PIC X(300).

       WORKING-STORAGE SECTION.

       01 WK-CONFIG-STATUS PIC X(02).

       01 WK-EOF PIC X VALUE "N".
          88 WK-FILE-EOF VALUE "Y".

       01 WK-TODAY PIC 9(08).
       01 WK-CLOCK PIC 9(08).

      *The unstrung row -- money arrives as whole cents, no decimal
      *point, so the feed reads the same whatever the decimal-point
      *convention on either side

       01 WK-T-PLAYER PIC X(10).
       01 WK-T-TAXNAME PIC X(30).
       01 WK-T-TAXID PIC X(15).
       01 WK-T-ADDRESS1 PIC X(30).
       01 WK-T-ADDRESS2 PIC X(30).
       01 WK-T-PHONE PIC X(15).
       01 WK-T-EMAIL PIC X(40).
       01 WK-T-OPTIN PIC X(01).
       01 WK-T-DEPOSIT PIC X(12).
       01 WK-T-LOSSCAP PIC X(12).
       01 WK-T-HANDSCAP PIC X(12).
       01 WK-T-PIN PIC X(12).

       01 WK-T-NUMBER PIC X(12).
       01 WK-NUMVAL PIC 9(12).
       01 WK-CH-IDX PIC 9(02) COMP.
       01 WK-DIGITS PIC 9(02) COMP.
       01 WK-DIGITS-END PIC 9 COMP.
       01 WK-AMT-OK PIC 9 COMP.
       01 WK-REJREASON PIC X(30).

       01 WK-DEPOSIT PIC 9(08)V99.
       01 WK-LOSSCAP PIC 9(08)V99.
       01 WK-HANDSCAP PIC 9(04).
       01 WK-PIN PIC 9(04).

      *Names are compared upper-cased, so "Ann" cannot be onboarded
      *beside an "ANN" already banking here

       01 WK-NEWUPPER PIC X(10).
       01 WK-OLDUPPER PIC X(10).
       01 WK-SCAN-DONE PIC 9 VALUE 0.
       01 WK-LOWER PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
       01 WK-UPPER PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *Control totals -- rows in, profiles created, deposits posted,
      *rejected

       01 WK-ROWS PIC 9(06) VALUE 0.
       01 WK-CREATED PIC 9(06) VALUE 0.
       01 WK-DEPCOUNT PIC 9(06) VALUE 0.
       01 WK-REJECTED PIC 9(06) VALUE 0.
       01 WK-DEPTOTAL PIC 9(10)V99 VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           ACCEPT WK-TODAY FROM DATE.
           OPEN INPUT ONBIN.
           OPEN OUTPUT ONBREJ.
           MOVE "N" TO WK-EOF.
           PERFORM 2000-ONE-ROW
              THRU 2000-ROW-EXIT
              UNTIL WK-FILE-EOF.
           CLOSE ONBIN.
           CLOSE ONBREJ.

           DISPLAY " ".
           DISPLAY "Onboarding import control totals".
           DISPLAY "================================".
           DISPLAY "Rows read:        " WK-ROWS.
           DISPLAY "Profiles created: " WK-CREATED.
           DISPLAY "Deposits posted:  " WK-DEPCOUNT.
           DISPLAY "  Total:          " WK-DEPTOTAL.
           DISPLAY "Rejected:         " WK-REJECTED
              " (see CPY\ONBREJ.CSV)".
           IF WK-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.

       2000-ONE-ROW.

           READ ONBIN
              AT END
                 SET WK-FILE-EOF TO TRUE
                 GO TO 2000-ROW-EXIT
           END-READ.
           IF ONB-RECORD = SPACES
              GO TO 2000-ROW-EXIT
           END-IF.
           ADD 1 TO WK-ROWS.

           MOVE SPACES TO WK-T-PLAYER.
           MOVE SPACES TO WK-T-TAXNAME.
           MOVE SPACES TO WK-T-TAXID.
           MOVE SPACES TO WK-T-ADDRESS1.
           MOVE SPACES TO WK-T-ADDRESS2.
           MOVE SPACES TO WK-T-PHONE.
           MOVE SPACES TO WK-T-EMAIL.
           MOVE SPACES TO WK-T-OPTIN.
           MOVE SPACES TO WK-T-DEPOSIT.
           MOVE SPACES TO WK-T-LOSSCAP.
           MOVE SPACES TO WK-T-HANDSCAP.
           MOVE SPACES TO WK-T-PIN.
           UNSTRING ONB-RECORD DELIMITED BY ","
              INTO WK-T-PLAYER WK-T-TAXNAME WK-T-TAXID
                   WK-T-ADDRESS1 WK-T-ADDRESS2 WK-T-PHONE
                   WK-T-EMAIL WK-T-OPTIN WK-T-DEPOSIT
                   WK-T-LOSSCAP WK-T-HANDSCAP WK-T-PIN.

           PERFORM 3000-VALIDATE-ROW
              THRU 3000-VALIDATE-EXIT.
           IF WK-REJREASON NOT = SPACES
              PERFORM 5000-REJECT-ROW
              GO TO 2000-ROW-EXIT
           END-IF.

           PERFORM 4000-APPLY-ROW.

       2000-ROW-EXIT.

           CONTINUE.

      *Validation -- the first failed rule names the reject reason
      *and ends the checking; a clean row leaves it at spaces

       3000-VALIDATE-ROW.

           MOVE SPACES TO WK-REJREASON.

           IF WK-T-PLAYER = SPACES
              MOVE "NO PROFILE" TO WK-REJREASON
              GO TO 3000-VALIDATE-EXIT
           END-IF.

           IF WK-T-TAXNAME = SPACES
              MOVE "NO LEGAL NAME" TO WK-REJREASON
              GO TO 3000-VALIDATE-EXIT
           END-IF.

           IF WK-T-TAXID = SPACES
              MOVE "NO TAX REFERENCE" TO WK-REJREASON
              GO TO 3000-VALIDATE-EXIT
           END-IF.

           IF WK-T-OPTIN = "y"
              MOVE "Y" TO WK-T-OPTIN
           END-IF.
           IF WK-T-OPTIN = "n" OR WK-T-OPTIN = SPACES
              MOVE "N" TO WK-T-OPTIN
           END-IF.
           IF WK-T-OPTIN NOT = "Y" AND WK-T-OPTIN NOT = "N"
              MOVE "BAD OPT-IN" TO WK-REJREASON
              GO TO 3000-VALIDATE-EXIT
           END-IF.

      *Deposit and loss cap in cents, session cap in hands -- each
      *blank for none, otherwise plain digits that fit the field

           MOVE WK-T-DEPOSIT TO WK-T-NUMBER.
           PERFORM 3100-PARSE-NUMBER.
           IF WK-AMT-OK = 9 OR WK-NUMVAL > 9999999999
              MOVE "BAD DEPOSIT" TO WK-REJREASON
              GO TO 3000-VALIDATE-EXIT
           END-IF.
           COMPUTE WK-DEPOSIT = WK-NUMVAL / 100.

           MOVE WK-T-LOSSCAP TO WK-T-NUMBER.
           PERFORM 3100-PARSE-NUMBER.
           IF WK-AMT-OK = 9 OR WK-NUMVAL > 9999999999
              MOVE "BAD LOSS CAP" TO WK-REJREASON
              GO TO 3000-VALIDATE-EXIT
           END-IF.
           COMPUTE WK-LOSSCAP = WK-NUMVAL / 100.

           MOVE WK-T-HANDSCAP TO WK-T-NUMBER.
           PERFORM 3100-PARSE-NUMBER.
           IF WK-AMT-OK = 9 OR WK-NUMVAL > 9999
              MOVE "BAD SESSION CAP" TO WK-REJREASON
              GO TO 3000-VALIDATE-EXIT
           END-IF.
           MOVE WK-NUMVAL TO WK-HANDSCAP.

      *The PIN, when given, is exactly four digits

           MOVE WK-T-PIN TO WK-T-NUMBER.
           PERFORM 3100-PARSE-NUMBER.
           IF WK-AMT-OK = 9
                 OR (WK-AMT-OK = 1 AND WK-DIGITS NOT = 4)
              MOVE "BAD PIN" TO WK-REJREASON
              GO TO 3000-VALIDATE-EXIT
           END-IF.
           MOVE WK-NUMVAL TO WK-PIN.

      *The name must be new outright, and must not match any
      *banking profile once both are upper-cased. Profiles applied
      *earlier in this same file are already on CONFIG, so a
      *repeated row is caught here too

           MOVE WK-T-PLAYER TO WK-NEWUPPER.
           INSPECT WK-NEWUPPER CONVERTING WK-LOWER TO WK-UPPER.
           OPEN INPUT CONFIG.
           MOVE "BAN" TO FD-OPTION.
           MOVE WK-T-PLAYER TO FD-PLAYER.
           READ CONFIG
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "PROFILE ALREADY ON FILE" TO WK-REJREASON
           END-READ.
           IF WK-REJREASON = SPACES
              MOVE 0 TO WK-SCAN-DONE
              MOVE "BAN" TO FD-OPTION
              MOVE LOW-VALUES TO FD-PLAYER
              START CONFIG KEY NOT < FD-KEY
                 INVALID KEY
                    MOVE 1 TO WK-SCAN-DONE
              END-START
              PERFORM 3200-CHECK-COLLISION
                 UNTIL WK-SCAN-DONE = 1
           END-IF.
           CLOSE CONFIG.

       3000-VALIDATE-EXIT.

           CONTINUE.

      *Plain digits with leading spaces allowed and nothing after
      *them -- WK-AMT-OK 0 for an empty field, 1 for a number, 9
      *for anything else

       3100-PARSE-NUMBER.

           MOVE 0 TO WK-AMT-OK.
           MOVE 0 TO WK-DIGITS-END.
           MOVE 0 TO WK-DIGITS.
           MOVE 0 TO WK-NUMVAL.
           PERFORM VARYING WK-CH-IDX FROM 1 BY 1
                 UNTIL WK-CH-IDX > 12
              EVALUATE TRUE
                 WHEN WK-T-NUMBER (WK-CH-IDX:1) >= "0"
                      AND WK-T-NUMBER (WK-CH-IDX:1) <= "9"
                    IF WK-DIGITS-END = 1
                       MOVE 9 TO WK-AMT-OK
                    ELSE
                       COMPUTE WK-NUMVAL = WK-NUMVAL * 10
                          + FUNCTION NUMVAL
                             (WK-T-NUMBER (WK-CH-IDX:1))
                       ADD 1 TO WK-DIGITS
                       IF WK-AMT-OK = 0
                          MOVE 1 TO WK-AMT-OK
                       END-IF
                    END-IF
                 WHEN WK-T-NUMBER (WK-CH-IDX:1) = SPACE
                    IF WK-AMT-OK = 1
                       MOVE 1 TO WK-DIGITS-END
                    END-IF
                 WHEN OTHER
                    MOVE 9 TO WK-AMT-OK
              END-EVALUATE
           END-PERFORM.

       3200-CHECK-COLLISION.

           READ CONFIG NEXT
              AT END
                 MOVE 1 TO WK-SCAN-DONE
              NOT AT END
                 IF FD-OPTION NOT = "BAN"
                    MOVE 1 TO WK-SCAN-DONE
                 ELSE
                    MOVE FD-PLAYER TO WK-OLDUPPER
                    INSPECT WK-OLDUPPER
                       CONVERTING WK-LOWER TO WK-UPPER
                    IF WK-OLDUPPER = WK-NEWUPPER
                       MOVE "NAME COLLIDES WITH " TO WK-REJREASON
                       MOVE FD-PLAYER TO WK-REJREASON (20:10)
                       MOVE 1 TO WK-SCAN-DONE
                    END-IF
                 END-IF
           END-READ.

      *Apply -- every record the profile needs is written in one
      *pass, the opening deposit lands on the new bankroll and in
      *the cashier ledger under the HO drawer, and the zero
      *snapshot keeps the reconciliation off the grubstake

       4000-APPLY-ROW.

           OPEN I-O CONFIG.

           MOVE "BAN" TO FD-OPTION.
           MOVE WK-T-PLAYER TO FD-PLAYER.
           MOVE WK-DEPOSIT TO FD-BANKROLL.
           PERFORM 4100-PUT-CONFIG.

           MOVE "TID" TO FD-OPTION.
           MOVE WK-T-PLAYER TO FD-PLAYER.
           MOVE WK-T-TAXNAME TO FD-TAXNAME.
           MOVE WK-T-TAXID TO FD-TAXID.
           PERFORM 4100-PUT-CONFIG.

           MOVE "LSL" TO FD-OPTION.
           MOVE WK-T-PLAYER TO FD-PLAYER.
           MOVE WK-LOSSCAP TO FD-LOSSCAP.
           PERFORM 4100-PUT-CONFIG.

           MOVE "SSL" TO FD-OPTION.
           MOVE WK-T-PLAYER TO FD-PLAYER.
           MOVE WK-HANDSCAP TO FD-HANDSCAP.
           PERFORM 4100-PUT-CONFIG.

           MOVE "PPN" TO FD-OPTION.
           MOVE WK-T-PLAYER TO FD-PLAYER.
           MOVE WK-PIN TO FD-PLAYERPIN.
           MOVE 0 TO FD-PINFAILS.
           MOVE SPACE TO FD-PINLOCK.
           MOVE 0 TO FD-PINLOCKDATE.
           MOVE WK-TODAY TO FD-PINSET.
           PERFORM 4100-PUT-CONFIG.

           MOVE "CTC" TO FD-OPTION.
           MOVE WK-T-PLAYER TO FD-PLAYER.
           MOVE WK-T-ADDRESS1 TO FD-ADDRESS1.
           MOVE WK-T-ADDRESS2 TO FD-ADDRESS2.
           MOVE WK-T-PHONE TO FD-PHONE.
           MOVE WK-T-EMAIL TO FD-EMAIL.
           MOVE WK-T-OPTIN TO FD-OPTIN.
           MOVE WK-TODAY TO FD-OPTINDATE.
           PERFORM 4100-PUT-CONFIG.

           MOVE "KYC" TO FD-OPTION.
           MOVE WK-T-PLAYER TO FD-PLAYER.
           MOVE "U" TO FD-KYCSTATUS.
           MOVE SPACES TO FD-KYCDOCTYPE.
           MOVE 0 TO FD-KYCDOCEXP.
           MOVE SPACES TO FD-KYCSTAFF.
           MOVE 0 TO FD-KYCDATE.
           MOVE WK-DEPOSIT TO FD-KYCDEPOSITS.
           MOVE 0 TO FD-KYCBIGWIN.
           PERFORM 4100-PUT-CONFIG.

           CLOSE CONFIG.

           OPEN I-O BFWD.
           MOVE "BANK" TO BF-TYPE.
           MOVE WK-T-PLAYER TO BF-PLAYER.
           MOVE WK-TODAY TO BF-DATE.
           MOVE 0 TO BF-AMOUNT.
           WRITE BF-RECORD
              INVALID KEY
                 REWRITE BF-RECORD
           END-WRITE.
           CLOSE BFWD.

           ACCEPT WK-CLOCK FROM TIME.
           IF WK-DEPOSIT > 0
              OPEN EXTEND CASHLOG
              MOVE SPACES TO CASH-RECORD
              MOVE WK-TODAY TO CASH-DATE
              MOVE WK-CLOCK TO CASH-TIME
              MOVE "HO" TO CASH-DRAWER
              MOVE WK-T-PLAYER TO CASH-PLAYER
              MOVE "AJC" TO CASH-TYPE
              MOVE WK-DEPOSIT TO CASH-AMOUNT
              MOVE "ONBOARD" TO CASH-REF
              WRITE CASH-RECORD
              CLOSE CASHLOG
              ADD 1 TO WK-DEPCOUNT
              ADD WK-DEPOSIT TO WK-DEPTOTAL
           END-IF.

      *Identity and PIN never land in the audit trail in clear --
      *the line records only that the profile was onboarded

           OPEN EXTEND SETAUDIT.
           MOVE SPACES TO AUD-RECORD.
           MOVE WK-TODAY TO AUD-DATE.
           MOVE WK-CLOCK TO AUD-TIME.
           MOVE WK-T-PLAYER TO AUD-PLAYER.
           MOVE "ONBOARD" TO AUD-SETTING.
           MOVE "NONE" TO AUD-OLD.
           MOVE "HO FEED" TO AUD-NEW.
           WRITE AUD-RECORD.
           CLOSE SETAUDIT.

           ADD 1 TO WK-CREATED.
           DISPLAY "Created [" WK-T-PLAYER "] deposit " WK-DEPOSIT.

      *A stray limit or contact record left behind under the same
      *name is overwritten, so the new profile starts clean

       4100-PUT-CONFIG.

           WRITE FD-CONFIG
              INVALID KEY
                 REWRITE FD-CONFIG
           END-WRITE.

      *Reject -- the original row goes out unchanged with the
      *reason appended, so head office can fix and resend it

       5000-REJECT-ROW.

           ADD 1 TO WK-REJECTED.
           MOVE SPACES TO REJ-RECORD.
           STRING ONB-RECORD DELIMITED BY "  "
              ",REJECT: " DELIMITED BY SIZE
              WK-REJREASON DELIMITED BY SIZE
              INTO REJ-RECORD.
           WRITE REJ-RECORD.
           DISPLAY "Rejected [" WK-T-PLAYER "] - " WK-REJREASON.

       9999-EXIT.

       9999-EXIT-EXIT.

           GOBACK.
