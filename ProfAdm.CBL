                   Lists every profile on file, renames a profile
                   (moving all of its keyed record types - BID, BAN,
                   STA, HPS, LSL, SSL, LCK, HFQ, PPN, CMP, TID,
                   ODD, H2H, LAC, TIR, CTC, KYC - and any
                   checkpoint record to the new key), keeps each
                   profile's contact details and marketing opt-in
                   (CTC), merges duplicate profiles
                   by summing bankrolls, win/loss records, hands
                   played, hand-frequency tallies, comp points and
                   identity-verification deposits to date (keeping
                   the larger jackpot paid and the survivor's own
                   verification standing),
                   and retires a
                   dormant profile to the
                   CPY\RETIRED.LOG archive after noting the balance
          88 WK-MODE-RENAME VALUE "R" "r".
          88 WK-MODE-MERGE VALUE "M" "m".
          88 WK-MODE-RETIRE VALUE "X" "x".
          88 WK-MODE-CONTACT VALUE "C" "c".

       01 WK-DONE PIC 9 VALUE 0.
       01 WK-TODAY PIC 9(08).
       01 WK-OLDNAME PIC X(10).
       01 WK-NEWNAME PIC X(10).
       01 WK-TYPE PIC X(03).
       01 WK-TYPE-IDX PIC 99 COMP.

      *The per-player record types, in the order they are moved

           02 FILLER PIC X(03) VALUE "ODD".
           02 FILLER PIC X(03) VALUE "H2H".
           02 FILLER PIC X(03) VALUE "LAC".
           02 FILLER PIC X(03) VALUE "TIR".
           02 FILLER PIC X(03) VALUE "CTC".
           02 FILLER PIC X(03) VALUE "KYC".
       01 WK-TYPE-TAB REDEFINES WK-TYPES.
           02 WK-TYPE-ENTRY PIC X(03) OCCURS 17 TIMES.

       01 WK-SAVEBANK PIC 9(08)V99.
       01 WK-SAVEPOINTS PIC 9(08).
       01 WK-SAVEBESTDATE PIC 9(08).
       01 WK-HF-I PIC 99 COMP.

      *The duplicate's identity-verification record, kept whole in
      *case the survivor has none of its own

       01 WK-SAVEKYC PIC X(915).
       01 WK-SAVEDEPOSITS PIC 9(10)V99.
       01 WK-SAVEBIGWIN PIC 9(08)V99.

      *Contact maintenance -- a blank answer keeps what is on file

       01 WK-ENTRY PIC X(40).
       01 WK-NEWCONTACT PIC 9 VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           DISPLAY "Mode - L list, R rename, M merge, X retire, "
              "C contact: " NO ADVANCING.
           ACCEPT WK-MODE.

           OPEN I-O CONFIG.
              WHEN WK-MODE-RETIRE
                 PERFORM 5000-RETIRE-PROFILE
                    THRU 5000-RETIRE-EXIT
              WHEN WK-MODE-CONTACT
                 PERFORM 6000-EDIT-CONTACT
                    THRU 6000-CONTACT-EXIT
              WHEN OTHER
                 DISPLAY "Nothing done"
           END-EVALUATE.

           PERFORM 3100-RENAME-ONE-TYPE
              VARYING WK-TYPE-IDX FROM 1 BY 1
              UNTIL WK-TYPE-IDX > 17.

           MOVE WK-OLDNAME TO CKPT-PLAYER.
           READ CHECKPT
           PERFORM 4350-MERGE-HANDFREQ.
           PERFORM 4370-MERGE-COMP
              THRU 4370-MERGE-COMP-EXIT.
           PERFORM 4380-MERGE-KYC
              THRU 4380-MERGE-KYC-EXIT.
           PERFORM 4400-DELETE-LEFTOVERS.
           DISPLAY "Merged " WK-OLDNAME " into " WK-NEWNAME.


           CONTINUE.

      *Deposits to date sum and the larger jackpot paid survives, so
      *splitting play across two profiles cannot keep either under
      *the verification threshold. The survivor keeps its own
      *verification standing; one with no record of its own takes
      *the duplicate's whole

       4380-MERGE-KYC.

           MOVE "KYC" TO FD-OPTION.
           MOVE WK-OLDNAME TO FD-PLAYER.
           READ CONFIG
              INVALID KEY
                 GO TO 4380-MERGE-KYC-EXIT
           END-READ.
           MOVE FD-CONFIG TO WK-SAVEKYC.
           MOVE FD-KYCDEPOSITS TO WK-SAVEDEPOSITS.
           MOVE FD-KYCBIGWIN TO WK-SAVEBIGWIN.
           MOVE "KYC" TO FD-OPTION.
           MOVE WK-NEWNAME TO FD-PLAYER.
           READ CONFIG
              INVALID KEY
                 MOVE WK-SAVEKYC TO FD-CONFIG
                 MOVE WK-NEWNAME TO FD-PLAYER
                 WRITE FD-CONFIG
                    INVALID KEY CONTINUE
                 END-WRITE
              NOT INVALID KEY
                 ADD WK-SAVEDEPOSITS TO FD-KYCDEPOSITS
                 IF WK-SAVEBIGWIN > FD-KYCBIGWIN
                    MOVE WK-SAVEBIGWIN TO FD-KYCBIGWIN
                 END-IF
                 REWRITE FD-CONFIG
           END-READ.

       4380-MERGE-KYC-EXIT.

           CONTINUE.

       4400-DELETE-LEFTOVERS.

           PERFORM VARYING WK-TYPE-IDX FROM 1 BY 1
                 UNTIL WK-TYPE-IDX > 17
              MOVE WK-TYPE-ENTRY(WK-TYPE-IDX) TO FD-OPTION
              MOVE WK-OLDNAME TO FD-PLAYER
              DELETE CONFIG

           CONTINUE.

      *Contact details for marketing -- only a profile that banks
      *here can carry one. The opt-in date moves only when the
      *answer actually changes, so it always records when the player
      *last gave or withdrew consent

       6000-EDIT-CONTACT.

           DISPLAY "Profile: " NO ADVANCING.
           ACCEPT WK-OLDNAME.
           MOVE "BAN" TO FD-OPTION.
           MOVE WK-OLDNAME TO FD-PLAYER.
           READ CONFIG
              INVALID KEY
                 DISPLAY "No profile [" WK-OLDNAME "] on file"
                 GO TO 6000-CONTACT-EXIT
           END-READ.

           MOVE 0 TO WK-NEWCONTACT.
           MOVE "CTC" TO FD-OPTION.
           MOVE WK-OLDNAME TO FD-PLAYER.
           READ CONFIG
              INVALID KEY
                 MOVE 1 TO WK-NEWCONTACT
                 MOVE SPACES TO FD-ADDRESS1
                 MOVE SPACES TO FD-ADDRESS2
                 MOVE SPACES TO FD-PHONE
                 MOVE SPACES TO FD-EMAIL
                 MOVE "N" TO FD-OPTIN
                 MOVE 0 TO FD-OPTINDATE
           END-READ.

           DISPLAY "Address line 1: " FD-ADDRESS1.
           DISPLAY "Address line 2: " FD-ADDRESS2.
           DISPLAY "Phone:          " FD-PHONE.
           DISPLAY "E-mail:         " FD-EMAIL.
           DISPLAY "Marketing opt-in: " FD-OPTIN " since "
              FD-OPTINDATE.
           DISPLAY "(blank keeps the value on file)".

           MOVE SPACES TO WK-ENTRY.
           DISPLAY "Address line 1: " NO ADVANCING.
           ACCEPT WK-ENTRY.
           IF WK-ENTRY NOT = SPACES
              MOVE WK-ENTRY TO FD-ADDRESS1
           END-IF.
           MOVE SPACES TO WK-ENTRY.
           DISPLAY "Address line 2: " NO ADVANCING.
           ACCEPT WK-ENTRY.
           IF WK-ENTRY NOT = SPACES
              MOVE WK-ENTRY TO FD-ADDRESS2
           END-IF.
           MOVE SPACES TO WK-ENTRY.
           DISPLAY "Phone:          " NO ADVANCING.
           ACCEPT WK-ENTRY.
           IF WK-ENTRY NOT = SPACES
              MOVE WK-ENTRY TO FD-PHONE
           END-IF.
           MOVE SPACES TO WK-ENTRY.
           DISPLAY "E-mail:         " NO ADVANCING.
           ACCEPT WK-ENTRY.
           IF WK-ENTRY NOT = SPACES
              MOVE WK-ENTRY TO FD-EMAIL
           END-IF.
           MOVE SPACES TO WK-ENTRY.
           DISPLAY "Marketing opt-in (Y/N): " NO ADVANCING.
           ACCEPT WK-ENTRY.
           IF WK-ENTRY = "y"
              MOVE "Y" TO WK-ENTRY
           END-IF.
           IF WK-ENTRY = "n"
              MOVE "N" TO WK-ENTRY
           END-IF.
           IF (WK-ENTRY = "Y" OR WK-ENTRY = "N")
                 AND WK-ENTRY (1:1) NOT = FD-OPTIN
              ACCEPT WK-TODAY FROM DATE
              MOVE WK-ENTRY TO FD-OPTIN
              MOVE WK-TODAY TO FD-OPTINDATE
           END-IF.

           MOVE "CTC" TO FD-OPTION.
           MOVE WK-OLDNAME TO FD-PLAYER.
           IF WK-NEWCONTACT = 1
              WRITE FD-CONFIG
                 INVALID KEY CONTINUE
              END-WRITE
           ELSE
              REWRITE FD-CONFIG
           END-IF.
           DISPLAY "Contact saved for " WK-OLDNAME
              " - opt-in " FD-OPTIN.

       6000-CONTACT-EXIT.

           CONTINUE.

       9999-EXIT.

       9999-EXIT-EXIT.
