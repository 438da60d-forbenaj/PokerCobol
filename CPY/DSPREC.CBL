      *Dispute case file CPY\DISPUTE.CFG -- one case per player
      *complaint about a hand, keyed by case number (off the DSN
      *house counter) and a line number. Line zero is the case
      *itself: the hand's shuffle seed, the player, the staff id
      *that opened it and when, the claim, the status, the date the
      *regulator's response deadline falls due (the DSD setting's
      *days from opening), and once decided the deciding staff id,
      *the date and the outcome. An upheld case carries the void of
      *its hand once HandVoid has applied it. Lines one upward are
      *the dated notes, one per entry, with the staff id that wrote
      *it - the working file of the case, never rewritten

       FD DISPUTE
           LABEL RECORD STANDARD.

       01 DSP-RECORD.
           02 DSP-KEY.
               03 DSP-CASE PIC 9(06).
               03 DSP-LINE PIC 9(03).
           02 DSP-DATA PIC X(210).

           02 DSP-CASEHDR REDEFINES DSP-DATA.
               03 DSP-SEED PIC 9(09).
               03 DSP-PLAYER PIC X(10).
               03 DSP-OPENBY PIC X(10).
               03 DSP-OPENDATE PIC 9(08).
               03 DSP-OPENTIME PIC 9(08).
               03 DSP-DUEDATE PIC 9(08).
               03 DSP-CLAIM PIC X(60).
               03 DSP-STATUS PIC X(01).
                  88 DSP-OPEN VALUE "O".
                  88 DSP-INVESTIGATING VALUE "I".
                  88 DSP-UPHELD VALUE "U".
                  88 DSP-DENIED VALUE "D".
                  88 DSP-ACTIVE VALUE "O" "I".
               03 DSP-NOTES PIC 9(03).
               03 DSP-DECIDEBY PIC X(10).
               03 DSP-DECIDEDATE PIC 9(08).
               03 DSP-OUTCOME PIC X(60).
               03 DSP-VOIDED PIC X(01).
               03 DSP-VOIDDATE PIC 9(08).
               03 FILLER PIC X(06).

           02 DSP-NOTE REDEFINES DSP-DATA.
               03 DSN-DATE PIC 9(08).
               03 DSN-TIME PIC 9(08).
               03 DSN-STAFF PIC X(10).
               03 DSN-TEXT PIC X(60).
               03 DSN-STATUS PIC X(01).
               03 FILLER PIC X(123).
