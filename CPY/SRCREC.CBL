      *Session reconciliation findings -- CPY\SESSRCN.DAT, cut
      *fresh by SessRecon for each business date it checks. One
      *finding row (class 1) per discrepancy: which check raised it,
      *the profile, terminal and session start it concerns, the
      *receipt number (zero when there is none), the amount (sign
      *separate so the row stays plain digits) and the severity.
      *The trailer row (class 9) is written last, once the whole
      *check has run, with the business date, the run stamp and how
      *many sessions, receipts and findings the run saw - a file
      *without one is a run that never finished, so MornDash can
      *tell a clean night from a night the check never completed

       FD SESSRCN
           LABEL RECORD STANDARD.

       01 SRC-RECORD.
           02 SRC-CLASS PIC X(01).
              88 SRC-TRAILER-ROW VALUE "9".
              88 SRC-FINDING-ROW VALUE "1".
           02 FILLER PIC X VALUE SPACE.
           02 SRC-BUSDATE PIC 9(08).
           02 FILLER PIC X VALUE SPACE.
           02 SRC-DETAIL.
               03 SRC-CHECK PIC X(10).
               03 FILLER PIC X.
               03 SRC-PLAYER PIC X(10).
               03 FILLER PIC X.
               03 SRC-TERM PIC X(04).
               03 FILLER PIC X.
               03 SRC-START PIC 9(08).
               03 FILLER PIC X.
               03 SRC-RECEIPT PIC 9(06).
               03 FILLER PIC X.
               03 SRC-SIGN PIC X(01).
               03 SRC-AMOUNT PIC 9(08)V99.
               03 FILLER PIC X.
               03 SRC-SEVERITY PIC X(04).

           02 SRC-TRAILER REDEFINES SRC-DETAIL.
               03 SRC-RUNDATE PIC 9(08).
               03 FILLER PIC X.
               03 SRC-RUNTIME PIC 9(08).
               03 FILLER PIC X.
               03 SRC-SESSIONS PIC 9(05).
               03 FILLER PIC X.
               03 SRC-RECEIPTS PIC 9(05).
               03 FILLER PIC X.
               03 SRC-FINDINGS PIC 9(05).
               03 FILLER PIC X(24).
