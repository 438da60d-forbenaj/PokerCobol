      *Seal verdict record -- CPY\SEALVRD.DAT, cut fresh by SealChk
      *on every run with one row per sealed log: the run stamp, the
      *log's key (as carried on its BFWD SEAL seed), how many seals
      *were checked and how many failed, and the verdict - OK every
      *seal re-adds and chains, FAIL at least one does not, NONE
      *the log holds no seals yet. LogShip reads it straight after
      *calling the verifier so a log whose seals fail is never
      *shipped off site as if it were good

       FD SEALVRD
           LABEL RECORD STANDARD.

       01 SVD-RECORD.
           02 SVD-RUNDATE PIC 9(08).
           02 FILLER PIC X VALUE SPACE.
           02 SVD-RUNTIME PIC 9(08).
           02 FILLER PIC X VALUE SPACE.
           02 SVD-LOG PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 SVD-SEALS PIC 9(04).
           02 FILLER PIC X VALUE SPACE.
           02 SVD-BADSEALS PIC 9(04).
           02 FILLER PIC X VALUE SPACE.
           02 SVD-VERDICT PIC X(04).
              88 SVD-SEALS-OK VALUE "OK".
              88 SVD-SEALS-FAIL VALUE "FAIL".
              88 SVD-NO-SEALS VALUE "NONE".
