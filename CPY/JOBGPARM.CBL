      *Parameter block for CALL "JobGate" -- each batch job passes
      *its own PROGRAM-ID and function S on start-up (the gate
      *answers JOBG-CLEARED, or JOBG-REFUSED with the reason shown,
      *when a declared prerequisite has not completed for the
      *business date) and function E at its exit with its return
      *code. JOBG-BUSDATE zero lets the gate pick the business date
      *(see JobGate); a date whose day is 00 means the last day of
      *that month. The gate hands back the date it used

       01 JOBG-PARMS.
           02 JOBG-FUNCTION PIC X(01).
              88 JOBG-START VALUE "S".
              88 JOBG-END VALUE "E".
           02 JOBG-PROGRAM PIC X(12).
           02 JOBG-BUSDATE PIC 9(08).
           02 JOBG-RC PIC 9(02).
           02 JOBG-VERDICT PIC X(01) VALUE SPACE.
              88 JOBG-CLEARED VALUE "Y".
              88 JOBG-REFUSED VALUE "N".
