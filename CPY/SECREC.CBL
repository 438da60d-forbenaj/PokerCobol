      *Security log CPY\SECURITY.LOG -- one line from PinGate for
      *every wrong PIN, every lockout it sets, every lockout a
      *supervisor clears, every PIN that had run past its age and
      *every PIN changed through it: date, time, the event, whose
      *PIN (S staff id, P profile, H the shared supervisor PIN),
      *the supervisor that cleared a lockout, the program the
      *sign-in was made at, and the wrong entries counted so far

       FD SECLOG
           LABEL RECORD STANDARD.

       01 SEC-RECORD.
           02 SEC-DATE PIC 9(08).
           02 FILLER PIC X VALUE SPACE.
           02 SEC-TIME PIC 9(08).
           02 FILLER PIC X VALUE SPACE.
           02 SEC-EVENT PIC X(08).
           02 FILLER PIC X VALUE SPACE.
           02 SEC-KIND PIC X(01).
           02 FILLER PIC X VALUE SPACE.
           02 SEC-ID PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 SEC-BY PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 SEC-PROGRAM PIC X(12).
           02 FILLER PIC X VALUE SPACE.
           02 SEC-FAILS PIC 9(02).
