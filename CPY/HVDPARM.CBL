      *Parameter block for CALL "HandVoid" -- DispAdm passes the
      *dispute case it has just upheld, so the void takes the hand's
      *seed off that case without asking for the case again. Zero,
      *or HandVoid run on its own (nothing passed, or the runtime's
      *command-line block in place of six digits), and the case is
      *asked for at the console

       01 HVD-PARMS.
           02 HVD-CASENO PIC 9(06).
