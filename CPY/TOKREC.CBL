      *Dealer toke ledger record -- one line appended to
      *CPY\TOKE.LOG for every movement of the tip pool (the TKP
      *house record). A TIP line when a winner tokes the house
      *staff out of a won pot: the profile, the game, the tip, the
      *pot it came out of and the hand seed, so each tip traces to
      *the hand it was left on. A PAY line for each staff account's
      *share when TokeDist distributes the pool at period end: the
      *staff id paid, the minutes on shift the share was weighted
      *by, the supervisor who ran the distribution and the period
      *of shifts it covered (zeros on a TIP line); its TOK-POT is
      *the pool the share came out of. TOK-DATE is the gaming date
      *either way - the hand's for a TIP line, the run's for a PAY
      *line - so the ledger extract places both on the business
      *date they belong to

       FD TOKELOG
           LABEL RECORD STANDARD.

       01 TOK-RECORD.
           02 TOK-DATE PIC 9(08).
           02 FILLER PIC X VALUE SPACE.
           02 TOK-TIME PIC 9(08).
           02 FILLER PIC X VALUE SPACE.
           02 TOK-TYPE PIC X(03).
           02 FILLER PIC X VALUE SPACE.
           02 TOK-PLAYER PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 TOK-GAME PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 TOK-AMOUNT PIC 9(08)V99.
           02 FILLER PIC X VALUE SPACE.
           02 TOK-POT PIC 9(08)V99.
           02 FILLER PIC X VALUE SPACE.
           02 TOK-SEED PIC 9(09).
           02 FILLER PIC X VALUE SPACE.
           02 TOK-TERM PIC X(04).
           02 FILLER PIC X VALUE SPACE.
           02 TOK-STAFF PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 TOK-MINUTES PIC 9(05).
           02 FILLER PIC X VALUE SPACE.
           02 TOK-AUTH PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 TOK-FROM PIC 9(08).
           02 FILLER PIC X VALUE SPACE.
           02 TOK-TO PIC 9(08).
