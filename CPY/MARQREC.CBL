      *Floor marquee status record -- the single line held in
      *CPY\MARQUEE.DAT for the wall display, rewritten whole by
      *MarqPut each time the game settles a change to the JKP or BBJ
      *pool, a jackpot or bad-beat pool pays, or an event is
      *scheduled or closed. The three latest big wins are kept
      *newest first, the winner's name already masked so nothing
      *identifying ever lands in the feed. The next event is the
      *earliest open event dated today or later, zero when none is
      *on the card

       FD MARQUEE
           LABEL RECORD STANDARD.

       01 MQ-RECORD.
           02 MQ-DATE PIC 9(08).
           02 FILLER PIC X VALUE SPACE.
           02 MQ-TIME PIC 9(08).
           02 FILLER PIC X VALUE SPACE.
           02 MQ-JACKPOT PIC 9(08)V99.
           02 FILLER PIC X VALUE SPACE.
           02 MQ-BADBEAT PIC 9(08)V99.
           02 MQ-WINS.
               03 MQ-WIN OCCURS 3 TIMES.
                   04 FILLER PIC X.
                   04 MQ-WIN-DATE PIC 9(08).
                   04 FILLER PIC X.
                   04 MQ-WIN-KIND PIC X(07).
                   04 FILLER PIC X.
                   04 MQ-WIN-NAME PIC X(10).
                   04 FILLER PIC X.
                   04 MQ-WIN-AMOUNT PIC 9(08)V99.
           02 FILLER PIC X VALUE SPACE.
           02 MQ-EVT-NUMBER PIC 9(04).
           02 FILLER PIC X VALUE SPACE.
           02 MQ-EVT-DATE PIC 9(08).
           02 FILLER PIC X VALUE SPACE.
           02 MQ-EVT-BUYIN PIC 9(08)V99.
           02 FILLER PIC X VALUE SPACE.
           02 MQ-EVT-COUNT PIC 9(02).
