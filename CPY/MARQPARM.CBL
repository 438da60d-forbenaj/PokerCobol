      *Parameter block for CALL "MarqPut" -- function P posts both
      *pool balances as they now stand on CONFIG, J or B just the
      *jackpot or just the bad-beat pool, W pushes a big win (kind
      *JACKPOT, BADBEAT or EVENT, the winner's profile and the
      *amount paid) onto the marquee's three-win list, and E
      *re-reads the event card for the next scheduled event. The
      *caller passes only the fields its function uses

       01 MQP-PARMS.
           02 MQP-FUNCTION PIC X(01).
              88 MQP-POOLS VALUE "P".
              88 MQP-JKPONLY VALUE "J".
              88 MQP-BBJONLY VALUE "B".
              88 MQP-WIN VALUE "W".
              88 MQP-EVENT VALUE "E".
           02 MQP-JACKPOT PIC 9(08)V99.
           02 MQP-BADBEAT PIC 9(08)V99.
           02 MQP-KIND PIC X(07).
           02 MQP-PLAYER PIC X(10).
           02 MQP-AMOUNT PIC 9(08)V99.
