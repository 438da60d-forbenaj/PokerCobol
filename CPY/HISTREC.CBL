      *can be narrowed down; administrative rows carry spaces

           02 HIST-TERM PIC X(04).

      *The Hold'em board as dealt, table cards 1-5 end to end. A pot
      *run twice carries its second board in HIST-BOARD2 (the same
      *two flop cards, then that run's three); every other hand
      *leaves HIST-BOARD2 blank, and the other games both fields

           02 HIST-BOARDS.
               03 FILLER PIC X VALUE SPACE.
               03 HIST-BOARD1 PIC X(15).
               03 FILLER PIC X VALUE SPACE.
               03 HIST-BOARD2 PIC X(15).

      *Which property the hand was played at -- the site code off
      *the house SIT record, so the rows from two rooms can be told
      *apart once they meet at head office; rows written before the
      *code was kept, and administrative rows, carry spaces

           02 HIST-PROPERTY.
               03 FILLER PIC X VALUE SPACE.
               03 HIST-SITE PIC X(04).
