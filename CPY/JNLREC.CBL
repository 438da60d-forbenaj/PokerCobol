      *as the jackpot delta

           02 JNL-BBDELTA PIC S9(09)V99.

      *The history line's board fields, which came after the line
      *had already been sized into JNL-HISTLINE

           02 JNL-HISTBOARDS PIC X(32).

      *The history line's site code, kept apart for the same reason

           02 JNL-HISTSITE PIC X(05).

      *Tip pool movement -- the toke left on this hand, applied to
      *the TKP record and written to the toke ledger in the same
      *recovery step as the jackpot delta

           02 JNL-TKDELTA PIC S9(09)V99.
