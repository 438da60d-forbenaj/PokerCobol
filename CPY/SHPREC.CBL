      *Shipped log row -- one line per live-log row in the off-site
      *copy <ship-to directory><log key>.SHP, appended by LogShip and
      *checked by ShipChk on the receiving side. The log key and a
      *sequence number that runs from 1 without a break for each
      *log, the date and time of the shipping run, a check value
      *over the original 200-byte row (MOD(check x 31 + character
      *ordinal, 999999937) taken across every byte, seeded at zero)
      *and the row itself exactly as it stood in the live log, seal
      *lines included. A break in the numbers is a missing range;
      *a row that no longer yields its check value was altered
      *after it left this machine. A run that died after writing
      *rows but before its control record was saved ships the same
      *numbers again on the next run - the receiver counts those as
      *resent, not missing

       FD SHIPFILE
           LABEL RECORD STANDARD.

       01 SHP-RECORD.
           02 SHP-LOG PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 SHP-SEQ PIC 9(09).
           02 FILLER PIC X VALUE SPACE.
           02 SHP-SHIPDATE PIC 9(08).
           02 FILLER PIC X VALUE SPACE.
           02 SHP-SHIPTIME PIC 9(08).
           02 FILLER PIC X VALUE SPACE.
           02 SHP-CHECK PIC 9(09).
           02 FILLER PIC X VALUE SPACE.
           02 SHP-ROW PIC X(200).
