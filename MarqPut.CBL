       IDENTIFICATION DIVISION.
       PROGRAM-ID. MarqPut.
       SECURITY.   Floor marquee feed, CALLed by the game whenever a
                   settle moves the JKP or BBJ pool and whenever
                   either pool pays out, by HandVoid when a void
                   puts pool money back, and by TourAdm when an
                   event is scheduled or closed. The jackpot and
                   bad-beat pool only ever showed on a player's own
                   screen; this keeps one small status line in
                   CPY\MARQUEE.DAT - the two pool balances, the
                   three latest big wins with the winner's name
                   masked to its first letter, and the next event
                   on the card - for MarqShow to put up on the wall.
                   The line is read, the caller's change applied,
                   and the line written back whole, so a missing or
                   damaged file simply starts over empty.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MARQUEE
            ASSIGN TO
             "CPY\MARQUEE.DAT"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL TOUREVT
            ASSIGN TO
             "CPY\TOUREVT.CFG"
             ORGANIZATION INDEXED
             ACCESS DYNAMIC
             RECORD KEY EVT-NUMBER.

       DATA DIVISION.
       FILE SECTION.
           COPY "CPY\MARQREC.CBL".

           COPY "CPY\TEVTREC.CBL".

       WORKING-STORAGE SECTION.

       01 WK-TODAY PIC 9(08).
       01 WK-CLOCK PIC 9(08).
       01 WK-DONE PIC 9 VALUE 0.

      *The status line is held here between the read and the write,
      *the record area not being safe across the CLOSE

       01 WK-HOLD PIC X(184).

       01 WK-MASKNAME PIC X(10).
       01 WK-CH-IDX PIC 9(02) COMP.

       LINKAGE SECTION.

           COPY "CPY\MARQPARM.CBL".

       PROCEDURE DIVISION USING MQP-PARMS.

       0000-MAINLINE.

           ACCEPT WK-TODAY FROM DATE.
           ACCEPT WK-CLOCK FROM TIME.

           PERFORM 1000-LOAD-STATUS.

           EVALUATE TRUE
              WHEN MQP-POOLS
                 MOVE MQP-JACKPOT TO MQ-JACKPOT
                 MOVE MQP-BADBEAT TO MQ-BADBEAT
              WHEN MQP-JKPONLY
                 MOVE MQP-JACKPOT TO MQ-JACKPOT
              WHEN MQP-BBJONLY
                 MOVE MQP-BADBEAT TO MQ-BADBEAT
              WHEN MQP-WIN
                 PERFORM 2000-PUSH-WIN
              WHEN MQP-EVENT
                 PERFORM 3000-NEXT-EVENT
           END-EVALUATE.

           MOVE WK-TODAY TO MQ-DATE.
           MOVE WK-CLOCK TO MQ-TIME.
           MOVE MQ-RECORD TO WK-HOLD.
           OPEN OUTPUT MARQUEE.
           MOVE WK-HOLD TO MQ-RECORD.
           WRITE MQ-RECORD.
           CLOSE MARQUEE.
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.

      *The line as it stands -- an empty or unreadable file starts
      *a fresh one with nothing on it

       1000-LOAD-STATUS.

           MOVE 0 TO WK-DONE.
           OPEN INPUT MARQUEE.
           READ MARQUEE
              AT END
                 MOVE 1 TO WK-DONE
           END-READ.
           IF WK-DONE = 0
              MOVE MQ-RECORD TO WK-HOLD
           END-IF.
           CLOSE MARQUEE.

           IF WK-DONE = 1 OR WK-HOLD (1:8) NOT NUMERIC
              MOVE SPACES TO MQ-RECORD
              MOVE 0 TO MQ-JACKPOT
              MOVE 0 TO MQ-BADBEAT
              PERFORM 1100-CLEAR-WIN
                 VARYING WK-CH-IDX FROM 1 BY 1
                 UNTIL WK-CH-IDX > 3
              MOVE 0 TO MQ-EVT-NUMBER
              MOVE 0 TO MQ-EVT-DATE
              MOVE 0 TO MQ-EVT-BUYIN
              MOVE 0 TO MQ-EVT-COUNT
           ELSE
              MOVE WK-HOLD TO MQ-RECORD
           END-IF.

       1100-CLEAR-WIN.

           MOVE 0 TO MQ-WIN-DATE(WK-CH-IDX).
           MOVE SPACES TO MQ-WIN-KIND(WK-CH-IDX).
           MOVE SPACES TO MQ-WIN-NAME(WK-CH-IDX).
           MOVE 0 TO MQ-WIN-AMOUNT(WK-CH-IDX).

      *Newest win on top, the oldest of the three drops off. Only
      *the first letter of the name survives the mask

       2000-PUSH-WIN.

           MOVE MQP-PLAYER TO WK-MASKNAME.
           PERFORM 2100-MASK-CHAR
              VARYING WK-CH-IDX FROM 2 BY 1
              UNTIL WK-CH-IDX > 10.

           MOVE MQ-WIN(2) TO MQ-WIN(3).
           MOVE MQ-WIN(1) TO MQ-WIN(2).
           MOVE SPACES TO MQ-WIN(1).
           MOVE WK-TODAY TO MQ-WIN-DATE(1).
           MOVE MQP-KIND TO MQ-WIN-KIND(1).
           MOVE WK-MASKNAME TO MQ-WIN-NAME(1).
           MOVE MQP-AMOUNT TO MQ-WIN-AMOUNT(1).

       2100-MASK-CHAR.

           IF WK-MASKNAME (WK-CH-IDX:1) NOT = SPACE
              MOVE "*" TO WK-MASKNAME (WK-CH-IDX:1)
           END-IF.

      *The earliest open event dated today or later

       3000-NEXT-EVENT.

           MOVE 0 TO MQ-EVT-NUMBER.
           MOVE 0 TO MQ-EVT-DATE.
           MOVE 0 TO MQ-EVT-BUYIN.
           MOVE 0 TO MQ-EVT-COUNT.

           MOVE 0 TO WK-DONE.
           OPEN INPUT TOUREVT.
           MOVE 0 TO EVT-NUMBER.
           START TOUREVT KEY NOT < EVT-NUMBER
              INVALID KEY
                 MOVE 1 TO WK-DONE
           END-START.
           PERFORM 3100-CHECK-EVENT
              UNTIL WK-DONE = 1.
           CLOSE TOUREVT.

       3100-CHECK-EVENT.

           READ TOUREVT NEXT
              AT END
                 MOVE 1 TO WK-DONE
              NOT AT END
                 IF EVT-STATUS = "O" AND EVT-DATE >= WK-TODAY
                    IF MQ-EVT-NUMBER = 0
                          OR EVT-DATE < MQ-EVT-DATE
                       MOVE EVT-NUMBER TO MQ-EVT-NUMBER
                       MOVE EVT-DATE TO MQ-EVT-DATE
                       MOVE EVT-BUYIN TO MQ-EVT-BUYIN
                       MOVE EVT-COUNT TO MQ-EVT-COUNT
                    END-IF
                 END-IF
           END-READ.

       9999-EXIT.

           MOVE 0 TO RETURN-CODE.

       9999-EXIT-EXIT.

           GOBACK.
