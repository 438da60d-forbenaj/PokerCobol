       IDENTIFICATION DIVISION.
       PROGRAM-ID. BudAdm.
       SECURITY.   Monthly revenue budget maintenance. Management
                   sets a target per game every month and used to
                   compare it by hand in a spreadsheet; the targets
                   now live in the budget file CPY\BUDGET.CFG, one
                   record per month (YYMM) and game - Hold'em, Draw
                   (Draw Five and 2-7 Triple), Stud, Omaha, other -
                   holding the budgeted hands, amount wagered and
                   house net. A supervisor keeps them up to date
                   here: E edits a month game by game (each game
                   shown as it stands and changed only when asked),
                   L lists a month with its totals. Each record
                   carries the staff id and date it was last set.
                   Staff login as at the counter, supervisor role
                   only; with no staff on file it runs open. The
                   variance report, BudRep, reads the same file.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HOUSE
            ASSIGN TO
             "CPY\HOUSE.CFG"
             ORGANIZATION INDEXED
             ACCESS DYNAMIC
             RECORD HS-KEY.

           SELECT OPTIONAL BUDGET
            ASSIGN TO
             "CPY\BUDGET.CFG"
             ORGANIZATION INDEXED
             ACCESS DYNAMIC
             RECORD KEY BUD-KEY.

       DATA DIVISION.
       FILE SECTION.
           COPY "CPY\HOUSEREC.CBL".

           COPY "CPY\BUDREC.CBL".

       WORKING-STORAGE SECTION.

           COPY "CPY\PINGPARM.CBL".

       01 WK-MODE PIC X.
          88 WK-MODE-EDIT VALUE "E" "e".
          88 WK-MODE-LIST VALUE "L" "l".
          88 WK-MODE-EXIT VALUE "X" "x".

       01 WK-TODAY PIC 9(08).
       01 WK-STAFFID PIC X(10) VALUE SPACES.
       01 WK-STAFFPIN PIC 9(04).
       01 WK-STF-SEEN PIC 9 VALUE 0.
       01 WK-NOREC PIC 9 VALUE 0.
       01 WK-ANSWER PIC X VALUE "N".
          88 WK-ANSWER-YES VALUE "Y" "y".

       01 WK-MONTH PIC 9(04).
       01 WK-GAME-IDX PIC 9 COMP.
       01 WK-HANDS PIC 9(07).
       01 WK-WAGERED PIC 9(10)V99.
       01 WK-HOUSENET PIC S9(09)V99.

       01 WK-BUDGAMES.
           02 FILLER PIC X(08) VALUE "Hold'em".
           02 FILLER PIC X(08) VALUE "Draw".
           02 FILLER PIC X(08) VALUE "Stud".
           02 FILLER PIC X(08) VALUE "Omaha".
           02 FILLER PIC X(08) VALUE "Other".
       01 WK-BUDGAME-TAB REDEFINES WK-BUDGAMES.
           02 WK-BUDGAME-ENTRY PIC X(08) OCCURS 5 TIMES.

       01 WK-TOT-HANDS PIC 9(08) VALUE 0.
       01 WK-TOT-WAGERED PIC 9(11)V99 VALUE 0.
       01 WK-TOT-NET PIC S9(10)V99 VALUE 0.

       01 WK-SHOWHANDS PIC Z(7)9.
       01 WK-SHOWWAGER PIC Z(10)9,99.
       01 WK-SHOWNET PIC -(10)9,99.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           ACCEPT WK-TODAY FROM DATE.
           PERFORM 0500-STAFF-LOGIN
              THRU 0500-STAFF-EXIT.

           PERFORM 1000-ONE-TRANSACTION
              THRU 1000-TRANSACTION-EXIT
              UNTIL WK-MODE-EXIT.
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.

      *Staff challenge -- budgets are a supervisor's to set. With no
      *staff on file the screen runs open, the way a fresh install
      *does at the counter

       0500-STAFF-LOGIN.

           OPEN INPUT HOUSE.
           MOVE "STF" TO HS-OPTION.
           MOVE LOW-VALUES TO HS-PLAYER.
           MOVE 0 TO WK-STF-SEEN.
           START HOUSE KEY NOT < HS-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 READ HOUSE NEXT
                    AT END
                       CONTINUE
                    NOT AT END
                       IF HS-OPTION = "STF"
                          MOVE 1 TO WK-STF-SEEN
                       END-IF
                 END-READ
           END-START.

           IF WK-STF-SEEN = 0
              DISPLAY "No staff accounts on file - budget screen "
                 "runs open until some are set up"
              CLOSE HOUSE
              GO TO 0500-STAFF-EXIT
           END-IF.

           DISPLAY "Staff id:  " NO ADVANCING.
           ACCEPT WK-STAFFID.
           DISPLAY "Staff PIN: " NO ADVANCING.
           ACCEPT WK-STAFFPIN.

           CLOSE HOUSE.

           SET PING-VERIFY TO TRUE.
           SET PING-STAFF TO TRUE.
           MOVE WK-STAFFID TO PING-ID.
           MOVE WK-STAFFPIN TO PING-PIN.
           MOVE "BudAdm" TO PING-PROGRAM.
           MOVE "Y" TO PING-CONSOLE.
           CALL "PinGate" USING PING-PARMS.
           IF NOT PING-OK
              EVALUATE TRUE
                 WHEN PING-NOACCOUNT
                    DISPLAY "No staff account [" WK-STAFFID "]"
                 WHEN PING-LOCKED
                    DISPLAY "Staff id " WK-STAFFID " is locked out - "
                       "another supervisor must clear it"
                 WHEN PING-EXPIRED
                    DISPLAY "PIN expired and not changed"
                 WHEN OTHER
                    DISPLAY "Wrong staff PIN"
              END-EVALUATE
              MOVE 8 TO RETURN-CODE
              SET WK-MODE-EXIT TO TRUE
              GO TO 0500-STAFF-EXIT
           END-IF.
           IF PING-ROLE NOT = "S"
              DISPLAY "Only a supervisor maintains the budget"
              MOVE 8 TO RETURN-CODE
              SET WK-MODE-EXIT TO TRUE
              GO TO 0500-STAFF-EXIT
           END-IF.
           DISPLAY "Budget screen open for " WK-STAFFID.

       0500-STAFF-EXIT.

           CONTINUE.

       1000-ONE-TRANSACTION.

           DISPLAY " ".
           DISPLAY "Mode - E edit a month, L list a month, X exit: "
              NO ADVANCING.
           ACCEPT WK-MODE.

           EVALUATE TRUE
              WHEN WK-MODE-EDIT
                 PERFORM 2000-EDIT-MONTH
              WHEN WK-MODE-LIST
                 PERFORM 3000-LIST-MONTH
              WHEN WK-MODE-EXIT
                 CONTINUE
              WHEN OTHER
                 DISPLAY "Enter E, L or X"
           END-EVALUATE.

       1000-TRANSACTION-EXIT.

           CONTINUE.

      *One month, game by game -- a game is shown as it stands and
      *only rewritten when the supervisor asks to change it

       2000-EDIT-MONTH.

           DISPLAY "Month (YYMM): " NO ADVANCING.
           ACCEPT WK-MONTH.
           ACCEPT WK-TODAY FROM DATE.

           OPEN I-O BUDGET.
           PERFORM 2100-EDIT-GAME
              THRU 2100-EDIT-GAME-EXIT
              VARYING WK-GAME-IDX FROM 1 BY 1
              UNTIL WK-GAME-IDX > 5.
           CLOSE BUDGET.
           DISPLAY "Budget for " WK-MONTH " saved".

       2100-EDIT-GAME.

           MOVE WK-MONTH TO BUD-MONTH.
           MOVE WK-GAME-IDX TO BUD-GAME.
           MOVE 0 TO WK-NOREC.
           READ BUDGET
              INVALID KEY
                 MOVE 1 TO WK-NOREC
                 MOVE 0 TO BUD-HANDS
                 MOVE 0 TO BUD-WAGERED
                 MOVE 0 TO BUD-HOUSENET
           END-READ.

           DISPLAY " ".
           MOVE BUD-HANDS TO WK-SHOWHANDS.
           MOVE BUD-WAGERED TO WK-SHOWWAGER.
           MOVE BUD-HOUSENET TO WK-SHOWNET.
           DISPLAY WK-BUDGAME-ENTRY(WK-GAME-IDX) " hands "
              WK-SHOWHANDS "  wagered " WK-SHOWWAGER "  house net "
              WK-SHOWNET.
           DISPLAY "Change " WK-BUDGAME-ENTRY(WK-GAME-IDX)
              " (Y/N)? " NO ADVANCING.
           MOVE "N" TO WK-ANSWER.
           ACCEPT WK-ANSWER.
           IF NOT WK-ANSWER-YES
              GO TO 2100-EDIT-GAME-EXIT
           END-IF.

           DISPLAY "  Budgeted hands:     " NO ADVANCING.
           ACCEPT WK-HANDS.
           DISPLAY "  Budgeted wagered:   " NO ADVANCING.
           ACCEPT WK-WAGERED.
           DISPLAY "  Budgeted house net: " NO ADVANCING.
           ACCEPT WK-HOUSENET.

           MOVE WK-MONTH TO BUD-MONTH.
           MOVE WK-GAME-IDX TO BUD-GAME.
           MOVE WK-HANDS TO BUD-HANDS.
           MOVE WK-WAGERED TO BUD-WAGERED.
           MOVE WK-HOUSENET TO BUD-HOUSENET.
           MOVE WK-STAFFID TO BUD-SETBY.
           MOVE WK-TODAY TO BUD-SETDATE.
           IF WK-NOREC = 1
              WRITE BUD-RECORD
                 INVALID KEY CONTINUE
              END-WRITE
           ELSE
              REWRITE BUD-RECORD
           END-IF.

       2100-EDIT-GAME-EXIT.

           CONTINUE.

       3000-LIST-MONTH.

           DISPLAY "Month (YYMM): " NO ADVANCING.
           ACCEPT WK-MONTH.
           MOVE 0 TO WK-TOT-HANDS.
           MOVE 0 TO WK-TOT-WAGERED.
           MOVE 0 TO WK-TOT-NET.

           DISPLAY " ".
           DISPLAY "Budget for " WK-MONTH.
           DISPLAY "=============================================".
           DISPLAY "Game        Hands        Wagered     House net"
              "  Set by     on".
           OPEN INPUT BUDGET.
           PERFORM 3100-LIST-GAME
              VARYING WK-GAME-IDX FROM 1 BY 1
              UNTIL WK-GAME-IDX > 5.
           CLOSE BUDGET.
           MOVE WK-TOT-HANDS TO WK-SHOWHANDS.
           MOVE WK-TOT-WAGERED TO WK-SHOWWAGER.
           MOVE WK-TOT-NET TO WK-SHOWNET.
           DISPLAY "TOTAL   " WK-SHOWHANDS " " WK-SHOWWAGER " "
              WK-SHOWNET.

       3100-LIST-GAME.

           MOVE WK-MONTH TO BUD-MONTH.
           MOVE WK-GAME-IDX TO BUD-GAME.
           READ BUDGET
              INVALID KEY
                 DISPLAY WK-BUDGAME-ENTRY(WK-GAME-IDX)
                    "  (no budget set)"
              NOT INVALID KEY
                 ADD BUD-HANDS TO WK-TOT-HANDS
                 ADD BUD-WAGERED TO WK-TOT-WAGERED
                 ADD BUD-HOUSENET TO WK-TOT-NET
                 MOVE BUD-HANDS TO WK-SHOWHANDS
                 MOVE BUD-WAGERED TO WK-SHOWWAGER
                 MOVE BUD-HOUSENET TO WK-SHOWNET
                 DISPLAY WK-BUDGAME-ENTRY(WK-GAME-IDX) WK-SHOWHANDS
                    " " WK-SHOWWAGER " " WK-SHOWNET "  " BUD-SETBY
                    " " BUD-SETDATE
           END-READ.

       9999-EXIT.

       9999-EXIT-EXIT.

           GOBACK.
