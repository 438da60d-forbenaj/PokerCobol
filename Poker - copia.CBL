             LOCK MODE IS MANUAL WITH LOCK ON RECORD
             FILE STATUS WK-CONFIG-STATUS.

           SELECT OPTIONAL HOUSE
            ASSIGN TO
             "CPY\HOUSE.CFG"
             ORGANIZATION INDEXED
             ACCESS DYNAMIC
             RECORD HS-KEY
             LOCK MODE IS MANUAL WITH LOCK ON RECORD
             FILE STATUS WK-HOUSE-STATUS.

           SELECT OPTIONAL HISTORY
            ASSIGN TO
             "CPY\HISTORY.LOG"
             "CPY\RECEIPT.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL TOKELOG
            ASSIGN TO
             "CPY\TOKE.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL BADBEATLOG
            ASSIGN TO
             "CPY\BADBEAT.LOG"
       FILE SECTION.
           COPY "CPY\CONFREC.CBL".

           COPY "CPY\HOUSEREC.CBL".

      *One line of hand-history audit log per hand played, appended
      *to CPY\HISTORY.LOG so a session can be reconciled afterward


           COPY "CPY\SIDEREC.CBL".

      *One line per dealer toke and per tip-pool payout, appended
      *to CPY\TOKE.LOG so the TKP pool reconciles tip by tip

           COPY "CPY\TOKREC.CBL".

      *One line per tripped alert threshold, shown unacknowledged
      *on the supervisor console until someone owns it


       01 WK-PRESS PIC X.
       01 WK-ENTER PIC XXXX.
       01 WK-CHOOSE PIC X.
       01 WK-PLAYERNAME PIC X(10) VALUE SPACES.
       01 WK-CHEAT PIC 9(04).
       01 WK-SUPERVISORPIN PIC 9(04).
       01 WK-JACKPOT PIC 9(08)V99.
       01 WK-JACKPOTSHOW PIC $$$$$$$9,99.
       01 WK-JACKPOTDRAW PIC 9(08)V99.

      *Floor marquee feed -- the pool balances last sent to MarqPut,
      *so a settle that moved neither pool doesn't rewrite the feed

           COPY "CPY\MARQPARM.CBL".

           COPY "CPY\PINGPARM.CBL".

           COPY "CPY\SETPPARM.CBL".

       01 WK-MQ-SENT PIC 9 VALUE 0.
       01 WK-MQ-LASTJKP PIC 9(08)V99 VALUE 0.
       01 WK-MQ-LASTBBJ PIC 9(08)V99 VALUE 0.
       01 WK-POT PIC 9(08)V99.
       01 WK-POTSHOW PIC $$$$$$$9,99.

      *to finish. CKPT-STAGE codes: 1/2 Hold 'em BET2/CALCULATION,
      *3/4 Draw Five BET4/CALCULATION2, 5/6 Cheat BET6/CALCULATION3,
      *7/8/9/10 7-Stud BETST2/BETST3/BETST4/BETST5, 11 7-Stud
      *CALCULATIONSTUD, 12/13 Omaha BETOM2/CALCULATIONOM, 14/15/16
      *2-7 Triple DRAWTD draws 1/2/3, 17 2-7 Triple CALCULATIONTD

       01 WK-RESUME PIC X(01).
          88 WK-RESUME-YES VALUE "Y" "y".
       01 WK-H2HACTION PIC X(01).
       01 WK-H2HP1START PIC 9(08)V99.
       01 WK-H2HP2START PIC 9(08)V99.

      *Whose decision H2H-JOURNAL is recording -- the seat's own
      *profile name, not the logged-in player's

       01 WK-H2HSEATNAME PIC X(10).
       01 WK-P2PIN PIC 9(04).

      *All-time leaderboard -- every STA profile collected off
       01 WK-USE-CAP PIC 9(04)V99.

      *Comp points -- accrued as part of settlement at one point per
      *whole dollar of rake withheld, times the player's tier
      *multiplier, persisted on the player's CMP record and
      *redeemable at the counter through CompAdm

       01 WK-COMPPOINTS PIC 9(08) VALUE 0.
       01 WK-COMPEARN PIC 9(08).

      *Loyalty tier -- held on the player's TIR record and moved only
      *by the monthly tier close (TierClose); the TRT table's
      *multipliers scale comp accrual, so only the multiplier column
      *matters here

       01 WK-TIER PIC 9 VALUE 1.
       01 WK-TIERTAB.
           02 WK-TIER-ENTRY OCCURS 3 TIMES.
               03 WK-TIER-RAKE PIC 9(06)V99.
               03 WK-TIER-HANDS PIC 9(05).
               03 WK-TIER-MULT PIC 9(01)V9.
       01 WK-TIERNAMES.
           02 FILLER PIC X(06) VALUE "Bronze".
           02 FILLER PIC X(06) VALUE "Silver".
           02 FILLER PIC X(06) VALUE "Gold".
       01 WK-TIERNAME-TAB REDEFINES WK-TIERNAMES.
           02 WK-TIERNAME-ENTRY PIC X(06) OCCURS 3 TIMES.

      *Reportable-win papering -- a jackpot payout at or above the
      *configured TXT threshold writes a reportable-win line for the
      *holds now, instead of trusting the value loaded at SPLASH

       01 WK-CONFIG-STATUS PIC X(02).
       01 WK-HOUSE-STATUS PIC X(02).
       01 WK-MONEYATLOAD PIC 9(08)V99.

      *Which terminal this run is -- asked once at start-up and
      *writes, so a dispute about one machine can be narrowed down

       01 WK-TERMID PIC X(04) VALUE "T1".

      *Which property this is, off the house SIT record, stamped on
      *every history row beside the terminal

       01 WK-SITECODE PIC X(04) VALUE "MAIN".
       01 WK-JKPATLOAD PIC 9(08)V99.
       01 WK-NEWBALANCE PIC S9(09)V99.

       01 WK-LOSSCAP PIC 9(08)V99.
       01 WK-HANDSCAP PIC 9(04).
       01 WK-LOCKEDUNTIL PIC 9(08).

      *Identity verification -- once deposits to date or a single
      *jackpot reach the house threshold, an unverified profile (or
      *one whose document has run out) plays practice hands only
      *until the counter has seen its papers

       01 WK-KYCLIMIT PIC 9(08)V99.
       01 WK-KYCHOLD PIC 9 VALUE 0.
       01 WK-MONEYATSESSION PIC 9(08)V99.
       01 WK-SESSNET PIC S9(09)V99.

       01 WK-SBPAYOUT PIC 9(08)V99.
       01 WK-SBP-IDX PIC 99 COMP.

      *Dealer toke -- after a won showdown the winner may tip the
      *house staff one of the fixed amounts, none of them more than
      *the posted share of the pot. The tip comes off the bankroll
      *with the settlement and lands in the TKP tip pool

       01 WK-TOKE PIC 9(08)V99 VALUE 0.
       01 WK-TOKECAP PIC 9(08)V99.
       01 WK-TOKECAPSHOW PIC ZZZZ9,99.
       01 WK-TOKEPCT PIC 9(02) VALUE 10.
       01 WK-TOKEPICK PIC 9(01).
       01 WK-TOKEAMTS.
           02 FILLER PIC 9(04)V99 VALUE 1.
           02 FILLER PIC 9(04)V99 VALUE 5.
           02 FILLER PIC 9(04)V99 VALUE 10.
           02 FILLER PIC 9(04)V99 VALUE 25.
       01 WK-TOKEAMT-TABLE REDEFINES WK-TOKEAMTS.
           02 WK-TOKEAMT PIC 9(04)V99 OCCURS 4 TIMES.

      *Alert thresholds -- loaded with the house settings; a trip
      *appends a line to the alerts file the moment it happens, and
      *the unacknowledged ones greet the supervisor at the console
               03 WK-STF-ROLE PIC X(01).
       01 WK-STF-IDX PIC 9 COMP.
       01 WK-STF-DONE PIC 9.
       01 WK-STF-SUPER PIC 9 VALUE 0.
       01 WK-STF-NEW PIC 9 VALUE 0.
       01 WK-STF-OLDROLE PIC X(01).
       01 WK-STAFFID PIC X(10) VALUE SPACES.
       01 WK-STAFFOK PIC 9 VALUE 0.

      *Every gate goes through PinGate, which keeps the count of
      *wrong PINs, the lockout and the PIN's age. WK-GATE-TRY set to
      *1 asks the gate only whether the PIN is a supervisor's, with
      *no failure charged when it is not -- the profile prompt
      *tries the supervisor override first that way. WK-STF-HIT is
      *the staff table entry the PIN matched; WK-SHAREDLOCK is set
      *when the shared gate was found locked and refused it

       01 WK-GATE-TRY PIC 9 VALUE 0.
       01 WK-GATE-CALL PIC 9 VALUE 0.
       01 WK-SHAREDLOCK PIC 9 VALUE 0.
       01 WK-STF-HIT PIC 9 COMP.
       01 WK-NEWPIN PIC 9(04).
       01 WK-NEWPIN2 PIC 9(04).

      *Staging fields for the settings-change audit trail

       01 WK-AUD-SETTING PIC X(12).
       01 WK-AUD-OLD PIC X(10).
       01 WK-AUD-NEW PIC X(10).

      *House settings changes wait for a second supervisor -- the
      *gaming date they take effect and how many this visit queued

       01 WK-EFFDATE PIC 9(08) VALUE 0.
       01 WK-PCH-QUEUED PIC 9(03) VALUE 0.
       01 WK-PCH-REFUSED PIC 9(03) VALUE 0.

      *Per-player hand-frequency tally -- how often this profile has
      *made each of the ten hand categories, with their best-ever
      *hand and the date it happened, persisted as the HFQ record
       01 WK-MAINPOT PIC 9(08)V99.
       01 WK-JACKPOTREM PIC 9(08)V99.

      *Hold'em run it twice. When the player is all-in and the table
      *agrees at CALCULATION, the unseen board cards (table cards 3-5)
      *are dealt a second time off the same deck, WK-RIT-CARD, and
      *each run decides half the pot. WK-RIT-DECKOK is set only on a
      *hand dealt fresh in this run of the program -- a hand resumed
      *from a checkpoint no longer holds the shuffled deck its seed
      *made, so it is never offered a second run. WK-RIT-RUNENTRY 1
      *and 2 hold each run's scores and outcome for HOLDEM-RIT-SETTLE

       01 WK-RIT PIC 9 VALUE 0.
          88 WK-RIT-ON VALUE 1.
          88 WK-RIT-OFF VALUE 0.
       01 WK-RIT-DECKOK PIC 9 VALUE 0.
          88 WK-RIT-DECK-OK VALUE 1.
       01 WK-RIT-ANSWER PIC X(01).
          88 WK-RIT-YES VALUE "Y" "y".
       01 WK-RIT-BOARD.
           02 WK-RIT-CARD PIC X(03) OCCURS 3 TIMES.
       01 WK-RIT-SAVEBOARD.
           02 WK-RIT-SAVECARD PIC X(03) OCCURS 3 TIMES.
       01 WK-RIT-CPUBEST PIC 99 COMP.
       01 WK-RIT-IDX PIC 9 COMP.
       01 WK-RIT-JKPRUN PIC 9 COMP.
       01 WK-RIT-WINS PIC 9 COMP.
       01 WK-RIT-LOSSES PIC 9 COMP.
       01 WK-RIT-MAIN PIC 9(08)V99.
       01 WK-RIT-PAID PIC 9(08)V99.
       01 WK-RIT-RUNS.
           02 WK-RIT-RUNENTRY OCCURS 2 TIMES.
               03 WK-RIT-PRANK PIC 99 COMP.
               03 WK-RIT-PSCORE PIC X(12).
               03 WK-RIT-CRANK PIC 99 COMP OCCURS 3 TIMES.
               03 WK-RIT-CSCORE PIC X(12) OCCURS 3 TIMES.
               03 WK-RIT-BESTRANK PIC 99 COMP.
               03 WK-RIT-BESTSCORE PIC X(12).
               03 WK-RIT-WINNERS PIC 9 COMP.
               03 WK-RIT-SHARE PIC 9(08)V99.
               03 WK-RIT-OUTCOME PIC X(01).
                  88 WK-RIT-RUN-WON VALUE "W".
                  88 WK-RIT-RUN-LOST VALUE "L".
                  88 WK-RIT-RUN-TIED VALUE "T".
       01 WK-RIT-RUNNO PIC 9.
       01 WK-RIT-STREET.
           02 FILLER PIC X(03) VALUE "RUN".
           02 WK-RIT-STREET-NO PIC 9.
           02 FILLER PIC X(04) VALUE SPACES.
       01 WK-RIT-ACTOR.
           02 FILLER PIC X(05) VALUE "BOARD".
           02 WK-RIT-ACTOR-NO PIC 9.
           02 FILLER PIC X(02) VALUE SPACES.

      *Scratch working fields shared by the EVAL-HAND paragraph -
      *loaded by LOAD-PLAYER-CARDS/LOAD-CPU-CARDS before each call

          88 WK-GAME-CHEAT VALUE 3.
          88 WK-GAME-STUD VALUE 4.
          88 WK-GAME-OMAHA VALUE 5.
          88 WK-GAME-TRIPLE VALUE 6.

      *Display names for WK-GAME, used by the hand-history log

           02 FILLER PIC X(10) VALUE "Cheat".
           02 FILLER PIC X(10) VALUE "7-Stud".
           02 FILLER PIC X(10) VALUE "Omaha".
           02 FILLER PIC X(10) VALUE "2-7 Triple".
       01 WK-GAMENAME-TAB REDEFINES WK-GAMENAMES.
           02 WK-GAMENAME-ENTRY PIC X(10) OCCURS 6 TIMES.

      *Result text for the hand just finished, used by the
      *hand-history log
       01 WK-OMA-RANK PIC 99 COMP.
       01 WK-OMA-SCORE PIC X(12).

      *2-7 Triple Draw -- WK-TD-ROUND is the betting round in play
      *(1-3 each ahead of a draw, 4 the last), carried through a
      *checkpoint in the CKPT-STAGE code itself. WK-TD-HAND is the
      *CPU's five cards as a table while TRIPLE-CPU-MARK picks its
      *discards (WK-TD-DROP 1 = throw it away); WK-TD-PLAYERLOW and
      *WK-TD-CPULOW are the low-hand names LOW-EVAL-HAND built at
      *showdown, which the history line keeps instead of the
      *high-hand category names

       01 WK-TD-ROUND PIC 9 VALUE 0.
       01 WK-TD-HAND.
           02 WK-TD-CARD OCCURS 5 TIMES.
               03 WK-TD-RANK PIC X(02).
               03 WK-TD-SUIT PIC X(01).
       01 WK-TD-VALS.
           02 WK-TD-VAL PIC 99 COMP OCCURS 5 TIMES.
       01 WK-TD-FLAGS.
           02 WK-TD-BAD PIC 9 OCCURS 5 TIMES.
           02 WK-TD-DROP PIC 9 OCCURS 5 TIMES.
       01 WK-TD-I PIC 9 COMP.
       01 WK-TD-J PIC 9 COMP.
       01 WK-TD-PICK PIC 9 COMP.
       01 WK-TD-DROPS PIC 9 VALUE 0.
       01 WK-TD-KEEPS PIC 9 VALUE 0.
       01 WK-TD-DRAWSTR PIC 99 COMP.
       01 WK-TD-SAVESEED PIC 9(09) COMP.
       01 WK-TD-PLAYERLOW PIC X(15).
       01 WK-TD-CPULOW PIC X(15).

      *Journal wording for a draw and the street it happened on --
      *a draw moves no money, so its ACTION.LOG row carries a zero
      *amount and the cards taken in the action text

       01 WK-TD-DRAWACT.
           02 FILLER PIC X(05) VALUE "DRAW ".
           02 WK-TD-DRAWN PIC 9.
           02 FILLER PIC X(02) VALUE SPACES.
       01 WK-TD-STREET.
           02 WK-TD-STREET-NAME PIC X(05).
           02 WK-TD-STREET-NO PIC 9.
           02 FILLER PIC X(02) VALUE SPACES.

      *Scratch for LOW-EVAL-HAND -- the deuce-to-seven reading of
      *the hand EVAL-HAND has just classified

       01 WK-LOW-NAME PIC X(15).
       01 WK-LOW-PTR PIC 99 COMP.
       01 WK-LOW-IDX PIC 9 COMP.
       01 WK-LOW-RANKIDX PIC 99 COMP.

       LINKAGE SECTION.


              MOVE "GUEST" TO WK-PLAYERNAME
           END-IF.

      *Approved house settings changes whose gaming date has come
      *land before the settings are loaded

           SET SETP-APPLY TO TRUE.
           CALL "SetPend" USING SETP-PARMS.

           OPEN I-O CONFIG.
           OPEN I-O HOUSE.
           OPEN EXTEND HISTORY.
           OPEN EXTEND SETAUDIT.

      *then falls back to GUEST. The supervisor PIN opens the
      *profile too and clears a forgotten PIN on the way in. The
      *supervisor PIN itself is read early here because its normal
      *load comes later in the splash sequence. PinGate counts the
      *wrong entries against the profile and locks it at the PNP
      *limit -- from then on only the supervisor PIN opens it -- and
      *a PIN past its age must be changed before play

           MOVE "PPN" TO FD-OPTION.
           MOVE WK-PLAYERNAME TO FD-PLAYER.
           PERFORM LOAD-STAFF-TABLE.

           IF WK-PLAYERPIN > 0
              MOVE "PIN" TO HS-OPTION
              MOVE SPACES TO HS-PLAYER
              READ HOUSE
                 INVALID KEY
                    MOVE 1234 TO WK-SUPERVISORPIN
                 NOT INVALID KEY
                    MOVE HS-SUPERVISORPIN TO WK-SUPERVISORPIN
              END-READ
              MOVE 0 TO WK-PINOK
              MOVE 0 TO WK-PINTRIES
                 DISPLAY "PIN for this profile:" AT 0401 UNDERLINE
                 ACCEPT WK-PINENTRY AT 0423
                 MOVE WK-PINENTRY TO WK-CHEAT
                 MOVE 1 TO WK-GATE-TRY
                 PERFORM STAFF-GATE
                 MOVE 0 TO WK-GATE-TRY
                 IF WK-STAFFOK = 0
                    PERFORM PROFILE-PIN-CHECK
                 END-IF
                 EVALUATE TRUE
                    WHEN WK-STAFFOK = 0 AND PING-OK
                       MOVE 1 TO WK-PINOK
                    WHEN WK-STAFFOK = 1
                       MOVE 1 TO WK-PINOK
                       SET PING-RESET TO TRUE
                       SET PING-PROFILE TO TRUE
                       MOVE WK-PLAYERNAME TO PING-ID
                       IF WK-STAFFID = SPACES
                          MOVE "SHAREDPIN" TO PING-BY
                       ELSE
                          MOVE WK-STAFFID TO PING-BY
                       END-IF
                       CALL "PinGate" USING PING-PARMS
                       MOVE 0 TO WK-PLAYERPIN
                       MOVE "PPN" TO FD-OPTION
                       MOVE WK-PLAYERNAME TO FD-PLAYER
                       MOVE 0 TO FD-PLAYERPIN
                       MOVE 0 TO FD-PINFAILS
                       MOVE SPACE TO FD-PINLOCK
                       MOVE 0 TO FD-PINLOCKDATE
                       REWRITE FD-CONFIG
                       MOVE "PROFILEPIN" TO WK-AUD-SETTING
                       MOVE "SET" TO WK-AUD-OLD
                       PERFORM SETTING-AUDIT
                       DISPLAY MESSAGE "Profile PIN cleared by "
                          "supervisor - set a new one in Settings"
                    WHEN PING-LOCKED
                       ADD 1 TO WK-PINTRIES
                       DISPLAY MESSAGE "Profile locked after repeated "
                          "wrong PINs - only the supervisor PIN opens "
                          "it"
                    WHEN PING-EXPIRED
                       ADD 1 TO WK-PINTRIES
                       DISPLAY MESSAGE "PIN expired and not changed"
                    WHEN OTHER
                       ADD 1 TO WK-PINTRIES
                       DISPLAY MESSAGE "Wrong PIN"
      *Load the house-wide progressive jackpot, starting it at zero
      *the very first time the game is ever run

           MOVE "JKP" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE 0 TO WK-JACKPOT
                 MOVE 0 TO HS-JACKPOT
                 WRITE HS-CONFIG
              NOT INVALID KEY
                 MOVE HS-JACKPOT TO WK-JACKPOT
           END-READ.
           MOVE WK-JACKPOT TO WK-JKPATLOAD.

      *Load the house rule capping how many cards may be discarded in
      *one Draw Five turn, defaulting new installs to 3

           MOVE "MDS" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE 3 TO WK-MAXDISCARDS
                 MOVE 3 TO HS-MAXDISCARDS
                 WRITE HS-CONFIG
              NOT INVALID KEY
                 MOVE HS-MAXDISCARDS TO WK-MAXDISCARDS
           END-READ.

      *Load the CPU's difficulty/aggressiveness setting, defaulting
      *new installs to Normal

           MOVE "DIF" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE 2 TO WK-CPUDIFFICULTY
                 MOVE 2 TO HS-DIFFICULTY
                 WRITE HS-CONFIG
              NOT INVALID KEY
                 MOVE HS-DIFFICULTY TO WK-CPUDIFFICULTY
           END-READ.

      *Load the supervisor PIN gating the CHEAT hand, defaulting new
      *installs to 1234 so it can be changed from SETTINGS right away

           MOVE "PIN" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE 1234 TO WK-SUPERVISORPIN
                 MOVE 1234 TO HS-SUPERVISORPIN
                 WRITE HS-CONFIG
              NOT INVALID KEY
                 MOVE HS-SUPERVISORPIN TO WK-SUPERVISORPIN
           END-READ.

      *Load the win/loss/jackpot fanfare toggle, defaulting new
      *installs to on

           MOVE "FX" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE 1 TO WK-FEEDBACKFX
                 MOVE 1 TO HS-FEEDBACKFX
                 WRITE HS-CONFIG
              NOT INVALID KEY
                 MOVE HS-FEEDBACKFX TO WK-FEEDBACKFX
           END-READ.

      *Load the betting structure guardrail, defaulting new installs
      *to pot-limit

           MOVE "BST" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE 1 TO WK-BETSTRUCTURE
                 MOVE 1 TO HS-BETSTRUCTURE
                 WRITE HS-CONFIG
              NOT INVALID KEY
                 MOVE HS-BETSTRUCTURE TO WK-BETSTRUCTURE
           END-READ.

           MOVE "FXR" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE 50 TO WK-FIXEDRAISE
                 MOVE 50 TO HS-FIXEDRAISE
                 WRITE HS-CONFIG
              NOT INVALID KEY
                 MOVE HS-FIXEDRAISE TO WK-FIXEDRAISE
           END-READ.

      *Load the rebuy top-up amount, defaulting new installs to $500

           MOVE "RBY" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE 500 TO WK-REBUYAMOUNT
                 MOVE 500 TO HS-REBUYAMOUNT
                 WRITE HS-CONFIG
              NOT INVALID KEY
                 MOVE HS-REBUYAMOUNT TO WK-REBUYAMOUNT
           END-READ.

      *Load the tournament buy-in, defaulting new installs to $100

           MOVE "TBI" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE 100 TO WK-TOURBUYIN
                 MOVE 100 TO HS-TOURBUYIN
                 WRITE HS-CONFIG
              NOT INVALID KEY
                 MOVE HS-TOURBUYIN TO WK-TOURBUYIN
           END-READ.

      *Load the house rake -- percentage of the pot and cap per pot,
      *defaulting new installs to 5% capped at $50

           MOVE "RKP" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE 5 TO WK-RAKEPCT
                 MOVE 5 TO HS-RAKEPCT
                 WRITE HS-CONFIG
              NOT INVALID KEY
                 MOVE HS-RAKEPCT TO WK-RAKEPCT
           END-READ.

           MOVE "RKC" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE 50 TO WK-RAKECAP
                 MOVE 50 TO HS-RAKECAP
                 WRITE HS-CONFIG
              NOT INVALID KEY
                 MOVE HS-RAKECAP TO WK-RAKECAP
           END-READ.

      *Load the preset table-stakes tiers, defaulting new installs to
      *10/50/200

           MOVE "LOW" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE 10 TO WK-LOWSTAKE
                 MOVE 10 TO HS-MINIMUM
                 WRITE HS-CONFIG
              NOT INVALID KEY
                 MOVE HS-MINIMUM TO WK-LOWSTAKE
           END-READ.

           MOVE "MED" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE 50 TO WK-MEDSTAKE
                 MOVE 50 TO HS-MINIMUM
                 WRITE HS-CONFIG
              NOT INVALID KEY
                 MOVE HS-MINIMUM TO WK-MEDSTAKE
           END-READ.

           MOVE "HGH" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE 200 TO WK-HIGHSTAKE
                 MOVE 200 TO HS-MINIMUM
                 WRITE HS-CONFIG
              NOT INVALID KEY
                 MOVE HS-MINIMUM TO WK-HIGHSTAKE
           END-READ.

      *Hands played by this player last session, so the welcome-back
                 MOVE FD-LOCKEDUNTIL TO WK-LOCKEDUNTIL
           END-READ.

           MOVE "KYT" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE 3000 TO WK-KYCLIMIT
              NOT INVALID KEY
                 MOVE HS-KYCLIMIT TO WK-KYCLIMIT
           END-READ.

           ACCEPT WK-TODAY FROM DATE.
           MOVE 0 TO WK-KYCHOLD.
           MOVE "KYC" TO FD-OPTION.
           MOVE WK-PLAYERNAME TO FD-PLAYER.
           READ CONFIG
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM KYC-HOLD-CHECK
           END-READ.

      *This player's hand-frequency tally and best-ever hand,
      *defaulting new profiles to none

                 MOVE FD-COMPPOINTS TO WK-COMPPOINTS
           END-READ.

      *This player's loyalty tier, Bronze until the monthly tier
      *close says otherwise, and the house tier table its comp
      *multiplier comes from

           MOVE "TIR" TO FD-OPTION.
           MOVE WK-PLAYERNAME TO FD-PLAYER.
           READ CONFIG
              INVALID KEY
                 MOVE 1 TO WK-TIER
                 MOVE 1 TO FD-TIER
                 MOVE 0 TO FD-TIERDATE
                 MOVE 0 TO FD-TIERMONTH
                 MOVE 0 TO FD-TIERGRACE
                 WRITE FD-CONFIG
              NOT INVALID KEY
                 MOVE FD-TIER TO WK-TIER
           END-READ.
           IF WK-TIER < 1 OR WK-TIER > 3
              MOVE 1 TO WK-TIER
           END-IF.

           MOVE "TRT" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 PERFORM TIER-DEFAULTS
                 MOVE WK-TIERTAB TO HS-TIERTAB
                 WRITE HS-CONFIG
              NOT INVALID KEY
                 MOVE HS-TIERTAB TO WK-TIERTAB
           END-READ.

      *The reportable-win threshold, defaulting new installs to
      *$1200, and this player's filing identity (blank until the
      *player records it in Settings)

           MOVE "TXT" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE 1200 TO WK-TAXTHRESHOLD
                 MOVE 1200 TO HS-TAXTHRESHOLD
                 WRITE HS-CONFIG
              NOT INVALID KEY
                 MOVE HS-TAXTHRESHOLD TO WK-TAXTHRESHOLD
           END-READ.

           MOVE "TID" TO FD-OPTION.
           MOVE 0 TO WK-PERS-COUNT.
           MOVE "CPU" TO WK-CPUNAME.
           MOVE 0 TO WK-PERS-DONE.
           MOVE "CPN" TO HS-OPTION.
           MOVE LOW-VALUES TO HS-PLAYER.
           START HOUSE KEY NOT < HS-KEY
              INVALID KEY
                 MOVE 1 TO WK-PERS-DONE
           END-START.
           PERFORM UNTIL WK-PERS-DONE = 1 OR WK-PERS-COUNT >= 3
              READ HOUSE NEXT
                 AT END
                    MOVE 1 TO WK-PERS-DONE
                 NOT AT END
                    IF HS-OPTION = "CPN"
                       ADD 1 TO WK-PERS-COUNT
                       MOVE HS-PLAYER
                          TO WK-PERS-NAME(WK-PERS-COUNT)
                       MOVE HS-AGGRESSION
                          TO WK-PERS-AGGR(WK-PERS-COUNT)
                       MOVE HS-BLUFFRATE
                          TO WK-PERS-BLUFF(WK-PERS-COUNT)
                       MOVE HS-FOLDRANK
                          TO WK-PERS-FOLD(WK-PERS-COUNT)
                    ELSE
                       MOVE 1 TO WK-PERS-DONE
      *defaulting new installs to an empty pool paid on a losing
      *full house or better, skim on

           MOVE "BBJ" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE 0 TO WK-BADBEAT
                 MOVE 0 TO HS-JACKPOT
                 WRITE HS-CONFIG
              NOT INVALID KEY
                 MOVE HS-JACKPOT TO WK-BADBEAT
           END-READ.
           MOVE WK-BADBEAT TO WK-BBATLOAD.

           MOVE "BBQ" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE 7 TO WK-BBQRANK
                 MOVE 7 TO HS-BBQRANK
                 WRITE HS-CONFIG
              NOT INVALID KEY
                 MOVE HS-BBQRANK TO WK-BBQRANK
           END-READ.

           MOVE "BBS" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE 1 TO WK-BBSKIM
                 MOVE 1 TO HS-BBSKIM
                 WRITE HS-CONFIG
              NOT INVALID KEY
                 MOVE HS-BBSKIM TO WK-BBSKIM
           END-READ.

      *The named staff accounts were already swept in before the
      *The alert thresholds, defaulting new installs to everything
      *off

           MOVE "ALT" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE 0 TO WK-ALERTJKP
                 MOVE 0 TO WK-ALERTLOSS
                 MOVE 0 TO WK-ALERTDRIFT
                 MOVE 0 TO HS-ALERTJKP
                 MOVE 0 TO HS-ALERTLOSS
                 MOVE 0 TO HS-ALERTDRIFT
                 WRITE HS-CONFIG
              NOT INVALID KEY
                 MOVE HS-ALERTJKP TO WK-ALERTJKP
                 MOVE HS-ALERTLOSS TO WK-ALERTLOSS
                 MOVE HS-ALERTDRIFT TO WK-ALERTDRIFT
           END-READ.

      *The side-bet ceiling and paytable, defaulting new installs
      *to a $25 ceiling and the classic pair-plus ladder

           MOVE "SBT" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE 25 TO WK-SIDEMAX
                 MOVE 0 TO WK-SIDEPAY-ENTRY(1)
                 MOVE 30 TO WK-SIDEPAY-ENTRY(8)
                 MOVE 40 TO WK-SIDEPAY-ENTRY(9)
                 MOVE 100 TO WK-SIDEPAY-ENTRY(10)
                 MOVE WK-SIDEMAX TO HS-SIDEMAX
                 MOVE WK-SIDEPAY TO HS-SIDEPAY
                 WRITE HS-CONFIG
              NOT INVALID KEY
                 MOVE HS-SIDEMAX TO WK-SIDEMAX
                 MOVE HS-SIDEPAY TO WK-SIDEPAY
           END-READ.

      *The gaming-day cutover clock, defaulting new installs to
      *6 AM

           MOVE "GDC" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE 0600 TO WK-CUTOVER
                 MOVE 0600 TO HS-CUTOVER
                 WRITE HS-CONFIG
              NOT INVALID KEY
                 MOVE HS-CUTOVER TO WK-CUTOVER
           END-READ.

      *The property's site code, defaulting an install that has
      *never set one to the original room

           MOVE "SIT" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE "MAIN" TO WK-SITECODE
                 MOVE "MAIN" TO HS-SITECODE
                 MOVE SPACES TO HS-SITENAME
                 WRITE HS-CONFIG
              NOT INVALID KEY
                 IF HS-SITECODE NOT = SPACES
                    MOVE HS-SITECODE TO WK-SITECODE
                 END-IF
           END-READ.

      *The promotional rake schedule, first five promotions in key

           MOVE 0 TO WK-PRM-COUNT.
           MOVE 0 TO WK-PRM-DONE.
           MOVE "PRM" TO HS-OPTION.
           MOVE LOW-VALUES TO HS-PLAYER.
           START HOUSE KEY NOT < HS-KEY
              INVALID KEY
                 MOVE 1 TO WK-PRM-DONE
           END-START.
           PERFORM UNTIL WK-PRM-DONE = 1 OR WK-PRM-COUNT >= 5
              READ HOUSE NEXT
                 AT END
                    MOVE 1 TO WK-PRM-DONE
                 NOT AT END
                    IF HS-OPTION = "PRM"
                       ADD 1 TO WK-PRM-COUNT
                       MOVE HS-PLAYER (1:2)
                          TO WK-PRM-ID(WK-PRM-COUNT)
                       MOVE HS-PROMODOW
                          TO WK-PRM-DOW(WK-PRM-COUNT)
                       MOVE HS-PROMOFROM
                          TO WK-PRM-FROM(WK-PRM-COUNT)
                       MOVE HS-PROMOTO
                          TO WK-PRM-TO(WK-PRM-COUNT)
                       MOVE HS-RAKEPCT
                          TO WK-PRM-PCT(WK-PRM-COUNT)
                       MOVE HS-RAKECAP
                          TO WK-PRM-CAP(WK-PRM-COUNT)
                    ELSE
                       MOVE 1 TO WK-PRM-DONE
              MOVE 0 TO SES-HANDS
              MOVE "+" TO SES-NETSIGN
              MOVE 0 TO SES-NET
              MOVE WK-MONEYATSESSION TO SES-OPENING
              WRITE SES-RECORD
              CLOSE SESSLOG
           END-IF.
                 DISPLAY MESSAGE "Lockout lifted"
              ELSE
                 CLOSE CONFIG
                 CLOSE HOUSE
                 CLOSE HISTORY
                 CLOSE SETAUDIT
                 GO TO SPLASH
              END-IF
           END-IF.

           IF WK-KYCHOLD = 1 AND WK-PRACTICE-OFF
              DISPLAY MESSAGE "Identity check due - please see the "
                 "cashier before playing for money"
              CLOSE CONFIG
              CLOSE HOUSE
              CLOSE HISTORY
              CLOSE SETAUDIT
              GO TO SPLASH
           END-IF.

      *Welcome-back dashboard, shown once per program run right before
      *the game-choice menu -- WK-FIRSTSPLASH is only ever "Y" the
      *first time through, since SPLASH is re-entered after every hand
           IF WK-FIRST-SPLASH-YES
              DISPLAY "Welcome back, " AT 0501
              DISPLAY WK-PLAYERNAME AT 0515
              DISPLAY "Tier:" AT 0530
              DISPLAY WK-TIERNAME-ENTRY(WK-TIER) AT 0536
              DISPLAY "Hands played last session:" AT 0601
              DISPLAY WK-LASTSESSIONHANDS AT 0629
              DISPLAY "Current bankroll:" AT 0701
           DISPLAY "7. Scoreboard" AT 1835.
           DISPLAY "8. Tournament" AT 1935.
           DISPLAY "9. More options" AT 2035.
           DISPLAY "T. 2-7 Triple Draw" AT 2135.
           DISPLAY "0. Exit" AT 2235.

           OPEN I-O CHECKPT.
           OPEN EXTEND CHEATLOG.
                 END-IF
                 GO TO TOURNAMENT
              WHEN "9" GO TO EXTRAS
              WHEN "T" GO TO TRIPLEDRAW
              WHEN "t" GO TO TRIPLEDRAW
              WHEN "0" GO TO EXIT-GAME
              WHEN OTHER DISPLAY MESSAGE "Select a valid option"
                   GO TO CHOOSE
              AT 1604.
           DISPLAY "royal flush wins the progressive jackpot!"
              AT 1704.
           DISPLAY "2-7 Triple Draw plays for the LOWEST hand: aces"
              AT 1904.
           DISPLAY "high, straights and flushes count against you -"
              AT 2004.
           DISPLAY "7-5-4-3-2 is the best hand. No jackpot." AT 2104.
           ACCEPT WK-PARA.
           GO TO CHOOSE.

                    GO TO CHEAT
                 ELSE
                    CLOSE CONFIG
                    CLOSE HOUSE
                    CLOSE HISTORY
                    CLOSE CHECKPT
                    CLOSE CHEATLOG
           DISPLAY " " ERASE.
           DISPLAY "Hand history" AT 0202 UNDERLINE.
           DISPLAY "Game filter - H=Hold 'em, D=Draw Five," AT 0402.
           DISPLAY "C=Cheat, S=7-Stud, O=Omaha, T=2-7 Triple," AT 0502.
           DISPLAY "A=all:" AT 0602.
           ACCEPT WK-HH-FILTER AT 0609 UPPER.
           EVALUATE WK-HH-FILTER
              WHEN "H" MOVE WK-GAMENAME-ENTRY(1) TO WK-HH-GAME
              WHEN "D" MOVE WK-GAMENAME-ENTRY(2) TO WK-HH-GAME
              WHEN "C" MOVE WK-GAMENAME-ENTRY(3) TO WK-HH-GAME
              WHEN "S" MOVE WK-GAMENAME-ENTRY(4) TO WK-HH-GAME
              WHEN "O" MOVE WK-GAMENAME-ENTRY(5) TO WK-HH-GAME
              WHEN "T" MOVE WK-GAMENAME-ENTRY(6) TO WK-HH-GAME
              WHEN OTHER MOVE SPACES TO WK-HH-GAME
           END-EVALUATE.

           ACCEPT WK-PLAYERPIN AT 1427 UPDATE.
           MOVE "PPN" TO FD-OPTION.
           MOVE WK-PLAYERNAME TO FD-PLAYER.
           READ CONFIG
              INVALID KEY CONTINUE
           END-READ.
           IF WK-PLAYERPIN NOT = FD-PLAYERPIN
              ACCEPT WK-TODAY FROM DATE
              MOVE WK-TODAY TO FD-PINSET
              MOVE 0 TO FD-PINFAILS
              MOVE SPACE TO FD-PINLOCK
              MOVE 0 TO FD-PINLOCKDATE
           END-IF.
           MOVE WK-PLAYERPIN TO FD-PLAYERPIN.
           REWRITE FD-CONFIG.
           MOVE "PROFILEPIN" TO WK-AUD-SETTING.
      *House-wide controls only after the supervisor PIN, the same
      *way the CHEAT hand is gated -- anything else finishes here

           MOVE 0 TO WK-PCH-QUEUED.
           MOVE 0 TO WK-PCH-REFUSED.
           DISPLAY "House settings - supervisor PIN (0 skips): "
              AT 1804.
           ACCEPT WK-CHEAT AT 1848.
           GO TO SETTINGS-DONE.

      *The house console -- stakes tiers, table rules, revenue
      *controls and the supervisor PIN itself, every change audited.
      *A change is queued (SetPend) for a second supervisor to
      *approve at SetAdm and lands on the gaming date given; only
      *the supervisor PIN, and the staff accounts until the first
      *supervisor account exists, change at once

       HOUSESETTINGS.

           DISPLAY " " ERASE.
           DISPLAY "House settings" AT 0202 UNDERLINE.

           DISPLAY "Effective gaming date (0 on approval): " AT 0304.
           ACCEPT WK-EFFDATE AT 0344 UPDATE.
           ACCEPT WK-TODAY FROM DATE.
           IF WK-EFFDATE NOT = 0 AND WK-EFFDATE < WK-TODAY
              DISPLAY MESSAGE "Effective date is already past"
              GO TO HOUSESETTINGS
           END-IF.

      *Each setting's image starts from its own record as filed, so
      *nothing of the record read before it rides into SetPend

           MOVE WK-MAXDISCARDS TO WK-AUD-OLD.
           DISPLAY "Max discards (Draw Five): " AT 0404.
           ACCEPT WK-MAXDISCARDS AT 0430 UPDATE.
              DISPLAY MESSAGE "Can't discard more than a hand of 5!"
              GO TO HOUSESETTINGS
           END-IF.
           MOVE "MDS" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE SPACES TO HS-CONFIG
                 MOVE "MDS" TO HS-OPTION
                 MOVE SPACES TO HS-PLAYER
           END-READ.
           MOVE WK-MAXDISCARDS TO HS-MAXDISCARDS.
           MOVE "MAXDISCARDS" TO WK-AUD-SETTING.
           MOVE WK-MAXDISCARDS TO WK-AUD-NEW.
           PERFORM HOUSE-CHANGE.

           MOVE WK-CPUDIFFICULTY TO WK-AUD-OLD.
           DISPLAY "CPU difficulty (1-3): " AT 0504.
              DISPLAY MESSAGE "Enter 1 (easy), 2 (normal) or 3 (hard)"
              GO TO HOUSESETTINGS
           END-IF.
           MOVE "DIF" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE SPACES TO HS-CONFIG
                 MOVE "DIF" TO HS-OPTION
                 MOVE SPACES TO HS-PLAYER
           END-READ.
           MOVE WK-CPUDIFFICULTY TO HS-DIFFICULTY.
           MOVE "DIFFICULTY" TO WK-AUD-SETTING.
           MOVE WK-CPUDIFFICULTY TO WK-AUD-NEW.
           PERFORM HOUSE-CHANGE.

      *The supervisor PIN itself is audited as changed/unchanged
      *only, never in clear
           MOVE WK-SUPERVISORPIN TO WK-PINENTRY.
           DISPLAY "Supervisor PIN: " AT 0604.
           ACCEPT WK-SUPERVISORPIN AT 0620 UPDATE.
           MOVE "PIN" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY CONTINUE
           END-READ.
           IF WK-SUPERVISORPIN NOT = WK-PINENTRY
              ACCEPT WK-TODAY FROM DATE
              MOVE WK-TODAY TO HS-PINSET
              MOVE 0 TO HS-PINFAILS
              MOVE SPACE TO HS-PINLOCK
              MOVE 0 TO HS-PINLOCKDATE
           END-IF.
           MOVE WK-SUPERVISORPIN TO HS-SUPERVISORPIN.
           REWRITE HS-CONFIG.
           IF WK-SUPERVISORPIN NOT = WK-PINENTRY
              MOVE "SUPERPIN" TO WK-AUD-SETTING
              MOVE "OLD" TO WK-AUD-OLD
              DISPLAY MESSAGE "Enter 1 (on) or 0 (off)"
              GO TO HOUSESETTINGS
           END-IF.
           MOVE "FX" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE SPACES TO HS-CONFIG
                 MOVE "FX" TO HS-OPTION
                 MOVE SPACES TO HS-PLAYER
           END-READ.
           MOVE WK-FEEDBACKFX TO HS-FEEDBACKFX.
           MOVE "FEEDBACKFX" TO WK-AUD-SETTING.
           MOVE WK-FEEDBACKFX TO WK-AUD-NEW.
           PERFORM HOUSE-CHANGE.

           MOVE WK-BETSTRUCTURE TO WK-AUD-OLD.
           DISPLAY "Betting structure (1=pot-limit 2=fixed-limit): "
              DISPLAY MESSAGE "Enter 1 (pot-limit) or 2 (fixed-limit)"
              GO TO HOUSESETTINGS
           END-IF.
           MOVE "BST" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE SPACES TO HS-CONFIG
                 MOVE "BST" TO HS-OPTION
                 MOVE SPACES TO HS-PLAYER
           END-READ.
           MOVE WK-BETSTRUCTURE TO HS-BETSTRUCTURE.
           MOVE "BETSTRUCT" TO WK-AUD-SETTING.
           MOVE WK-BETSTRUCTURE TO WK-AUD-NEW.
           PERFORM HOUSE-CHANGE.

           MOVE WK-FIXEDRAISE TO WK-AUD-OLD.
           DISPLAY "Fixed-limit raise amount: " AT 0904.
           ACCEPT WK-FIXEDRAISE AT 0930 UPDATE.
           MOVE "FXR" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE SPACES TO HS-CONFIG
                 MOVE "FXR" TO HS-OPTION
                 MOVE SPACES TO HS-PLAYER
           END-READ.
           MOVE WK-FIXEDRAISE TO HS-FIXEDRAISE.
           MOVE "FIXEDRAISE" TO WK-AUD-SETTING.
           MOVE WK-FIXEDRAISE TO WK-AUD-NEW.
           PERFORM HOUSE-CHANGE.

           MOVE WK-REBUYAMOUNT TO WK-AUD-OLD.
           DISPLAY "Rebuy top-up amount: " AT 1004.
           ACCEPT WK-REBUYAMOUNT AT 1026 UPDATE.
           MOVE "RBY" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE SPACES TO HS-CONFIG
                 MOVE "RBY" TO HS-OPTION
                 MOVE SPACES TO HS-PLAYER
           END-READ.
           MOVE WK-REBUYAMOUNT TO HS-REBUYAMOUNT.
           MOVE "REBUY" TO WK-AUD-SETTING.
           MOVE WK-REBUYAMOUNT TO WK-AUD-NEW.
           PERFORM HOUSE-CHANGE.

           MOVE WK-TOURBUYIN TO WK-AUD-OLD.
           DISPLAY "Tournament buy-in: " AT 1104.
           ACCEPT WK-TOURBUYIN AT 1124 UPDATE.
           MOVE "TBI" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE SPACES TO HS-CONFIG
                 MOVE "TBI" TO HS-OPTION
                 MOVE SPACES TO HS-PLAYER
           END-READ.
           MOVE WK-TOURBUYIN TO HS-TOURBUYIN.
           MOVE "TOURBUYIN" TO WK-AUD-SETTING.
           MOVE WK-TOURBUYIN TO WK-AUD-NEW.
           PERFORM HOUSE-CHANGE.

           MOVE WK-RAKEPCT TO WK-AUD-OLD.
           DISPLAY "Rake percent of pot: " AT 1204.
              DISPLAY MESSAGE "Rake above 25% would empty the tables"
              GO TO HOUSESETTINGS
           END-IF.
           MOVE "RKP" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE SPACES TO HS-CONFIG
                 MOVE "RKP" TO HS-OPTION
                 MOVE SPACES TO HS-PLAYER
           END-READ.
           MOVE WK-RAKEPCT TO HS-RAKEPCT.
           MOVE "RAKEPCT" TO WK-AUD-SETTING.
           MOVE WK-RAKEPCT TO WK-AUD-NEW.
           PERFORM HOUSE-CHANGE.

           MOVE WK-RAKECAP TO WK-AUD-OLD.
           DISPLAY "Rake cap per pot: " AT 1304.
           ACCEPT WK-RAKECAP AT 1323 UPDATE.
           MOVE "RKC" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE SPACES TO HS-CONFIG
                 MOVE "RKC" TO HS-OPTION
                 MOVE SPACES TO HS-PLAYER
           END-READ.
           MOVE WK-RAKECAP TO HS-RAKECAP.
           MOVE "RAKECAP" TO WK-AUD-SETTING.
           MOVE WK-RAKECAP TO WK-AUD-NEW.
           PERFORM HOUSE-CHANGE.

           MOVE WK-TAXTHRESHOLD TO WK-AUD-OLD.
           DISPLAY "Reportable-win threshold (0 off): " AT 1404.
           ACCEPT WK-TAXTHRESHOLD AT 1438 UPDATE.
           MOVE "TXT" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE SPACES TO HS-CONFIG
                 MOVE "TXT" TO HS-OPTION
                 MOVE SPACES TO HS-PLAYER
           END-READ.
           MOVE WK-TAXTHRESHOLD TO HS-TAXTHRESHOLD.
           MOVE "TAXTHRESH" TO WK-AUD-SETTING.
           MOVE WK-TAXTHRESHOLD TO WK-AUD-NEW.
           PERFORM HOUSE-CHANGE.

      *Named CPU persona editor -- one persona per visit; the first
      *three on file fill the CPU seats at the next SPLASH
           MOVE SPACES TO WK-PLAYER2NAME.
           ACCEPT WK-PLAYER2NAME AT 1538 UPPER.
           IF WK-PLAYER2NAME NOT = SPACES
              MOVE "CPN" TO HS-OPTION
              MOVE WK-PLAYER2NAME TO HS-PLAYER
              READ HOUSE
                 INVALID KEY
                    MOVE 3 TO HS-AGGRESSION
                    MOVE 2 TO HS-BLUFFRATE
                    MOVE 2 TO HS-FOLDRANK
                    CONTINUE
                 NOT INVALID KEY
                    CONTINUE
              END-READ
              DISPLAY "Aggression (0-9):     " AT 1604
              ACCEPT HS-AGGRESSION AT 1627 UPDATE
              DISPLAY "Bluff rate (0-9):     " AT 1704
              ACCEPT HS-BLUFFRATE AT 1727 UPDATE
              DISPLAY "Fold tendency (1-10): " AT 1804
              ACCEPT HS-FOLDRANK AT 1827 UPDATE
              IF HS-FOLDRANK < 1 OR HS-FOLDRANK > 10
                 MOVE 2 TO HS-FOLDRANK
              END-IF
              MOVE "CPN" TO HS-OPTION
              MOVE WK-PLAYER2NAME TO HS-PLAYER
              MOVE "PERSONA" TO WK-AUD-SETTING
              MOVE WK-PLAYER2NAME TO WK-AUD-OLD
              MOVE "EDITED" TO WK-AUD-NEW
              PERFORM HOUSE-CHANGE
           END-IF.

           MOVE WK-BBQRANK TO WK-AUD-OLD.
              DISPLAY MESSAGE "Enter 1 (high card) to 10 (royal)"
              GO TO HOUSESETTINGS
           END-IF.
           MOVE "BBQ" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE SPACES TO HS-CONFIG
                 MOVE "BBQ" TO HS-OPTION
                 MOVE SPACES TO HS-PLAYER
           END-READ.
           MOVE WK-BBQRANK TO HS-BBQRANK.
           MOVE "BBQRANK" TO WK-AUD-SETTING.
           MOVE WK-BBQRANK TO WK-AUD-NEW.
           PERFORM HOUSE-CHANGE.

           MOVE WK-BBSKIM TO WK-AUD-OLD.
           DISPLAY "Bad-beat skim (1=on 0=off): " AT 2004.
              DISPLAY MESSAGE "Enter 1 (on) or 0 (off)"
              GO TO HOUSESETTINGS
           END-IF.
           MOVE "BBS" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE SPACES TO HS-CONFIG
                 MOVE "BBS" TO HS-OPTION
                 MOVE SPACES TO HS-PLAYER
           END-READ.
           MOVE WK-BBSKIM TO HS-BBSKIM.
           MOVE "BBSKIM" TO WK-AUD-SETTING.
           MOVE WK-BBSKIM TO WK-AUD-NEW.
           PERFORM HOUSE-CHANGE.

      *Staff account editor -- one account per visit. The PIN never
      *lands in the audit trail in clear. Accounts are the identity
      *SetAdm's second-supervisor rule rests on, so once any
      *supervisor-role account is on file a new account, a role
      *change, or a PIN change to another supervisor's account is
      *queued through SetPend like any house record; only while no
      *supervisor account exists is the edit written at once, so a
      *fresh install can set up its first one. A PIN change to a
      *cashier or auditor account, which approves nothing, still
      *lands at once

           DISPLAY "Staff id to edit (blank none): " AT 2104.
           MOVE SPACES TO WK-PLAYER2NAME.
           ACCEPT WK-PLAYER2NAME AT 2135 UPPER.
           IF WK-PLAYER2NAME NOT = SPACES
              PERFORM STAFF-SUPER-CHECK
              MOVE 0 TO WK-STF-NEW
              MOVE "STF" TO HS-OPTION
              MOVE WK-PLAYER2NAME TO HS-PLAYER
              READ HOUSE
                 INVALID KEY
                    MOVE SPACES TO HS-CONFIG
                    MOVE "STF" TO HS-OPTION
                    MOVE WK-PLAYER2NAME TO HS-PLAYER
                    MOVE 0 TO HS-STAFFPIN
                    MOVE "A" TO HS-STAFFROLE
                    MOVE 0 TO HS-PINFAILS
                    MOVE SPACE TO HS-PINLOCK
                    MOVE 0 TO HS-PINLOCKDATE
                    MOVE 0 TO HS-PINSET
                    MOVE 1 TO WK-STF-NEW
                 NOT INVALID KEY
                    CONTINUE
              END-READ
              MOVE HS-STAFFROLE TO WK-STF-OLDROLE
              MOVE HS-STAFFPIN TO WK-PINENTRY
              DISPLAY "Staff PIN:            " AT 2204
              ACCEPT HS-STAFFPIN AT 2227 UPDATE
              IF HS-STAFFPIN NOT = WK-PINENTRY
                 ACCEPT WK-TODAY FROM DATE
                 MOVE WK-TODAY TO HS-PINSET
                 MOVE 0 TO HS-PINFAILS
                 MOVE SPACE TO HS-PINLOCK
                 MOVE 0 TO HS-PINLOCKDATE
              END-IF
              DISPLAY "Role (S/C/A):         " AT 2304
              ACCEPT HS-STAFFROLE AT 2327 UPDATE UPPER
              IF HS-STAFFROLE NOT = "S" AND HS-STAFFROLE NOT = "C"
                    AND HS-STAFFROLE NOT = "A"
                 MOVE "A" TO HS-STAFFROLE
              END-IF
              MOVE "STF" TO HS-OPTION
              MOVE WK-PLAYER2NAME TO HS-PLAYER
              MOVE WK-PLAYER2NAME TO WK-AUD-OLD
              MOVE SPACES TO WK-AUD-NEW
              EVALUATE TRUE
                 WHEN WK-STF-SUPER = 0
                    IF WK-STF-NEW = 1
                       WRITE HS-CONFIG
                    ELSE
                       REWRITE HS-CONFIG
                    END-IF
                    MOVE "STAFF" TO WK-AUD-SETTING
                    MOVE "EDITED" TO WK-AUD-NEW
                    PERFORM SETTING-AUDIT
                 WHEN WK-STF-NEW = 1
                    MOVE "STAFF ADD" TO WK-AUD-SETTING
                    STRING "ROLE " HS-STAFFROLE DELIMITED BY SIZE
                       INTO WK-AUD-NEW
                    PERFORM HOUSE-CHANGE
                 WHEN HS-STAFFROLE NOT = WK-STF-OLDROLE
                    MOVE "STAFF ROLE" TO WK-AUD-SETTING
                    STRING WK-STF-OLDROLE " TO " HS-STAFFROLE
                       DELIMITED BY SIZE INTO WK-AUD-NEW
                    PERFORM HOUSE-CHANGE
                 WHEN HS-STAFFPIN = WK-PINENTRY
                    CONTINUE
                 WHEN HS-STAFFROLE = "S"
                       AND WK-PLAYER2NAME NOT = WK-STAFFID
                    MOVE "STAFF PIN" TO WK-AUD-SETTING
                    MOVE "RESET" TO WK-AUD-NEW
                    PERFORM HOUSE-CHANGE
                 WHEN OTHER
                    REWRITE HS-CONFIG
                    MOVE "STAFF" TO WK-AUD-SETTING
                    MOVE "EDITED" TO WK-AUD-NEW
                    PERFORM SETTING-AUDIT
              END-EVALUATE
           END-IF.

      *Promotion editor on its own page -- one promotion per visit,
           ACCEPT WK-PLAYER2NAME AT 0440.
           IF WK-PLAYER2NAME NOT = SPACES
                 AND WK-PLAYER2NAME (1:2) NOT = "00"
              MOVE "PRM" TO HS-OPTION
              MOVE SPACES TO HS-PLAYER
              MOVE WK-PLAYER2NAME (1:2) TO HS-PLAYER
              READ HOUSE
                 INVALID KEY
                    MOVE 0 TO HS-PROMODOW
                    MOVE 1400 TO HS-PROMOFROM
                    MOVE 1700 TO HS-PROMOTO
                    MOVE 2 TO HS-RAKEPCT
                    MOVE 25 TO HS-RAKECAP
                    CONTINUE
                 NOT INVALID KEY
                    CONTINUE
              END-READ
              DISPLAY "Day of week (0=all, 1=Mon..7=Sun): " AT 0604
              ACCEPT HS-PROMODOW AT 0639 UPDATE
              DISPLAY "From time (HHMM):  " AT 0704
              ACCEPT HS-PROMOFROM AT 0724 UPDATE
              DISPLAY "To time   (HHMM):  " AT 0804
              ACCEPT HS-PROMOTO AT 0824 UPDATE
              DISPLAY "Promo rake percent:" AT 0904
              ACCEPT HS-RAKEPCT AT 0924 UPDATE
              IF HS-RAKEPCT > 25
                 MOVE 25 TO HS-RAKEPCT
              END-IF
              DISPLAY "Promo rake cap:    " AT 1004
              ACCEPT HS-RAKECAP AT 1024 UPDATE
              MOVE "PRM" TO HS-OPTION
              MOVE SPACES TO HS-PLAYER
              MOVE WK-PLAYER2NAME (1:2) TO HS-PLAYER
              MOVE "PROMO" TO WK-AUD-SETTING
              MOVE WK-PLAYER2NAME TO WK-AUD-OLD
              MOVE "EDITED" TO WK-AUD-NEW
              PERFORM HOUSE-CHANGE
           END-IF.

      *League prize funding -- the slice of the month's rake the
      *season close pays down its ladder

           MOVE "LGP" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE 5 TO HS-LEAGUEPCT
                 CONTINUE
              NOT INVALID KEY
                 CONTINUE
           END-READ.
           MOVE HS-LEAGUEPCT TO WK-AUD-OLD.
           DISPLAY "League prize percent of rake: " AT 1204.
           ACCEPT HS-LEAGUEPCT AT 1234 UPDATE.
           IF HS-LEAGUEPCT > 50
              MOVE 50 TO HS-LEAGUEPCT
           END-IF.
           MOVE "LGP" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           MOVE "LEAGUEPCT" TO WK-AUD-SETTING.
           MOVE HS-LEAGUEPCT TO WK-AUD-NEW.
           PERFORM HOUSE-CHANGE.

      *Alert thresholds -- zero switches an alarm off; cheat-mode
      *entry always alerts

           MOVE "ALT" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE 0 TO HS-ALERTJKP
                 MOVE 0 TO HS-ALERTLOSS
                 MOVE 0 TO HS-ALERTDRIFT
                 CONTINUE
              NOT INVALID KEY
                 CONTINUE
           END-READ.
           ACCEPT WK-ALERTLOSS AT 1540 UPDATE.
           DISPLAY "Alert: recon drift over (0 off):    " AT 1604.
           ACCEPT WK-ALERTDRIFT AT 1640 UPDATE.
           MOVE "EDITED" TO WK-AUD-NEW.
           IF WK-ALERTJKP = HS-ALERTJKP
                 AND WK-ALERTLOSS = HS-ALERTLOSS
                 AND WK-ALERTDRIFT = HS-ALERTDRIFT
              MOVE "-" TO WK-AUD-NEW
           END-IF.
           MOVE "ALT" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           MOVE WK-ALERTJKP TO HS-ALERTJKP.
           MOVE WK-ALERTLOSS TO HS-ALERTLOSS.
           MOVE WK-ALERTDRIFT TO HS-ALERTDRIFT.
           MOVE "ALERTS" TO WK-AUD-SETTING.
           MOVE "-" TO WK-AUD-OLD.
           PERFORM HOUSE-CHANGE.

      *Bonus side bet -- the wager ceiling (0 switches the offer
      *off) and the posted paytable of multipliers per category

           MOVE "SBT" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE WK-SIDEMAX TO HS-SIDEMAX
                 MOVE WK-SIDEPAY TO HS-SIDEPAY
                 CONTINUE
              NOT INVALID KEY
                 CONTINUE
           END-READ.
                    AT WK-ALT-POS UPDATE
              END-PERFORM
           END-IF.
           MOVE WK-SIDEMAX TO WK-AUD-NEW.
           IF WK-SIDEMAX = HS-SIDEMAX AND WK-SIDEPAY NOT = HS-SIDEPAY
              MOVE "PAYTABLE" TO WK-AUD-NEW
           END-IF.
           MOVE "SBT" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           MOVE WK-SIDEMAX TO HS-SIDEMAX.
           MOVE WK-SIDEPAY TO HS-SIDEPAY.
           MOVE "SIDEBET" TO WK-AUD-SETTING.
           PERFORM HOUSE-CHANGE.

      *Gaming-day cutover clock -- play before it posts to the
      *previous business date

           MOVE "GDC" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE WK-CUTOVER TO HS-CUTOVER
                 CONTINUE
              NOT INVALID KEY
                 CONTINUE
           END-READ.
           IF WK-CUTOVER > 2359
              MOVE 0600 TO WK-CUTOVER
           END-IF.
           MOVE "GDC" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           MOVE WK-CUTOVER TO HS-CUTOVER.
           MOVE "CUTOVER" TO WK-AUD-SETTING.
           MOVE WK-CUTOVER TO WK-AUD-NEW.
           PERFORM HOUSE-CHANGE.

       SETTINGS-DONE.

           CLOSE CONFIG.
           CLOSE HOUSE.
           CLOSE HISTORY.
           CLOSE CHECKPT.
           CLOSE CHEATLOG.
           CLOSE HISTIDX.
           CLOSE SETTLEJNL.
           CLOSE SETAUDIT.
           IF WK-PCH-REFUSED > 0
              DISPLAY MESSAGE WK-PCH-REFUSED " change(s) not queued "
                 "- a change needs a supervisor staff id behind it; "
                 "set up the staff accounts first"
           END-IF.
           IF WK-PCH-QUEUED > 0
              DISPLAY MESSAGE "Changes queued for a second "
                 "supervisor's approval (SetAdm)"
           ELSE
              DISPLAY MESSAGE "Settings saved"
           END-IF.
           GO TO SPLASH.

      *Building and shuffling a fresh 52-card deck

           COPY "CPY\OMAHA.CBL".

       TRIPLEDRAW.

           COPY "CPY\TRIPLE.CBL".

       CHEAT.

      *Log every entry into the manually-dealt CHEAT hand -- this

           COPY "CPY\CHECKSTR.CBL".

       LOW-EVAL-HAND.

           COPY "CPY\LOWEVAL.CBL".

      *Omaha scoring -- both seats' best hands using EXACTLY two
      *hole cards and three community cards, found by running every
      *pick through EVAL-HAND and keeping the best score. PERFORMed
              MOVE WK-EVAL-RESULT TO WK-OMA-RANK
           END-IF.

      *2-7 Triple Draw scoring -- both seats' five cards through
      *EVAL-HAND and then LOW-EVAL-HAND, keeping the low-hand names
      *for the showdown messages and the history line. PERFORMed
      *from HANDS.CBL in place of the plain best-five scan

       TRIPLE-EVAL-HANDS.

           PERFORM LOAD-PLAYER-CARDS.
           PERFORM EVAL-HAND.
           PERFORM LOW-EVAL-HAND.
           MOVE WK-EVAL-RESULT TO WK-HANDRANK.
           MOVE WK-EVAL-SCORE TO WK-HANDSCORE.
           MOVE WK-LOW-NAME TO WK-TD-PLAYERLOW.

           PERFORM LOAD-CPU-CARDS.
           PERFORM EVAL-HAND.
           PERFORM LOW-EVAL-HAND.
           MOVE WK-EVAL-RESULT TO WK-HANDRANKCPU.
           MOVE WK-EVAL-SCORE TO WK-HANDSCORECPU.
           MOVE WK-LOW-NAME TO WK-TD-CPULOW.

      *Map a card's display rank to its comparing value, Deuce 2 up
      *to Ace 14, using the same rank table SHUFFLE-DECK loads

           PERFORM EVAL-HAND.
           MOVE WK-EVAL-RESULT TO WK-HANDRANKCPU.

      *A lowball hand is strong the other way up -- 2-7 Triple Draw
      *swaps in a low-hand strength on the same 1-10 scale, so the
      *persona and difficulty ladders below read it unchanged

           IF WK-GAME-TRIPLE
              PERFORM TRIPLE-CPU-STRENGTH
           END-IF.

           COMPUTE WK-CPUROLL =
              FUNCTION INTEGER(FUNCTION RANDOM * 10).
           SET WK-CPU-NOT-RAISED TO TRUE.
              MOVE WK-SAVECARD2CPU TO WK-CARD2CPU
           END-IF.

      *2-7 Triple Draw strength for CPU-DECIDE, 1 (worst) to 10: a
      *paired hand, straight or flush is 1, an unpaired hand scores
      *off its top card (King-high 3 ... Eight-high 8), a Seven-high
      *9 and a 7-5 or better 10. While a draw is still to come the
      *CPU also credits what it is drawing to -- four good cards
      *kept is worth a 6, three a 4 -- whichever is the better

       TRIPLE-CPU-STRENGTH.

           PERFORM LOW-EVAL-HAND.
           EVALUATE TRUE
              WHEN WK-EVAL-RESULT NOT = 1
                 MOVE 1 TO WK-HANDRANKCPU
              WHEN WK-EVAL-SCORE-VAL(1) = 7
                    AND WK-EVAL-SCORE-VAL(2) <= 5
                 MOVE 10 TO WK-HANDRANKCPU
              WHEN WK-EVAL-SCORE-VAL(1) = 7
                 MOVE 9 TO WK-HANDRANKCPU
              WHEN OTHER
                 COMPUTE WK-HANDRANKCPU = 16 - WK-EVAL-SCORE-VAL(1)
           END-EVALUATE.

           IF WK-TD-ROUND < 4
              PERFORM TRIPLE-CPU-MARK THRU TRIPLE-CPU-MARK-END
              EVALUATE TRUE
                 WHEN WK-TD-KEEPS >= 4
                    MOVE 6 TO WK-TD-DRAWSTR
                 WHEN WK-TD-KEEPS = 3
                    MOVE 4 TO WK-TD-DRAWSTR
                 WHEN OTHER
                    MOVE 2 TO WK-TD-DRAWSTR
              END-EVALUATE
              IF WK-TD-DRAWSTR > WK-HANDRANKCPU
                 MOVE WK-TD-DRAWSTR TO WK-HANDRANKCPU
              END-IF
           END-IF.

      *Pick the CPU's 2-7 discards off the hand LOW-EVAL-HAND has
      *just read: a made Nine-low or better stands pat; otherwise
      *every card above an Eight (Aces included) and every second
      *card of a rank already held goes, and a straight or flush
      *with nothing else to throw breaks its highest card. At most
      *the house MDS cap is thrown, the highest cards first.
      *WK-TD-KEEPS is how many cards the CPU would like to keep

       TRIPLE-CPU-MARK.

           MOVE WK-CARD1CPU TO WK-TD-CARD(1).
           MOVE WK-CARD2CPU TO WK-TD-CARD(2).
           MOVE WK-CARD3CPU TO WK-TD-CARD(3).
           MOVE WK-CARD4CPU TO WK-TD-CARD(4).
           MOVE WK-CARD5CPU TO WK-TD-CARD(5).
           MOVE 0 TO WK-TD-DROPS.
           MOVE 5 TO WK-TD-KEEPS.
           PERFORM VARYING WK-TD-I FROM 1 BY 1
                 UNTIL WK-TD-I > 5
              MOVE WK-TD-RANK(WK-TD-I) TO WK-CARDVAL-RANK
              PERFORM CARD-VALUE
              MOVE WK-CARDVAL TO WK-TD-VAL(WK-TD-I)
              MOVE 0 TO WK-TD-BAD(WK-TD-I)
              MOVE 0 TO WK-TD-DROP(WK-TD-I)
           END-PERFORM.

           IF WK-EVAL-RESULT = 1 AND WK-EVAL-SCORE-VAL(1) <= 9
              GO TO TRIPLE-CPU-MARK-END
           END-IF.

           PERFORM VARYING WK-TD-I FROM 1 BY 1
                 UNTIL WK-TD-I > 5
              IF WK-TD-VAL(WK-TD-I) > 8
                 MOVE 1 TO WK-TD-BAD(WK-TD-I)
              END-IF
              PERFORM VARYING WK-TD-J FROM 1 BY 1
                    UNTIL WK-TD-J >= WK-TD-I
                 IF WK-TD-VAL(WK-TD-J) = WK-TD-VAL(WK-TD-I)
                    MOVE 1 TO WK-TD-BAD(WK-TD-I)
                 END-IF
              END-PERFORM
              IF WK-TD-BAD(WK-TD-I) = 1
                 SUBTRACT 1 FROM WK-TD-KEEPS
              END-IF
           END-PERFORM.

           IF WK-TD-KEEPS = 5
              MOVE 1 TO WK-TD-PICK
              PERFORM VARYING WK-TD-I FROM 2 BY 1
                    UNTIL WK-TD-I > 5
                 IF WK-TD-VAL(WK-TD-I) > WK-TD-VAL(WK-TD-PICK)
                    MOVE WK-TD-I TO WK-TD-PICK
                 END-IF
              END-PERFORM
              MOVE 1 TO WK-TD-BAD(WK-TD-PICK)
              MOVE 4 TO WK-TD-KEEPS
           END-IF.

           MOVE 1 TO WK-TD-PICK.
           PERFORM TRIPLE-CPU-PICK
              UNTIL WK-TD-PICK = 0
                 OR WK-TD-DROPS >= WK-MAXDISCARDS.

       TRIPLE-CPU-MARK-END.

           CONTINUE.

      *Throw the highest-valued card still marked and not yet thrown;
      *WK-TD-PICK comes back zero once nothing is left to throw

       TRIPLE-CPU-PICK.

           MOVE 0 TO WK-TD-PICK.
           PERFORM VARYING WK-TD-I FROM 1 BY 1
                 UNTIL WK-TD-I > 5
              IF WK-TD-BAD(WK-TD-I) = 1 AND WK-TD-DROP(WK-TD-I) = 0
                 IF WK-TD-PICK = 0
                    MOVE WK-TD-I TO WK-TD-PICK
                 ELSE
                    IF WK-TD-VAL(WK-TD-I) > WK-TD-VAL(WK-TD-PICK)
                       MOVE WK-TD-I TO WK-TD-PICK
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF WK-TD-PICK > 0
              MOVE 1 TO WK-TD-DROP(WK-TD-PICK)
              ADD 1 TO WK-TD-DROPS
           END-IF.

      *The CPU's draw -- its thrown cards are replaced off the deck
      *and stay face-down until the showdown

       TRIPLE-CPU-DRAW.

           PERFORM LOAD-CPU-CARDS.
           PERFORM EVAL-HAND.
           PERFORM LOW-EVAL-HAND.
           PERFORM TRIPLE-CPU-MARK THRU TRIPLE-CPU-MARK-END.
           PERFORM VARYING WK-TD-I FROM 1 BY 1
                 UNTIL WK-TD-I > 5
              IF WK-TD-DROP(WK-TD-I) = 1
                 PERFORM SORT1
                 MOVE WK-CARD TO WK-TD-CARD(WK-TD-I)
              END-IF
           END-PERFORM.
           MOVE WK-TD-CARD(1) TO WK-CARD1CPU.
           MOVE WK-TD-CARD(2) TO WK-CARD2CPU.
           MOVE WK-TD-CARD(3) TO WK-CARD3CPU.
           MOVE WK-TD-CARD(4) TO WK-CARD4CPU.
           MOVE WK-TD-CARD(5) TO WK-CARD5CPU.

      *Append one movement line to the jackpot ledger -- IN is the
      *one-unit skim each betting round feeds the jackpot, OUT is a
      *payout of WK-JACKPOTDRAW drawn at settlement

       JACKPOT-LEDGER-IN.

      *A practice hand's phantom skims never reach the ledgers --
      *the inflated in-play balances fall away at the next SPLASH
      *reload

           IF WK-PRACTICE-OFF
              MOVE WK-JKPDRAINED TO JKPL-AMOUNT
              MOVE WK-SEED TO JKPL-SEED
              WRITE JKPL-RECORD
              MOVE "JACKPOT" TO MQP-KIND
              MOVE WK-JACKPOTDRAW TO MQP-AMOUNT
              PERFORM MARQUEE-WIN
              PERFORM KYC-BIGWIN
           END-IF.

      *The largest jackpot this profile has been paid rides on its
      *KYC record alongside its deposits to date

       KYC-BIGWIN.

           MOVE "KYC" TO FD-OPTION.
           MOVE WK-PLAYERNAME TO FD-PLAYER.
           READ CONFIG WITH LOCK
              INVALID KEY
                 MOVE "KYC" TO FD-OPTION
                 MOVE WK-PLAYERNAME TO FD-PLAYER
                 MOVE "U" TO FD-KYCSTATUS
                 MOVE SPACES TO FD-KYCDOCTYPE
                 MOVE 0 TO FD-KYCDOCEXP
                 MOVE SPACES TO FD-KYCSTAFF
                 MOVE 0 TO FD-KYCDATE
                 MOVE 0 TO FD-KYCDEPOSITS
                 MOVE WK-JACKPOTDRAW TO FD-KYCBIGWIN
                 WRITE FD-CONFIG
                    INVALID KEY CONTINUE
                 END-WRITE
              NOT INVALID KEY
                 IF WK-JACKPOTDRAW > FD-KYCBIGWIN
                    MOVE WK-JACKPOTDRAW TO FD-KYCBIGWIN
                    REWRITE FD-CONFIG
                 END-IF
           END-READ.
           IF WK-CONFIG-STATUS = "51" OR WK-CONFIG-STATUS = "9D"
              DISPLAY MESSAGE "Record in use by the other terminal "
                 "- press a key to retry"
              GO TO KYC-BIGWIN
           END-IF.
           PERFORM KYC-HOLD-CHECK.

      *Held once past the threshold on either count unless verified
      *on a document still in date; a zero threshold holds nobody

       KYC-HOLD-CHECK.

           MOVE 0 TO WK-KYCHOLD.
           IF WK-KYCLIMIT > 0
                 AND (FD-KYCDEPOSITS >= WK-KYCLIMIT
                    OR FD-KYCBIGWIN >= WK-KYCLIMIT)
              IF FD-KYCSTATUS NOT = "V" OR FD-KYCDOCEXP < WK-TODAY
                 MOVE 1 TO WK-KYCHOLD
              END-IF
           END-IF.

      *Responsible-gaming brake, performed before every betting

       JKP-SETTLE-LOCKED.

           MOVE "JKP" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           PERFORM HOUSE-READ-LOCK.
           COMPUTE WK-NEWBALANCE = HS-JACKPOT
              + WK-JACKPOT - WK-JKPATLOAD.
           IF WK-NEWBALANCE < 0
              MOVE 0 TO WK-NEWBALANCE
           END-IF.
           MOVE WK-NEWBALANCE TO HS-JACKPOT.
           MOVE WK-NEWBALANCE TO WK-JACKPOT.
           REWRITE HS-CONFIG.
           MOVE WK-JACKPOT TO WK-JKPATLOAD.
           MOVE WK-JACKPOT TO WK-JACKPOTSHOW.


       BBJ-SETTLE-LOCKED.

           MOVE "BBJ" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           PERFORM HOUSE-READ-LOCK.
           COMPUTE WK-NEWBALANCE = HS-JACKPOT
              + WK-BADBEAT - WK-BBATLOAD.
           IF WK-NEWBALANCE < 0
              MOVE 0 TO WK-NEWBALANCE
           END-IF.
           MOVE WK-NEWBALANCE TO HS-JACKPOT.
           MOVE WK-NEWBALANCE TO WK-BADBEAT.
           REWRITE HS-CONFIG.
           MOVE WK-BADBEAT TO WK-BBATLOAD.

      *And the tip pool -- the toke left on this hand is added to
      *the TKP record under the lock and gets its own TIP line on
      *the toke ledger, opened just for the write

       TKP-SETTLE-LOCKED.

           IF WK-TOKE = 0
              GO TO TKP-SETTLE-LOCKED-END
           END-IF.
           MOVE "TKP" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           PERFORM HOUSE-READ-LOCK.
           ADD WK-TOKE TO HS-JACKPOT.
           REWRITE HS-CONFIG.
           MOVE WK-TOKE TO TOK-AMOUNT.
           PERFORM TOKE-LEDGER-TIP.
           MOVE 0 TO WK-TOKE.

       TKP-SETTLE-LOCKED-END.

           CONTINUE.

      *The TIP line is built off the hand's history line, so the
      *recovery pass writes the same line from the journal copy

       TOKE-LEDGER-TIP.

           MOVE HIST-DATE TO TOK-DATE.
           MOVE HIST-TIME TO TOK-TIME.
           MOVE "TIP" TO TOK-TYPE.
           MOVE HIST-PLAYER TO TOK-PLAYER.
           MOVE HIST-GAME TO TOK-GAME.
           MOVE HIST-POT TO TOK-POT.
           MOVE HIST-SEED TO TOK-SEED.
           MOVE HIST-TERM TO TOK-TERM.
           MOVE SPACES TO TOK-STAFF.
           MOVE 0 TO TOK-MINUTES.
           MOVE SPACES TO TOK-AUTH.
           MOVE 0 TO TOK-FROM.
           MOVE 0 TO TOK-TO.
           OPEN EXTEND TOKELOG.
           WRITE TOK-RECORD.
           CLOSE TOKELOG.

      *Tell the floor marquee when a settle has moved either pool --
      *the balances sent are the ones just stored. Practice hands
      *play off phantom balances and never reach the wall

       MARQUEE-POOLS.

           IF WK-PRACTICE-OFF
              IF WK-MQ-SENT = 0
                    OR WK-JACKPOT NOT = WK-MQ-LASTJKP
                    OR WK-BADBEAT NOT = WK-MQ-LASTBBJ
                 SET MQP-POOLS TO TRUE
                 MOVE WK-JACKPOT TO MQP-JACKPOT
                 MOVE WK-BADBEAT TO MQP-BADBEAT
                 CALL "MarqPut" USING MQP-PARMS
                 MOVE 1 TO WK-MQ-SENT
                 MOVE WK-JACKPOT TO WK-MQ-LASTJKP
                 MOVE WK-BADBEAT TO WK-MQ-LASTBBJ
              END-IF
           END-IF.

      *A pool payout goes up on the marquee's big-win list -- the
      *caller sets the kind and the amount paid

       MARQUEE-WIN.

           SET MQP-WIN TO TRUE.
           MOVE WK-PLAYERNAME TO MQP-PLAYER.
           CALL "MarqPut" USING MQP-PARMS.

      *The gaming date this moment belongs to -- before the cutover
      *clock it is still yesterday's business, so the after-
      *midnight hands post to the evening they were part of
              WRITE AUD-RECORD
           END-IF.

      *A house settings change goes to SetPend as the record image
      *built on the screen -- SetAdm's approval writes it and the
      *audit line, naming maker and checker. The maker must be a
      *staff id: a console opened on the shared supervisor PIN (no
      *staff on file) queues nothing, only counts what it refused

       HOUSE-CHANGE.

           IF WK-AUD-OLD NOT = WK-AUD-NEW
              SET SETP-MAKE TO TRUE
              MOVE HS-CONFIG TO SETP-IMAGE
              MOVE WK-AUD-SETTING TO SETP-SETTING
              MOVE WK-AUD-OLD TO SETP-OLD
              MOVE WK-AUD-NEW TO SETP-NEW
              MOVE WK-STAFFID TO SETP-MAKER
              MOVE WK-EFFDATE TO SETP-EFFDATE
              IF WK-STAFFID = SPACES
                 ADD 1 TO WK-PCH-REFUSED
              ELSE
                 CALL "SetPend" USING SETP-PARMS
                 IF SETP-BUSY
                    DISPLAY MESSAGE "A change to that setting is "
                       "already awaiting approval"
                 ELSE
                    ADD 1 TO WK-PCH-QUEUED
                 END-IF
              END-IF
           END-IF.

      *Write the whole pending settlement to the journal before the
      *first file is touched, bump the step as each update lands,
      *and clear the record once the hand is fully settled
           COMPUTE JNL-BANKDELTA = WK-PLAYERMONEY - WK-MONEYATLOAD.
           COMPUTE JNL-JKPDELTA = WK-JACKPOT - WK-JKPATLOAD.
           COMPUTE JNL-BBDELTA = WK-BADBEAT - WK-BBATLOAD.
           MOVE WK-TOKE TO JNL-TKDELTA.
           MOVE WK-SESSIONHANDS TO JNL-HANDSPLAYED.
           MOVE WK-PLAYERWINS TO JNL-PLAYERWINS.
           MOVE WK-CPUWINS TO JNL-CPUWINS.
           MOVE WK-BESTRANK TO JNL-BESTRANK.
           MOVE WK-BESTDATE TO JNL-BESTDATE.
           MOVE HIST-RECORD TO JNL-HISTLINE.
           MOVE HIST-BOARDS TO JNL-HISTBOARDS.
           MOVE HIST-PROPERTY TO JNL-HISTSITE.
           WRITE JNL-RECORD
              INVALID KEY
                 REWRITE JNL-RECORD

           OPEN I-O SETTLEJNL.
           OPEN I-O CONFIG.
           OPEN I-O HOUSE.
           OPEN EXTEND HISTORY.
           OPEN I-O CHECKPT.


           CLOSE SETTLEJNL.
           CLOSE CONFIG.
           CLOSE HOUSE.
           CLOSE HISTORY.
           CLOSE CHECKPT.

           END-IF.

           IF JNL-STEP < 2
              MOVE "JKP" TO HS-OPTION
              MOVE SPACES TO HS-PLAYER
              READ HOUSE
                 INVALID KEY
                    MOVE 0 TO HS-JACKPOT
                    WRITE HS-CONFIG
                       INVALID KEY CONTINUE
                    END-WRITE
                 NOT INVALID KEY
                    CONTINUE
              END-READ
              COMPUTE WK-NEWBALANCE = HS-JACKPOT + JNL-JKPDELTA
              IF WK-NEWBALANCE < 0
                 MOVE 0 TO WK-NEWBALANCE
              END-IF
              MOVE WK-NEWBALANCE TO HS-JACKPOT
              REWRITE HS-CONFIG
              MOVE "BBJ" TO HS-OPTION
              MOVE SPACES TO HS-PLAYER
              READ HOUSE
                 INVALID KEY
                    MOVE 0 TO HS-JACKPOT
                    WRITE HS-CONFIG
                       INVALID KEY CONTINUE
                    END-WRITE
                 NOT INVALID KEY
                    CONTINUE
              END-READ
              COMPUTE WK-NEWBALANCE = HS-JACKPOT + JNL-BBDELTA
              IF WK-NEWBALANCE < 0
                 MOVE 0 TO WK-NEWBALANCE
              END-IF
              MOVE WK-NEWBALANCE TO HS-JACKPOT
              REWRITE HS-CONFIG
              IF JNL-TKDELTA > 0
                 MOVE "TKP" TO HS-OPTION
                 MOVE SPACES TO HS-PLAYER
                 READ HOUSE
                    INVALID KEY
                       MOVE 0 TO HS-JACKPOT
                       WRITE HS-CONFIG
                          INVALID KEY CONTINUE
                       END-WRITE
                    NOT INVALID KEY
                       CONTINUE
                 END-READ
                 ADD JNL-TKDELTA TO HS-JACKPOT
                 REWRITE HS-CONFIG
                 MOVE JNL-HISTLINE TO HIST-RECORD
                 MOVE JNL-TKDELTA TO TOK-AMOUNT
                 PERFORM TOKE-LEDGER-TIP
              END-IF
              MOVE 2 TO JNL-STEP
              REWRITE JNL-RECORD
           END-IF.

           IF JNL-STEP < 3
              MOVE JNL-HISTLINE TO HIST-RECORD
              MOVE JNL-HISTBOARDS TO HIST-BOARDS
              MOVE JNL-HISTSITE TO HIST-PROPERTY
              WRITE HIST-RECORD
           END-IF.

      *Supervisor gate -- the PIN just accepted into WK-CHEAT must
      *belong to a supervisor-role staff account, whose id then
      *rides into the audit trail; with no staff on file the shared
      *HS-SUPERVISORPIN still opens the gate (anonymously), so a
      *fresh install isn't locked out of its own console

      *Is any supervisor-role account on file? Every staff account
      *is looked at, not just the five the gate table holds

       STAFF-SUPER-CHECK.

           MOVE 0 TO WK-STF-SUPER.
           MOVE 0 TO WK-STF-DONE.
           MOVE "STF" TO HS-OPTION.
           MOVE LOW-VALUES TO HS-PLAYER.
           START HOUSE KEY NOT < HS-KEY
              INVALID KEY
                 MOVE 1 TO WK-STF-DONE
           END-START.
           PERFORM STAFF-SUPER-NEXT
              UNTIL WK-STF-DONE = 1.

       STAFF-SUPER-NEXT.

           READ HOUSE NEXT
              AT END
                 MOVE 1 TO WK-STF-DONE
              NOT AT END
                 IF HS-OPTION NOT = "STF"
                    MOVE 1 TO WK-STF-DONE
                 ELSE
                    IF HS-STAFFROLE = "S"
                       MOVE 1 TO WK-STF-SUPER
                       MOVE 1 TO WK-STF-DONE
                    END-IF
                 END-IF
           END-READ.

      *Sweep the named staff accounts off HOUSE, first five in key
      *order -- run at SPLASH before any gate can challenge

       LOAD-STAFF-TABLE.

           MOVE 0 TO WK-STF-COUNT.
           MOVE 0 TO WK-STF-DONE.
           MOVE "STF" TO HS-OPTION.
           MOVE LOW-VALUES TO HS-PLAYER.
           START HOUSE KEY NOT < HS-KEY
              INVALID KEY
                 MOVE 1 TO WK-STF-DONE
           END-START.
           PERFORM UNTIL WK-STF-DONE = 1 OR WK-STF-COUNT >= 5
              READ HOUSE NEXT
                 AT END
                    MOVE 1 TO WK-STF-DONE
                 NOT AT END
                    IF HS-OPTION = "STF"
                       ADD 1 TO WK-STF-COUNT
                       MOVE HS-PLAYER
                          TO WK-STF-ID(WK-STF-COUNT)
                       MOVE HS-STAFFPIN
                          TO WK-STF-PIN(WK-STF-COUNT)
                       MOVE HS-STAFFROLE
                          TO WK-STF-ROLE(WK-STF-COUNT)
                    ELSE
                       MOVE 1 TO WK-STF-DONE

           MOVE 0 TO WK-STAFFOK.
           MOVE SPACES TO WK-STAFFID.
           MOVE 0 TO WK-STF-HIT.
           PERFORM VARYING WK-STF-IDX FROM 1 BY 1
                 UNTIL WK-STF-IDX > WK-STF-COUNT
              IF WK-CHEAT = WK-STF-PIN(WK-STF-IDX)
                    AND WK-STF-ROLE(WK-STF-IDX) = "S"
                    AND WK-STF-HIT = 0
                 MOVE WK-STF-IDX TO WK-STF-HIT
              END-IF
           END-PERFORM.

      *A matched staff PIN is checked against its own account. An
      *unmatched one is charged to the shared gate when staff exist
      *-- it can never open it then -- and checked against the
      *shared supervisor PIN when none do. Once the shared gate is
      *locked nothing keyed at it opens it, a staff PIN included,
      *or the table could be tried through every PIN until one
      *belonged to somebody; it stays shut until a supervisor
      *clears it in PinAdm. WK-GATE-CALL comes back 1 when PinGate
      *judged the entry, 2 when it was refused at the locked gate

           MOVE 0 TO WK-SHAREDLOCK.
           IF WK-STF-HIT > 0
              SET PING-QUERY TO TRUE
              SET PING-SHARED TO TRUE
              MOVE SPACES TO PING-ID
              MOVE "Poker" TO PING-PROGRAM
              MOVE "N" TO PING-CONSOLE
              CALL "PinGate" USING PING-PARMS
              IF PING-LOCKED
                 MOVE 1 TO WK-SHAREDLOCK
              END-IF
           END-IF.

           SET PING-VERIFY TO TRUE.
           MOVE WK-CHEAT TO PING-PIN.
           MOVE "Poker" TO PING-PROGRAM.
           MOVE "N" TO PING-CONSOLE.
           MOVE 1 TO WK-GATE-CALL.
           EVALUATE TRUE
              WHEN WK-SHAREDLOCK = 1
                 MOVE 2 TO WK-GATE-CALL
                 SET PING-LOCKED TO TRUE
                 DISPLAY MESSAGE "Supervisor PIN entry is locked "
                    "out after repeated wrong PINs - a supervisor "
                    "must clear it"
              WHEN WK-STF-HIT > 0
                 SET PING-STAFF TO TRUE
                 MOVE WK-STF-ID(WK-STF-HIT) TO PING-ID
              WHEN WK-STF-COUNT = 0 AND WK-GATE-TRY = 1
                    AND WK-CHEAT NOT = WK-SUPERVISORPIN
                 MOVE 0 TO WK-GATE-CALL
              WHEN WK-STF-COUNT = 0
                 SET PING-SHARED TO TRUE
                 MOVE SPACES TO PING-ID
                 MOVE "Y" TO PING-SHAREDOK
              WHEN WK-GATE-TRY = 1
                 MOVE 0 TO WK-GATE-CALL
              WHEN OTHER
                 SET PING-SHARED TO TRUE
                 MOVE SPACES TO PING-ID
                 MOVE "N" TO PING-SHAREDOK
           END-EVALUATE.
           IF WK-GATE-CALL = 1
              CALL "PinGate" USING PING-PARMS
              IF PING-EXPIRED
                 PERFORM PIN-RENEW
                 IF PING-OK AND PING-STAFF
                    MOVE PING-NEWPIN TO WK-STF-PIN(WK-STF-HIT)
                 END-IF
                 IF PING-OK AND PING-SHARED
                    MOVE PING-NEWPIN TO WK-SUPERVISORPIN
                 END-IF
              END-IF
              EVALUATE TRUE
                 WHEN PING-OK
                    MOVE 1 TO WK-STAFFOK
                    IF PING-STAFF
                       MOVE PING-ID TO WK-STAFFID
                    END-IF
                 WHEN PING-LOCKED AND PING-STAFF
                    DISPLAY MESSAGE "Staff id " PING-ID " is locked "
                       "out - another supervisor must clear it"
                 WHEN PING-LOCKED
                    DISPLAY MESSAGE "Supervisor PIN entry is locked "
                       "out after repeated wrong PINs - a supervisor "
                       "must clear it"
                 WHEN PING-EXPIRED OR PING-REFUSED
                    DISPLAY MESSAGE "PIN expired and not changed"
              END-EVALUATE
           END-IF.

      *The profile's own PIN, checked when the entry was not a
      *supervisor's

       PROFILE-PIN-CHECK.

           SET PING-VERIFY TO TRUE.
           SET PING-PROFILE TO TRUE.
           MOVE WK-PLAYERNAME TO PING-ID.
           MOVE WK-PINENTRY TO PING-PIN.
           MOVE "Poker" TO PING-PROGRAM.
           MOVE "N" TO PING-CONSOLE.
           CALL "PinGate" USING PING-PARMS.
           IF PING-EXPIRED
              PERFORM PIN-RENEW
              IF PING-OK
                 MOVE PING-NEWPIN TO WK-PLAYERPIN
                 MOVE PING-NEWPIN TO FD-PLAYERPIN
              ELSE
                 SET PING-EXPIRED TO TRUE
              END-IF
           END-IF.
           IF PING-LOCKED
              PERFORM PIN-LOCK-CHARGE
           END-IF.

      *Player 2's PIN at the head-to-head table, checked the same
      *way against that profile's own record

       H2H-PIN-CHECK.

           SET PING-VERIFY TO TRUE.
           SET PING-PROFILE TO TRUE.
           MOVE WK-PLAYER2NAME TO PING-ID.
           MOVE WK-PINENTRY TO PING-PIN.
           MOVE "Poker" TO PING-PROGRAM.
           MOVE "N" TO PING-CONSOLE.
           CALL "PinGate" USING PING-PARMS.
           IF PING-EXPIRED
              PERFORM PIN-RENEW
              IF PING-OK
                 MOVE PING-NEWPIN TO WK-P2PIN
              ELSE
                 SET PING-EXPIRED TO TRUE
              END-IF
           END-IF.
           IF PING-LOCKED
              PERFORM PIN-LOCK-CHARGE
           END-IF.

      *A locked profile opens only to a supervisor, so whatever is
      *keyed at its prompt is a guess at the supervisor gate and is
      *charged there when it matched no staff PIN -- otherwise a
      *locked profile's prompt would take staff PIN guesses for
      *ever without the shared gate ever counting one

       PIN-LOCK-CHARGE.

           IF WK-GATE-CALL = 0
              PERFORM STAFF-GATE
              SET PING-LOCKED TO TRUE
           END-IF.

      *A PIN past its age is changed on the spot -- keyed twice,
      *then handed to PinGate as a change from the PIN just
      *accepted, which it refuses when zero or unchanged

       PIN-RENEW.

           DISPLAY MESSAGE "This PIN has passed its age limit - key a "
              "new one".
           DISPLAY "New PIN:" AT 2401.
           ACCEPT WK-NEWPIN AT 2410.
           DISPLAY "Again:" AT 2416.
           ACCEPT WK-NEWPIN2 AT 2423.
           DISPLAY "                          " AT 2401.
           IF WK-NEWPIN = WK-NEWPIN2
              SET PING-CHANGE TO TRUE
              MOVE WK-NEWPIN TO PING-NEWPIN
              CALL "PinGate" USING PING-PARMS
           ELSE
              SET PING-REFUSED TO TRUE
           END-IF.

      *Keyed read under a record lock with a polite retry when the
           READ CONFIG WITH LOCK
              INVALID KEY
                 MOVE 0 TO FD-BANKROLL
                 WRITE FD-CONFIG
                    INVALID KEY CONTINUE
                 END-WRITE
              GO TO CONFIG-READ-LOCK
           END-IF.

      *The same for the shared pools and counters on the house
      *settings file

       HOUSE-READ-LOCK.

           READ HOUSE WITH LOCK
              INVALID KEY
                 MOVE 0 TO HS-JACKPOT
                 WRITE HS-CONFIG
                    INVALID KEY CONTINUE
                 END-WRITE
           END-READ.
           IF WK-HOUSE-STATUS = "51" OR WK-HOUSE-STATUS = "9D"
              DISPLAY MESSAGE "Record in use by the other terminal "
                 "- press a key to retry"
              GO TO HOUSE-READ-LOCK
           END-IF.

      *Offer the bonus side bet before the deal -- Draw Five and
      *7-Stud only, cash hands only, wager capped by the posted
      *ceiling and the bankroll, escrowed off the bankroll at once

           CONTINUE.

      *Offer the winner a toke for the house staff -- won showdowns
      *only, cash hands only. The fixed amounts are offered up to
      *the posted share of the pot and the bankroll; the tip comes
      *off the bankroll here, is journalled as the player's TOKE
      *action on the hand, and settles into the tip pool with the
      *rest of the hand

       TOKE-OFFER.

           MOVE 0 TO WK-TOKE.
           IF WK-PRACTICE-ON
              GO TO TOKE-OFFER-END
           END-IF.
           IF WK-RESULTTEXT (1:11) NOT = "Player wins"
              GO TO TOKE-OFFER-END
           END-IF.
           COMPUTE WK-TOKECAP = WK-POT * WK-TOKEPCT / 100.
           IF WK-TOKECAP > WK-PLAYERMONEY
              MOVE WK-PLAYERMONEY TO WK-TOKECAP
           END-IF.
           IF WK-TOKECAP < WK-TOKEAMT(1)
              GO TO TOKE-OFFER-END
           END-IF.

           MOVE WK-TOKECAP TO WK-TOKECAPSHOW.
           DISPLAY "Toke? 0 no 1=$1 2=$5 3=$10 4=$25 (max $" AT 0101.
           DISPLAY WK-TOKECAPSHOW AT 0140.
           DISPLAY "):" AT 0148.
           MOVE 0 TO WK-TOKEPICK.
           ACCEPT WK-TOKEPICK AT 0151.
           DISPLAY "                                                  "
              AT 0101.
           IF WK-TOKEPICK < 1 OR WK-TOKEPICK > 4
              GO TO TOKE-OFFER-END
           END-IF.
           IF WK-TOKEAMT(WK-TOKEPICK) > WK-TOKECAP
              DISPLAY MESSAGE "That toke is over the limit for this "
                 "pot - no toke taken"
              GO TO TOKE-OFFER-END
           END-IF.

           MOVE WK-TOKEAMT(WK-TOKEPICK) TO WK-TOKE.
           SUBTRACT WK-TOKE FROM WK-PLAYERMONEY.
           MOVE WK-PLAYERMONEY TO WK-PLAYERMONEYSHOW.
           DISPLAY WK-PLAYERMONEYSHOW AT 2465.
           MOVE "SETTLE" TO WK-ACT-STREET.
           MOVE "PLAYER" TO WK-ACT-ACTOR.
           MOVE "TOKE" TO WK-ACT-ACTION.
           MOVE WK-TOKE TO WK-ACT-AMOUNT.
           PERFORM ACTION-JOURNAL.
           DISPLAY MESSAGE "Thank you - your toke goes to the staff "
              "tip pool".

       TOKE-OFFER-END.

           CONTINUE.

      *Settle the side bet off the player's own final hand, win or
      *lose the main pot -- performed once per Draw Five / 7-Stud
      *settlement, then the wager is spent either way
           END-IF.

      *A shop that rakes every pot gives something back -- one comp
      *point per whole dollar of rake withheld, scaled by the
      *player's tier multiplier (Bronze 1,0 unless the house table
      *says otherwise), credited to the player's CMP record and
      *ledgered so the outstanding-points liability always
      *reconciles. Redemption happens at the counter through CompAdm

       COMP-ACCRUE.

           COMPUTE WK-COMPEARN = WK-RAKE * WK-TIER-MULT(WK-TIER).
           ADD WK-COMPEARN TO WK-COMPPOINTS.
           MOVE "CMP" TO FD-OPTION.
           MOVE WK-PLAYERNAME TO FD-PLAYER.
           READ CONFIG
                    INVALID KEY CONTINUE
                 END-WRITE
              NOT INVALID KEY
                 ADD WK-COMPEARN TO FD-COMPPOINTS
                 MOVE FD-COMPPOINTS TO WK-COMPPOINTS
                 REWRITE FD-CONFIG
           END-READ.
           MOVE WK-CLOCK TO COMP-TIME.
           MOVE WK-PLAYERNAME TO COMP-PLAYER.
           MOVE "ACC" TO COMP-TYPE.
           MOVE WK-COMPEARN TO COMP-POINTS.
           MOVE WK-SEED TO COMP-SEED.
           WRITE COMP-RECORD.

      *House tier table as shipped -- Silver at $50 of rake and 100
      *hands in the month, Gold at $200 and 400, comps earned at
      *1,0 / 1,5 / 2,0 times. TierClose keeps the same defaults

       TIER-DEFAULTS.

           MOVE 0 TO WK-TIER-RAKE(1).
           MOVE 0 TO WK-TIER-HANDS(1).
           MOVE 1 TO WK-TIER-MULT(1).
           MOVE 50 TO WK-TIER-RAKE(2).
           MOVE 100 TO WK-TIER-HANDS(2).
           MOVE 1,5 TO WK-TIER-MULT(2).
           MOVE 200 TO WK-TIER-RAKE(3).
           MOVE 400 TO WK-TIER-HANDS(3).
           MOVE 2 TO WK-TIER-MULT(3).

      *Settle the hand onto the player's head-to-head record
      *against the named persona in seat 1 -- a win for the player
      *bumps the wins column, a loss the losses, ties and
              WRITE ACT-RECORD
           END-IF.

      *Open a hand's journal with the table as dealt -- the
      *player's stack before any blind, ante or side bet leaves it,
      *and the minimum bid the hand is played at -- under the actor
      *TABLE, never PLAYER, so the bankroll readers pass over both
      *lines; the hand transcript seats the player from them

       SEATS-JOURNAL.

           MOVE "SEATS" TO WK-ACT-STREET.
           MOVE "TABLE" TO WK-ACT-ACTOR.
           MOVE "STACK" TO WK-ACT-ACTION.
           MOVE WK-PLAYERMONEY TO WK-ACT-AMOUNT.
           PERFORM ACTION-JOURNAL.
           MOVE "STAKES" TO WK-ACT-ACTION.
           MOVE WK-MINIMUM TO WK-ACT-AMOUNT.
           PERFORM ACTION-JOURNAL.

      *Append one head-to-head decision to the betting journal under
      *the deciding seat's own name. The actor is SEAT1 or SEAT2,
      *never PLAYER, so the bankroll readers keep taking each seat's
      *money off the H2HWIN/H2HLOSE net rows alone; the collusion
      *report reads these rows for who raised and who folded to it

       H2H-JOURNAL.

           PERFORM GAMING-DATE.
           MOVE SPACES TO ACT-RECORD.
           MOVE WK-GAMEDATE TO ACT-DATE.
           MOVE WK-CLOCK TO ACT-TIME.
           MOVE WK-SEED TO ACT-HANDSEED.
           MOVE WK-H2HSEATNAME TO ACT-PLAYER.
           MOVE "H2H" TO ACT-STREET.
           MOVE WK-ACT-ACTOR TO ACT-ACTOR.
           MOVE WK-ACT-ACTION TO ACT-ACTION.
           MOVE WK-ACT-AMOUNT TO ACT-AMOUNT.
           MOVE WK-H2HPOT TO ACT-POTAFTER.
           MOVE WK-TERMID TO ACT-TERM.
           WRITE ACT-RECORD.

      *Snapshot the in-progress hand to the CHECKPT file so a crash
      *between now and the next showdown doesn't strand the money
      *already moved out of WK-PLAYERMONEY and into WK-POT/WK-JACKPOT.
      *Called from each game mode right after each bet round
      *settles, with WK-RESUME-STAGE already set to the paragraph the
      *hand should resume at if Poker never gets back here on its own

      *1/2 Hold 'em BET2/CALCULATION, 3/4 Draw Five DISCARDSTEP/
      *CALCULATION2, 5/6 Cheat BET6/CALCULATION3, 7/8/9/10 7-Stud
      *BETST2/BETST3/BETST4/BETST5, 11 7-Stud CALCULATIONSTUD,
      *12/13 Omaha BETOM2/CALCULATIONOM, 14/15/16 2-7 Triple DRAWTD
      *draws 1/2/3, 17 2-7 Triple CALCULATIONTD

       RESUME-HAND.

                       BET6 CALCULATION3
                       BETST2 BETST3 BETST4 BETST5 CALCULATIONSTUD
                       BETOM2 CALCULATIONOM
                       DRAWTD DRAWTD DRAWTD CALCULATIONTD
                       DEPENDING ON WK-RESUME-STAGE
                 ELSE

           MOVE CKPT-BBCONTRIB TO WK-BBCONTRIB.
           MOVE CKPT-SBWAGER TO WK-SBWAGER.

      *The deck is not checkpointed, so a resumed Hold'em hand is
      *never offered a second run of the board

           MOVE 0 TO WK-RIT-DECKOK.
           SET WK-RIT-OFF TO TRUE.

           MOVE WK-POT TO WK-POTSHOW.
           MOVE WK-JACKPOT TO WK-JACKPOTSHOW.
           MOVE WK-PLAYERMONEY TO WK-PLAYERMONEYSHOW.
                 PERFORM REDRAW-STUD
              WHEN WK-GAME-OMAHA
                 PERFORM REDRAW-OMAHA
              WHEN WK-GAME-TRIPLE
                 IF WK-RESUME-STAGE < 17
                    COMPUTE WK-TD-ROUND = WK-RESUME-STAGE - 13
                 ELSE
                    MOVE 4 TO WK-TD-ROUND
                 END-IF
                 PERFORM REDRAW-TRIPLE
                 PERFORM TRIPLE-DECK-RESUME
           END-EVALUATE.

       REDRAW-HOLDEM.
           DISPLAY WK-POTSHOW AT 0764.
           DISPLAY WK-JACKPOTSHOW AT 0777.

       REDRAW-TRIPLE.

           DISPLAY " " ERASE.
           DISPLAY BOX AT 1105 SIZE 6 LINES 5.
           DISPLAY BOX AT 1206 SIZE 6 LINES 5.
           DISPLAY WK-PLAYERMONEYSHOW AT 2465.
           DISPLAY BOX AT 1822 SIZE 6 LINES 5.
           DISPLAY WK-CARD1 AT 1923.
           DISPLAY BOX AT 1830 SIZE 6 LINES 5.
           DISPLAY WK-CARD2 AT 1931.
           DISPLAY BOX AT 1838 SIZE 6 LINES 5.
           DISPLAY WK-CARD3 AT 1939.
           DISPLAY BOX AT 1846 SIZE 6 LINES 5.
           DISPLAY WK-CARD4 AT 1947.
           DISPLAY BOX AT 1854 SIZE 6 LINES 5.
           DISPLAY WK-CARD5 AT 1955.
           DISPLAY BOX AT 0422 SIZE 6 LINES 5.
           DISPLAY BOX AT 0430 SIZE 6 LINES 5.
           DISPLAY BOX AT 0438 SIZE 6 LINES 5.
           DISPLAY BOX AT 0446 SIZE 6 LINES 5.
           DISPLAY BOX AT 0454 SIZE 6 LINES 5.
           DISPLAY "Pot:" AT 0664 UNDERLINE.
           DISPLAY "Round:" AT 0677 UNDERLINE.
           DISPLAY WK-POTSHOW AT 0764.
           DISPLAY WK-TD-ROUND AT 0777.

      *The deck itself is not checkpointed, so a resumed 2-7 Triple
      *hand draws from a fresh shuffle with the ten cards already in
      *the two hands pulled to the top and marked dealt -- a draw can
      *never hand out a card that is already held. The hand keeps
      *the seed it was dealt under for its history line

       TRIPLE-DECK-RESUME.

           MOVE WK-SEED TO WK-TD-SAVESEED.
           PERFORM SHUFFLE-DECK.
           MOVE WK-TD-SAVESEED TO WK-SEED.
           MOVE 0 TO WK-DECK-IDX.
           MOVE WK-CARD1 TO WK-CARD.
           PERFORM TRIPLE-DECK-HOLD.
           MOVE WK-CARD2 TO WK-CARD.
           PERFORM TRIPLE-DECK-HOLD.
           MOVE WK-CARD3 TO WK-CARD.
           PERFORM TRIPLE-DECK-HOLD.
           MOVE WK-CARD4 TO WK-CARD.
           PERFORM TRIPLE-DECK-HOLD.
           MOVE WK-CARD5 TO WK-CARD.
           PERFORM TRIPLE-DECK-HOLD.
           MOVE WK-CARD1CPU TO WK-CARD.
           PERFORM TRIPLE-DECK-HOLD.
           MOVE WK-CARD2CPU TO WK-CARD.
           PERFORM TRIPLE-DECK-HOLD.
           MOVE WK-CARD3CPU TO WK-CARD.
           PERFORM TRIPLE-DECK-HOLD.
           MOVE WK-CARD4CPU TO WK-CARD.
           PERFORM TRIPLE-DECK-HOLD.
           MOVE WK-CARD5CPU TO WK-CARD.
           PERFORM TRIPLE-DECK-HOLD.
           COMPUTE WK-DECK-PTR = WK-DECK-IDX + 1.

      *Swap the held card in WK-CARD up to the next top-of-deck slot

       TRIPLE-DECK-HOLD.

           ADD 1 TO WK-DECK-IDX.
           PERFORM VARYING WK-DECK-IDX2 FROM WK-DECK-IDX BY 1
                 UNTIL WK-DECK-IDX2 > 52
              IF WK-DECK-RANK(WK-DECK-IDX2) = WK-CARD-RANK
                    AND WK-DECK-SUIT(WK-DECK-IDX2) = WK-CARD-SUIT
                 MOVE WK-DECK-RANK(WK-DECK-IDX) TO WK-DECK-TEMPR
                 MOVE WK-DECK-SUIT(WK-DECK-IDX) TO WK-DECK-TEMPS
                 MOVE WK-DECK-RANK(WK-DECK-IDX2)
                    TO WK-DECK-RANK(WK-DECK-IDX)
                 MOVE WK-DECK-SUIT(WK-DECK-IDX2)
                    TO WK-DECK-SUIT(WK-DECK-IDX)
                 MOVE WK-DECK-TEMPR TO WK-DECK-RANK(WK-DECK-IDX2)
                 MOVE WK-DECK-TEMPS TO WK-DECK-SUIT(WK-DECK-IDX2)
                 MOVE 53 TO WK-DECK-IDX2
              END-IF
           END-PERFORM.
           MOVE 1 TO WK-DECK-DEALT(WK-DECK-IDX).

       REDRAW-CHEAT.

           DISPLAY " " ERASE.

       BADBEAT-CHECK.

           IF WK-BADBEAT = 0 OR WK-PRACTICE-ON OR WK-GAME-TRIPLE
              GO TO BADBEAT-CHECK-END
           END-IF.

              MOVE WK-SEED TO BBL-SEED
              WRITE BBL-RECORD
           END-IF.
           MOVE "BADBEAT" TO MQP-KIND.
           MOVE WK-BBDRAW TO MQP-AMOUNT.
           PERFORM MARQUEE-WIN.
           PERFORM FEEDBACK-FLASH.

       BADBEAT-CHECK-END.

       HOLDEM-SETTLE.

      *A pot the table agreed to run twice settles board by board

           IF WK-RIT-ON
              PERFORM HOLDEM-RIT-SETTLE
              GO TO HOLDEM-SETTLE-END
           END-IF.

           IF WK-PLAYER-FOLDED
              ADD 1 TO WK-CPUWINS
              MOVE "You folded" TO WK-RESULTTEXT
              END-IF
           END-IF.

       HOLDEM-SETTLE-END.

           CONTINUE.

      *Run it twice -- offered at CALCULATION to an all-in player who
      *still faces at least one CPU. The table agrees unless a CPU
      *still in already holds Three of a Kind or better on its hole
      *cards and the two board cards showing (a big made hand wants
      *the one run). Agreed, three more cards come off the same deck
      *as the second run's table cards 3-5 -- the next three the
      *seed deals, so DealCheck can replay them -- and the offer,
      *the answer and both runs' cards go to the action journal as
      *zero-amount rows (street RUNTWICE, then RUN1/RUN2 with actor
      *BOARD3-BOARD5 and the card as the action)

       HOLDEM-RIT-OFFER.

           DISPLAY MESSAGE "Run the rest of the board twice? (Y/N)".
           ACCEPT WK-RIT-ANSWER AT 0101 UPPER.
           IF NOT WK-RIT-YES
              GO TO HOLDEM-RIT-OFFER-END
           END-IF.

           MOVE "RUNTWICE" TO WK-ACT-STREET.
           MOVE "PLAYER" TO WK-ACT-ACTOR.
           MOVE "OFFER" TO WK-ACT-ACTION.
           MOVE 0 TO WK-ACT-AMOUNT.
           PERFORM ACTION-JOURNAL.

           MOVE 0 TO WK-RIT-CPUBEST.
           IF WK-CPU-NOT-FOLDED
              MOVE WK-CARD1CPU TO WK-EVAL-CARD-ENTRY(1)
              MOVE WK-CARD2CPU TO WK-EVAL-CARD-ENTRY(2)
              PERFORM HOLDEM-RIT-SEAT
           END-IF.
           IF WK-CPU2-NOT-FOLDED
              MOVE WK-CARD1CPU2 TO WK-EVAL-CARD-ENTRY(1)
              MOVE WK-CARD2CPU2 TO WK-EVAL-CARD-ENTRY(2)
              PERFORM HOLDEM-RIT-SEAT
           END-IF.
           IF WK-CPU3-NOT-FOLDED
              MOVE WK-CARD1CPU3 TO WK-EVAL-CARD-ENTRY(1)
              MOVE WK-CARD2CPU3 TO WK-EVAL-CARD-ENTRY(2)
              PERFORM HOLDEM-RIT-SEAT
           END-IF.

           MOVE "CPUS" TO WK-ACT-ACTOR.
           IF WK-RIT-CPUBEST >= 4
              MOVE "DECLINE" TO WK-ACT-ACTION
              PERFORM ACTION-JOURNAL
              DISPLAY MESSAGE "The table declines - the board runs "
                 "once"
              GO TO HOLDEM-RIT-OFFER-END
           END-IF.
           MOVE "AGREE" TO WK-ACT-ACTION.
           PERFORM ACTION-JOURNAL.

           SET WK-RIT-ON TO TRUE.
           PERFORM SORT1.
           MOVE WK-CARD TO WK-RIT-CARD(1).
           PERFORM SORT1.
           MOVE WK-CARD TO WK-RIT-CARD(2).
           PERFORM SORT1.
           MOVE WK-CARD TO WK-RIT-CARD(3).

           MOVE WK-CARDTABLE3 TO WK-RIT-SAVECARD(1).
           MOVE WK-CARDTABLE4 TO WK-RIT-SAVECARD(2).
           MOVE WK-CARDTABLE5 TO WK-RIT-SAVECARD(3).
           MOVE 1 TO WK-RIT-RUNNO.
           PERFORM HOLDEM-RIT-BOARDROW
              VARYING WK-RIT-IDX FROM 1 BY 1 UNTIL WK-RIT-IDX > 3.
           MOVE 2 TO WK-RIT-RUNNO.
           PERFORM HOLDEM-RIT-BOARDROW
              VARYING WK-RIT-IDX FROM 1 BY 1 UNTIL WK-RIT-IDX > 3.

           DISPLAY MESSAGE "Running it twice - each board decides "
              "half the pot".

       HOLDEM-RIT-OFFER-END.

           CONTINUE.

      *One CPU seat's made hand on its hole cards (already moved to
      *WK-EVAL-CARD-ENTRY 1-2) and the two board cards showing

       HOLDEM-RIT-SEAT.

           MOVE WK-CARDTABLE1 TO WK-EVAL-CARD-ENTRY(3).
           MOVE WK-CARDTABLE2 TO WK-EVAL-CARD-ENTRY(4).
           MOVE 4 TO WK-EVAL-CARD-COUNT.
           PERFORM EVAL-HAND.
           IF WK-EVAL-RESULT > WK-RIT-CPUBEST
              MOVE WK-EVAL-RESULT TO WK-RIT-CPUBEST
           END-IF.

      *Journal one run's board card WK-RIT-IDX (table card 3-5)

       HOLDEM-RIT-BOARDROW.

           MOVE WK-RIT-RUNNO TO WK-RIT-STREET-NO.
           MOVE WK-RIT-STREET TO WK-ACT-STREET.
           COMPUTE WK-RIT-ACTOR-NO = WK-RIT-IDX + 2.
           MOVE WK-RIT-ACTOR TO WK-ACT-ACTOR.
           IF WK-RIT-RUNNO = 1
              MOVE WK-RIT-SAVECARD(WK-RIT-IDX) TO WK-ACT-ACTION
           ELSE
              MOVE WK-RIT-CARD(WK-RIT-IDX) TO WK-ACT-ACTION
           END-IF.
           MOVE 0 TO WK-ACT-AMOUNT.
           PERFORM ACTION-JOURNAL.

      *Score every seat on the second board. Run 1's scores, which
      *HANDS.CBL has just left in WK-HANDRANK/WK-HANDSCORE and the
      *CPU fields, are copied to WK-RIT-RUNENTRY 1 first; the second
      *run's cards stand in for table cards 3-5 just long enough to
      *score run 2, with the same seat-swap HANDS.CBL uses for CPU 2
      *and CPU 3

       HOLDEM-RIT-EVAL.

           MOVE WK-HANDRANK TO WK-RIT-PRANK(1).
           MOVE WK-HANDSCORE TO WK-RIT-PSCORE(1).
           MOVE WK-HANDRANKCPU TO WK-RIT-CRANK(1 1).
           MOVE WK-HANDSCORECPU TO WK-RIT-CSCORE(1 1).
           MOVE WK-HANDRANKCPU2 TO WK-RIT-CRANK(1 2).
           MOVE WK-HANDSCORECPU2 TO WK-RIT-CSCORE(1 2).
           MOVE WK-HANDRANKCPU3 TO WK-RIT-CRANK(1 3).
           MOVE WK-HANDSCORECPU3 TO WK-RIT-CSCORE(1 3).

           MOVE WK-RIT-CARD(1) TO WK-CARDTABLE3.
           MOVE WK-RIT-CARD(2) TO WK-CARDTABLE4.
           MOVE WK-RIT-CARD(3) TO WK-CARDTABLE5.

           PERFORM LOAD-PLAYER-CARDS.
           PERFORM EVAL-HAND.
           MOVE WK-EVAL-RESULT TO WK-RIT-PRANK(2).
           MOVE WK-EVAL-SCORE TO WK-RIT-PSCORE(2).

           PERFORM LOAD-CPU-CARDS.
           PERFORM EVAL-HAND.
           MOVE WK-EVAL-RESULT TO WK-RIT-CRANK(2 1).
           MOVE WK-EVAL-SCORE TO WK-RIT-CSCORE(2 1).

           MOVE WK-CARD1CPU TO WK-SAVECARD1CPU.
           MOVE WK-CARD2CPU TO WK-SAVECARD2CPU.

           MOVE WK-CARD1CPU2 TO WK-CARD1CPU.
           MOVE WK-CARD2CPU2 TO WK-CARD2CPU.
           PERFORM LOAD-CPU-CARDS.
           PERFORM EVAL-HAND.
           MOVE WK-EVAL-RESULT TO WK-RIT-CRANK(2 2).
           MOVE WK-EVAL-SCORE TO WK-RIT-CSCORE(2 2).

           MOVE WK-CARD1CPU3 TO WK-CARD1CPU.
           MOVE WK-CARD2CPU3 TO WK-CARD2CPU.
           PERFORM LOAD-CPU-CARDS.
           PERFORM EVAL-HAND.
           MOVE WK-EVAL-RESULT TO WK-RIT-CRANK(2 3).
           MOVE WK-EVAL-SCORE TO WK-RIT-CSCORE(2 3).

           MOVE WK-SAVECARD1CPU TO WK-CARD1CPU.
           MOVE WK-SAVECARD2CPU TO WK-CARD2CPU.

           MOVE WK-RIT-SAVECARD(1) TO WK-CARDTABLE3.
           MOVE WK-RIT-SAVECARD(2) TO WK-CARDTABLE4.
           MOVE WK-RIT-SAVECARD(3) TO WK-CARDTABLE5.

      *Settle a pot run twice. The part of the pot the all-in player
      *can win (all of it less any side pot, which stays with the
      *table as on a single run) is halved, any odd cent riding with
      *run 1, and each run pays or splits its half exactly as a
      *single-run showdown would. The hand counts as a win only if
      *both runs were won, a loss only if both were lost, and a tie
      *otherwise. What a split actually paid the player goes to the
      *action journal as a RUNPAY row under SETTLE, and the bankroll
      *readers credit that row, not half the pot, for a hand with a
      *second board, so a split keeps its "Tie" result even when the
      *jackpot falls. The jackpot is judged on the player's better run

       HOLDEM-RIT-SETTLE.

           DISPLAY MESSAGE "You have: "
              WK-HANDNAME-ENTRY(WK-RIT-PRANK(1)) " / "
              WK-HANDNAME-ENTRY(WK-RIT-PRANK(2)).

           IF WK-PLAYER-IS-ALLIN AND WK-SIDEPOT > 0
              COMPUTE WK-RIT-MAIN = WK-POT - WK-SIDEPOT
           ELSE
              MOVE WK-POT TO WK-RIT-MAIN
           END-IF.
           DIVIDE WK-RIT-MAIN BY 2 GIVING WK-RIT-SHARE(2).
           COMPUTE WK-RIT-SHARE(1) = WK-RIT-MAIN - WK-RIT-SHARE(2).

           MOVE 0 TO WK-RIT-WINS.
           MOVE 0 TO WK-RIT-LOSSES.
           MOVE 0 TO WK-RIT-PAID.
           PERFORM HOLDEM-RIT-RUN
              VARYING WK-RIT-IDX FROM 1 BY 1 UNTIL WK-RIT-IDX > 2.

           EVALUATE TRUE
              WHEN WK-RIT-WINS = 2
                 ADD 1 TO WK-PLAYERWINS
                 IF WK-SIDEPOT > 0
                    MOVE "Player wins main pot" TO WK-RESULTTEXT
                 ELSE
                    MOVE "Player wins both runs" TO WK-RESULTTEXT
                 END-IF
              WHEN WK-RIT-LOSSES = 2
                 ADD 1 TO WK-CPUWINS
                 MOVE "CPU wins both runs" TO WK-RESULTTEXT
              WHEN OTHER
                 ADD 1 TO WK-PLAYERDRAW
                 ADD 1 TO WK-CPUDRAW
                 MOVE "Tie - runs split" TO WK-RESULTTEXT
                 MOVE "SETTLE" TO WK-ACT-STREET
                 MOVE "PLAYER" TO WK-ACT-ACTOR
                 MOVE "RUNPAY" TO WK-ACT-ACTION
                 MOVE WK-RIT-PAID TO WK-ACT-AMOUNT
                 PERFORM ACTION-JOURNAL
           END-EVALUATE.
           PERFORM FEEDBACK-FLASH.

           MOVE WK-RIT-BESTRANK(1) TO WK-HANDRANKCPU.

           MOVE 1 TO WK-RIT-JKPRUN.
           IF WK-RIT-PRANK(2) > WK-RIT-PRANK(1)
              MOVE 2 TO WK-RIT-JKPRUN
           END-IF.
           IF WK-RIT-PRANK(WK-RIT-JKPRUN) >= 8
              IF WK-RIT-RUN-TIED(WK-RIT-JKPRUN)
                 MOVE WK-RIT-WINNERS(WK-RIT-JKPRUN) TO WK-WINNERCOUNT
                 PERFORM SPLIT-JACKPOT
              ELSE
                 MOVE WK-JACKPOT TO WK-JACKPOTDRAW
                 MOVE WK-JACKPOTDRAW TO WK-JKPDRAINED
                 ADD WK-JACKPOTDRAW TO WK-PLAYERMONEY
                 MOVE 0 TO WK-JACKPOT
                 PERFORM JACKPOT-LEDGER-OUT
                 PERFORM TAXWIN-CHECK
                 IF WK-RIT-WINS = 2
                    MOVE "Player wins+JACKPOT" TO WK-RESULTTEXT
                 ELSE
                    MOVE "Tie - runs+JACKPOT" TO WK-RESULTTEXT
                 END-IF
                 DISPLAY MESSAGE "JACKPOT! "
                    WK-HANDNAME-ENTRY(WK-RIT-PRANK(WK-RIT-JKPRUN))
                    " wins the jackpot!"
              END-IF
              PERFORM FEEDBACK-FLASH
           END-IF.

      *One run of a pot run twice -- the best surviving CPU score on
      *this board against the player's, paying WK-RIT-SHARE

       HOLDEM-RIT-RUN.

           MOVE WK-RIT-IDX TO WK-RIT-RUNNO.
           MOVE 0 TO WK-RIT-BESTRANK(WK-RIT-IDX).
           MOVE ZEROS TO WK-RIT-BESTSCORE(WK-RIT-IDX).
           IF WK-CPU-NOT-FOLDED
                 AND WK-RIT-CSCORE(WK-RIT-IDX 1)
                    > WK-RIT-BESTSCORE(WK-RIT-IDX)
              MOVE WK-RIT-CRANK(WK-RIT-IDX 1)
                 TO WK-RIT-BESTRANK(WK-RIT-IDX)
              MOVE WK-RIT-CSCORE(WK-RIT-IDX 1)
                 TO WK-RIT-BESTSCORE(WK-RIT-IDX)
           END-IF.
           IF WK-CPU2-NOT-FOLDED
                 AND WK-RIT-CSCORE(WK-RIT-IDX 2)
                    > WK-RIT-BESTSCORE(WK-RIT-IDX)
              MOVE WK-RIT-CRANK(WK-RIT-IDX 2)
                 TO WK-RIT-BESTRANK(WK-RIT-IDX)
              MOVE WK-RIT-CSCORE(WK-RIT-IDX 2)
                 TO WK-RIT-BESTSCORE(WK-RIT-IDX)
           END-IF.
           IF WK-CPU3-NOT-FOLDED
                 AND WK-RIT-CSCORE(WK-RIT-IDX 3)
                    > WK-RIT-BESTSCORE(WK-RIT-IDX)
              MOVE WK-RIT-CRANK(WK-RIT-IDX 3)
                 TO WK-RIT-BESTRANK(WK-RIT-IDX)
              MOVE WK-RIT-CSCORE(WK-RIT-IDX 3)
                 TO WK-RIT-BESTSCORE(WK-RIT-IDX)
           END-IF.

           MOVE 1 TO WK-RIT-WINNERS(WK-RIT-IDX).
           EVALUATE TRUE
              WHEN WK-RIT-PSCORE(WK-RIT-IDX)
                    > WK-RIT-BESTSCORE(WK-RIT-IDX)
                 SET WK-RIT-RUN-WON(WK-RIT-IDX) TO TRUE
                 ADD 1 TO WK-RIT-WINS
                 ADD WK-RIT-SHARE(WK-RIT-IDX) TO WK-PLAYERMONEY
                 ADD WK-RIT-SHARE(WK-RIT-IDX) TO WK-RIT-PAID
                 DISPLAY MESSAGE "Run " WK-RIT-RUNNO ": your "
                    WK-HANDNAME-ENTRY(WK-RIT-PRANK(WK-RIT-IDX))
                    " wins $" WK-RIT-SHARE(WK-RIT-IDX)
              WHEN WK-RIT-PSCORE(WK-RIT-IDX)
                    < WK-RIT-BESTSCORE(WK-RIT-IDX)
                 SET WK-RIT-RUN-LOST(WK-RIT-IDX) TO TRUE
                 ADD 1 TO WK-RIT-LOSSES
                 DISPLAY MESSAGE "Run " WK-RIT-RUNNO ": a CPU's "
                    WK-HANDNAME-ENTRY(WK-RIT-BESTRANK(WK-RIT-IDX))
                    " wins $" WK-RIT-SHARE(WK-RIT-IDX)
              WHEN OTHER
                 SET WK-RIT-RUN-TIED(WK-RIT-IDX) TO TRUE
                 IF WK-CPU-NOT-FOLDED
                       AND WK-RIT-CSCORE(WK-RIT-IDX 1)
                          = WK-RIT-BESTSCORE(WK-RIT-IDX)
                    ADD 1 TO WK-RIT-WINNERS(WK-RIT-IDX)
                 END-IF
                 IF WK-CPU2-NOT-FOLDED
                       AND WK-RIT-CSCORE(WK-RIT-IDX 2)
                          = WK-RIT-BESTSCORE(WK-RIT-IDX)
                    ADD 1 TO WK-RIT-WINNERS(WK-RIT-IDX)
                 END-IF
                 IF WK-CPU3-NOT-FOLDED
                       AND WK-RIT-CSCORE(WK-RIT-IDX 3)
                          = WK-RIT-BESTSCORE(WK-RIT-IDX)
                    ADD 1 TO WK-RIT-WINNERS(WK-RIT-IDX)
                 END-IF
                 DIVIDE WK-RIT-SHARE(WK-RIT-IDX)
                    BY WK-RIT-WINNERS(WK-RIT-IDX)
                    GIVING WK-SPLITSHARE
                    REMAINDER WK-SPLITREM
                 ADD WK-SPLITREM TO WK-SPLITSHARE
                 ADD WK-SPLITSHARE TO WK-PLAYERMONEY
                 ADD WK-SPLITSHARE TO WK-RIT-PAID
                 DISPLAY MESSAGE "Run " WK-RIT-RUNNO ": a tie, $"
                    WK-RIT-SHARE(WK-RIT-IDX) " is split "
                    WK-RIT-WINNERS(WK-RIT-IDX) " ways"
           END-EVALUATE.

      *2-7 Triple Draw settlement -- the heads-up showdown turned the
      *other way up: the LOWER score from LOW-EVAL-HAND takes the
      *pot, named by its low-hand reading ("7-5-4-3-2"). A lowball
      *hand never reaches the jackpot's high-hand table, so nothing
      *is drawn from it here

       TRIPLE-SETTLE.

           IF WK-PLAYER-FOLDED
              ADD 1 TO WK-CPUWINS
              MOVE "You folded" TO WK-RESULTTEXT
              DISPLAY MESSAGE "You folded - CPU wins the pot"
              PERFORM FEEDBACK-FLASH
           ELSE
              IF WK-CPU-FOLDED
                 ADD 1 TO WK-PLAYERWINS
                 ADD WK-POT TO WK-PLAYERMONEY
                 MOVE "CPU folded" TO WK-RESULTTEXT
                 DISPLAY MESSAGE "CPU folded - you win the pot"
                 PERFORM FEEDBACK-FLASH
              ELSE
                 DISPLAY MESSAGE "You have: " WK-TD-PLAYERLOW
                 DISPLAY MESSAGE "CPU has: " WK-TD-CPULOW
                 EVALUATE TRUE
                    WHEN WK-HANDSCORE < WK-HANDSCORECPU
                       ADD 1 TO WK-PLAYERWINS
                       ADD WK-POT TO WK-PLAYERMONEY
                       MOVE "Player wins" TO WK-RESULTTEXT
                       DISPLAY MESSAGE "Your low wins the pot!"
                    WHEN WK-HANDSCORE > WK-HANDSCORECPU
                       ADD 1 TO WK-CPUWINS
                       MOVE "CPU wins" TO WK-RESULTTEXT
                       DISPLAY MESSAGE "CPU's low wins the pot"
                    WHEN OTHER
                       ADD 1 TO WK-PLAYERDRAW
                       ADD 1 TO WK-CPUDRAW
                       DIVIDE WK-POT BY 2
                          GIVING WK-SPLITSHARE
                          REMAINDER WK-SPLITREM
                       ADD WK-SPLITREM TO WK-SPLITSHARE
                       ADD WK-SPLITSHARE TO WK-PLAYERMONEY
                       MOVE "Tie" TO WK-RESULTTEXT
                       DISPLAY MESSAGE
                          "It's a tie, your bet is refunded"
                 END-EVALUATE
                 PERFORM FEEDBACK-FLASH
              END-IF
           END-IF.

       RESULT.


           DISPLAY "Ties:" AT 1701.
           DISPLAY WK-PLAYERDRAW AT 1707.
           CLOSE CONFIG.
           CLOSE HOUSE.
           CLOSE HISTORY.
           CLOSE CHECKPT.
           CLOSE CHEATLOG.
              GO TO EXIT-GAME-CLOSE
           END-IF.

           MOVE "RCT" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE 1 TO HS-RECEIPTNO
                 WRITE HS-CONFIG
                    INVALID KEY CONTINUE
                 END-WRITE
              NOT INVALID KEY
                 ADD 1 TO HS-RECEIPTNO
                 REWRITE HS-CONFIG
           END-READ.
           MOVE HS-RECEIPTNO TO WK-RECEIPTNO.

           ACCEPT WK-TODAY FROM DATE.
           ACCEPT WK-CLOCK FROM TIME.
              MOVE "+" TO SES-NETSIGN
              MOVE WK-SESSNET-R TO SES-NET
           END-IF.
           MOVE WK-MONEYATSESSION TO SES-OPENING.
           WRITE SES-RECORD.
           CLOSE SESSLOG.

       EXIT-GAME-CLOSE.

           CLOSE CONFIG.
           CLOSE HOUSE.
           CLOSE HISTORY.
           CLOSE CHECKPT.
           CLOSE CHEATLOG.
