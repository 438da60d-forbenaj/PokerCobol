                   CPY\DAYTOT.CFG. Money is now carried in dollars
                   and cents (V99) end to end, and several fields
                   were added besides (comp points, the reportable-
                   win threshold and identity, the Omaha and 2-7
                   Triple day-totals buckets, the loyalty tier and
                   tier table, the player contact details, the
                   free-play vouchers, the erasure register, the
                   roll-forward marker, the identity
                   verification, and the house settings moved out
                   to their own file CPY\HOUSE.CFG, which this run
                   writes from the old CONFIG records of the house
                   types) - an indexed file opened
                   with the wrong record length
                   fails with file status 39, which would make
                   every bankroll and the jackpot come up as
                   first-time defaults. This utility reads each
                   file with its PREVIOUS layout (whole-dollar
                   money, pre-addition record sizes), unloads to
                   flat staging files that survive a crash mid-run,
             ACCESS DYNAMIC
             RECORD FD-KEY.

           SELECT OPTIONAL HOUSE
            ASSIGN TO
             "CPY\HOUSE.CFG"
             ORGANIZATION INDEXED
             ACCESS DYNAMIC
             RECORD HS-KEY.

           SELECT OPTIONAL CHKOLD
            ASSIGN TO
             "CPY\CHECKPT.CFG"

           COPY "CPY\CONFREC.CBL".

           COPY "CPY\HOUSEREC.CBL".

           COPY "CPY\CKPTREC.CBL".

           COPY "CPY\DAYTOTREC.CBL".
       01 WK-CKPBACK PIC 9(06) VALUE 0.
       01 WK-DAYBACK PIC 9(06) VALUE 0.

           COPY "CPY\HOUSETYP.CBL".

       PROCEDURE DIVISION.

       0000-MAINLINE.
      *Rebuild -- every old field MOVEs to its current home (whole
      *dollars align at the new decimal point on the way), and the
      *fields added since start from the same values the first-touch
      *defaults would give them. The house settings, staff and
      *personas go to the house file and every profile's records to
      *the player master, so the old combined file comes out already
      *split

       2000-REBUILD-CONFIG.

           OPEN INPUT CFGSTAGE.
           OPEN OUTPUT CONFIG.
           OPEN OUTPUT HOUSE.
           MOVE "N" TO WK-EOF.
           PERFORM 2100-REBUILD-ONE-CONFIG
              UNTIL WK-FILE-EOF.
           CLOSE CFGSTAGE.
           CLOSE CONFIG.
           CLOSE HOUSE.

       2100-REBUILD-ONE-CONFIG.

              NOT AT END
                 ADD 1 TO WK-CFGBACK
                 MOVE CFGSTAGE-RECORD (1:165) TO COLD-RECORD
                 MOVE COLD-OPTION TO HT-TYPE
                 IF HT-HOUSE-TYPE
                    PERFORM 2300-BUILD-HOUSE
                 ELSE
                    PERFORM 2200-BUILD-PLAYER
                 END-IF
           END-READ.

       2200-BUILD-PLAYER.

           MOVE SPACES TO FD-CONFIG.
           MOVE COLD-KEY TO FD-KEY.
           MOVE COLD-MINIMUM TO FD-MINIMUM.
           MOVE COLD-BANKROLL TO FD-BANKROLL.
           MOVE COLD-HANDSPLAYED TO FD-HANDSPLAYED.
           MOVE COLD-PLAYERWINS TO FD-PLAYERWINS.
           MOVE COLD-CPUWINS TO FD-CPUWINS.
           MOVE COLD-PLAYERDRAW TO FD-PLAYERDRAW.
           MOVE COLD-CPUDRAW TO FD-CPUDRAW.
           MOVE COLD-LOSSCAP TO FD-LOSSCAP.
           MOVE COLD-HANDSCAP TO FD-HANDSCAP.
           MOVE COLD-LOCKEDUNTIL TO FD-LOCKEDUNTIL.
           MOVE COLD-HANDFREQ TO FD-HANDFREQ.
           MOVE COLD-BESTRANK TO FD-BESTRANK.
           MOVE COLD-BESTDATE TO FD-BESTDATE.
           MOVE COLD-PLAYERPIN TO FD-PLAYERPIN.
           MOVE 0 TO FD-COMPPOINTS.
           MOVE SPACES TO FD-TAXNAME.
           MOVE SPACES TO FD-TAXID.
           MOVE 0 TO FD-ODDSHELP.
           MOVE SPACES TO FD-RIVALS.
           MOVE 0 TO FD-LASTPLAY.
           MOVE 0 TO FD-CREDITLIMIT.
           MOVE 0 TO FD-MARKEROUT.
           MOVE SPACES TO FD-CREDITBY.
           MOVE 0 TO FD-CREDITDATE.
           MOVE 0 TO FD-TIER.
           MOVE 0 TO FD-TIERDATE.
           MOVE 0 TO FD-TIERMONTH.
           MOVE 0 TO FD-TIERGRACE.
           MOVE SPACES TO FD-ADDRESS1.
           MOVE SPACES TO FD-ADDRESS2.
           MOVE SPACES TO FD-PHONE.
           MOVE SPACES TO FD-EMAIL.
           MOVE SPACES TO FD-OPTIN.
           MOVE 0 TO FD-OPTINDATE.
           MOVE SPACES TO FD-PSEUDONYM.
           MOVE SPACES TO FD-KYCSTATUS.
           MOVE SPACES TO FD-KYCDOCTYPE.
           MOVE 0 TO FD-KYCDOCEXP.
           MOVE SPACES TO FD-KYCSTAFF.
           MOVE 0 TO FD-KYCDATE.
           MOVE 0 TO FD-KYCDEPOSITS.
           MOVE 0 TO FD-KYCBIGWIN.
           WRITE FD-CONFIG
              INVALID KEY
                 DISPLAY "Duplicate CONFIG key skipped [" FD-KEY "]"
           END-WRITE.

       2300-BUILD-HOUSE.

           MOVE SPACES TO HS-CONFIG.
           MOVE COLD-KEY TO HS-KEY.
           MOVE COLD-MINIMUM TO HS-MINIMUM.
           MOVE COLD-JACKPOT TO HS-JACKPOT.
           MOVE COLD-MAXDISCARDS TO HS-MAXDISCARDS.
           MOVE COLD-DIFFICULTY TO HS-DIFFICULTY.
           MOVE COLD-SUPERVISORPIN TO HS-SUPERVISORPIN.
           MOVE COLD-FEEDBACKFX TO HS-FEEDBACKFX.
           MOVE COLD-BETSTRUCTURE TO HS-BETSTRUCTURE.
           MOVE COLD-FIXEDRAISE TO HS-FIXEDRAISE.
           MOVE COLD-REBUYAMOUNT TO HS-REBUYAMOUNT.
           MOVE COLD-TOURBUYIN TO HS-TOURBUYIN.
           MOVE COLD-RAKEPCT TO HS-RAKEPCT.
           MOVE COLD-RAKECAP TO HS-RAKECAP.
           MOVE 0 TO HS-TAXTHRESHOLD.
           MOVE 0 TO HS-AGGRESSION.
           MOVE 0 TO HS-BLUFFRATE.
           MOVE 0 TO HS-FOLDRANK.
           MOVE 0 TO HS-BBQRANK.
           MOVE 0 TO HS-BBSKIM.
           MOVE 0 TO HS-STAFFPIN.
           MOVE SPACES TO HS-STAFFROLE.
           MOVE 0 TO HS-RECEIPTNO.
           MOVE SPACES TO HS-GLACCTS.
           MOVE 0 TO HS-PROMODOW.
           MOVE 0 TO HS-PROMOFROM.
           MOVE 0 TO HS-PROMOTO.
           MOVE 0 TO HS-LEAGUEPCT.
           MOVE 0 TO HS-ALERTJKP.
           MOVE 0 TO HS-ALERTLOSS.
           MOVE 0 TO HS-ALERTDRIFT.
           MOVE 0 TO HS-SIDEMAX.
           MOVE ZEROS TO HS-SIDEPAY.
           MOVE 0 TO HS-CUTOVER.
           MOVE 0 TO HS-DORMDAYS.
           MOVE 0 TO HS-CTRLIMIT.
           MOVE 0 TO HS-CTRBAND.
           MOVE 0 TO HS-CTRPLAY.
           MOVE 0 TO HS-CTRCOUNT.
           MOVE ZEROS TO HS-TIERTAB.
           MOVE SPACES TO HS-VCHHOLDER.
           MOVE 0 TO HS-VCHAMOUNT.
           MOVE 0 TO HS-VCHISSUED.
           MOVE 0 TO HS-VCHEXPIRES.
           MOVE SPACES TO HS-VCHSTATUS.
           MOVE 0 TO HS-VCHSTATDATE.
           MOVE SPACES TO HS-VCHREDEEMBY.
           MOVE 0 TO HS-TAXKEEP.
           MOVE SPACES TO HS-ERASEBY.
           MOVE 0 TO HS-ERASEDATE.
           MOVE 0 TO HS-RFWGEN.
           MOVE 0 TO HS-RFWDATE.
           MOVE 0 TO HS-RFWTIME.
           MOVE 0 TO HS-KYCLIMIT.
           MOVE 0 TO HS-KYCWARNPCT.
           MOVE 0 TO HS-KYCEXPDAYS.
           WRITE HS-CONFIG
              INVALID KEY
                 DISPLAY "Duplicate HOUSE key skipped [" HS-KEY "]"
           END-WRITE.

       3000-UNLOAD-OLD-CHECKPT.

           OPEN INPUT CHKOLD.
                 WRITE DAYSTAGE-RECORD
           END-READ.

      *Dates closed before the Omaha and 2-7 Triple modes existed
      *have no hands of either, so the new buckets start at zero;
      *the per-game wagered and rake breakdown starts at zero too

       6000-REBUILD-DAYTOT.

                 MOVE DOLD-RAKE TO DT-RAKE
                 MOVE DOLD-HOUSENET TO DT-HOUSENET
                 MOVE 0 TO DT-HANDS-OMAHA
                 MOVE 0 TO DT-HANDS-TRIPLE
                 MOVE ZEROS TO DT-GAMEMONEY
                 WRITE DT-RECORD
                    INVALID KEY
                       DISPLAY "Duplicate DAYTOT key skipped ["
