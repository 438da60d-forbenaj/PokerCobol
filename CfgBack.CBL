       IDENTIFICATION DIVISION.
       PROGRAM-ID. CfgBack.
       SECURITY.   Generation-style backup and verified restore for
                   the three indexed files the whole operation lives
                   in: CPY\CONFIG.CFG (the player master, every
                   bankroll), CPY\HOUSE.CFG (every house setting,
                   staff account and register) and CPY\CHECKPT.CFG
                   (in-flight hand checkpoints). Backup unloads all
                   three to dated flat generation copies
                   (CPY\CONFIGyymmdd.BAK / CPY\HOUSEyymmdd.BAK /
                   CPY\CHECKPTyymmdd.BAK), registers them in
                   CPY\BACKUPS.LOG and deletes the oldest generation
                   beyond the configured keep-count. Restore reloads
                   and verifies the reloaded record counts match the
                   generation before declaring success. The end-of-
                   day report offers to run the backup automatically.
                   Each registered generation carries the time it
                   was taken as well as its date, so CfgRoll can
                   roll a restored generation forward from exactly
                   that point by re-applying the movements logged
                   since.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             ACCESS DYNAMIC
             RECORD FD-KEY.

           SELECT OPTIONAL HOUSE
            ASSIGN TO
             "CPY\HOUSE.CFG"
             ORGANIZATION INDEXED
             ACCESS DYNAMIC
             RECORD HS-KEY.

           SELECT OPTIONAL CHECKPT
            ASSIGN TO
             "CPY\CHECKPT.CFG"
            ASSIGN TO DYNAMIC WK-CFGNAME
             ORGANIZATION LINE SEQUENTIAL.

           SELECT HSEFLAT
            ASSIGN TO DYNAMIC WK-HSENAME
             ORGANIZATION LINE SEQUENTIAL.

           SELECT CKPFLAT
            ASSIGN TO DYNAMIC WK-CKPNAME
             ORGANIZATION LINE SEQUENTIAL.
       FILE SECTION.
           COPY "CPY\CONFREC.CBL".

           COPY "CPY\HOUSEREC.CBL".

           COPY "CPY\CKPTREC.CBL".

      *The flat records must hold the WHOLE indexed record or the
      *backup silently truncates it -- FD-CONFIG is currently 536
      *bytes, HS-CONFIG 398 and CKPT-RECORD 190 (all in CPY
      *copybooks); these are
      *sized with headroom so the next record growth doesn't repeat
      *the mistake, but grow them too when the copybooks grow

       FD CFGFLAT
           LABEL RECORD STANDARD.

       01 CFGFLAT-RECORD PIC X(1000).

       FD HSEFLAT
           LABEL RECORD STANDARD.

       01 HSEFLAT-RECORD PIC X(600).

       FD CKPFLAT
           LABEL RECORD STANDARD.

       01 BLOG-RECORD.
           02 BLOG-DATE PIC 9(08).
           02 FILLER PIC X VALUE SPACE.
           02 BLOG-TIME PIC 9(08).

       WORKING-STORAGE SECTION.

           COPY "CPY\JOBGPARM.CBL".

       01 WK-MODE PIC X.
          88 WK-MODE-BACKUP VALUE "B" "b".
          88 WK-MODE-RESTORE VALUE "R" "r".
          88 WK-FILE-EOF VALUE "Y".

       01 WK-TODAY PIC 9(08).
       01 WK-NOW PIC 9(08).
       01 WK-GENDATE PIC 9(08).
       01 WK-KEEPGENS PIC 9(02) VALUE 5.
       01 WK-CFGNAME PIC X(30).
       01 WK-HSENAME PIC X(30).
       01 WK-CKPNAME PIC X(30).
       01 WK-CFGCOUNT PIC 9(06) VALUE 0.
       01 WK-HSECOUNT PIC 9(06) VALUE 0.
       01 WK-CKPCOUNT PIC 9(06) VALUE 0.
       01 WK-VERCOUNT PIC 9(06) VALUE 0.
       01 WK-DONE PIC 9.
       01 WK-STATUS PIC 9(02) COMP.

      *Registered generations, oldest first, with the time each was
      *taken (zero on generations registered before times were kept)

       01 WK-GEN-COUNT PIC 9(02) COMP VALUE 0.
       01 WK-GEN-TAB.
           02 WK-GEN-ENTRY OCCURS 20 TIMES.
               03 WK-GEN-DATE PIC 9(08).
               03 WK-GEN-TIME PIC 9(08).
       01 WK-GEN-IDX PIC 9(02) COMP.
       01 WK-RETIRE PIC 9(02) COMP.

           ACCEPT WK-MODE.
           EVALUATE TRUE
              WHEN WK-MODE-BACKUP
                 SET JOBG-START TO TRUE
                 MOVE "CfgBack" TO JOBG-PROGRAM
                 MOVE 0 TO JOBG-BUSDATE
                 CALL "JobGate" USING JOBG-PARMS
                 IF JOBG-REFUSED
                    MOVE 8 TO RETURN-CODE
                    PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
                 END-IF
                 PERFORM 1000-BACKUP
              WHEN WK-MODE-RESTORE
                 PERFORM 5000-RESTORE
           END-EVALUATE.
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.

      *Backup -- unload all three indexed files to today's dated flats,
      *register the generation, retire the oldest past the keep-count

       1000-BACKUP.
           END-IF.

           ACCEPT WK-TODAY FROM DATE.
           ACCEPT WK-NOW FROM TIME.
           MOVE WK-TODAY TO WK-GENDATE.
           PERFORM 1100-BUILD-NAMES.

           PERFORM 2000-UNLOAD-CONFIG.
           PERFORM 2200-UNLOAD-HOUSE.
           PERFORM 2500-UNLOAD-CHECKPT.
           PERFORM 3000-REGISTER-GENERATION.
           PERFORM 4000-RETIRE-OLD-GENERATIONS
              THRU 4000-RETIRE-EXIT.

           DISPLAY "Backed up " WK-CFGCOUNT " CONFIG, " WK-HSECOUNT
              " HOUSE and " WK-CKPCOUNT " CHECKPT records to "
              "generation " WK-TODAY.

       1100-BUILD-NAMES.

           MOVE SPACES TO WK-CFGNAME.
           STRING "CPY\CONFIG" WK-GENDATE ".BAK"
              DELIMITED BY SIZE INTO WK-CFGNAME.
           MOVE SPACES TO WK-HSENAME.
           STRING "CPY\HOUSE" WK-GENDATE ".BAK"
              DELIMITED BY SIZE INTO WK-HSENAME.
           MOVE SPACES TO WK-CKPNAME.
           STRING "CPY\CHECKPT" WK-GENDATE ".BAK"
              DELIMITED BY SIZE INTO WK-CKPNAME.
           CLOSE CONFIG.
           CLOSE CFGFLAT.

       2200-UNLOAD-HOUSE.

           OPEN INPUT HOUSE.
           OPEN OUTPUT HSEFLAT.
           MOVE 0 TO WK-DONE.
           PERFORM UNTIL WK-DONE = 1
              READ HOUSE NEXT
                 AT END
                    MOVE 1 TO WK-DONE
                 NOT AT END
                    ADD 1 TO WK-HSECOUNT
                    MOVE SPACES TO HSEFLAT-RECORD
                    MOVE HS-CONFIG TO HSEFLAT-RECORD
                    WRITE HSEFLAT-RECORD
              END-READ
           END-PERFORM.
           CLOSE HOUSE.
           CLOSE HSEFLAT.

       2500-UNLOAD-CHECKPT.

           OPEN INPUT CHECKPT.
      *A second backup on the same day refreshes the same dated
      *flats, so the date must not be registered twice -- a duplicate
      *entry would let the retirement pass delete files a kept entry
      *still points at. Its time is brought up to date instead, since
      *the flats now stand at the later time

       3000-REGISTER-GENERATION.

                 UNTIL WK-GEN-IDX > WK-GEN-COUNT
              IF WK-GEN-DATE(WK-GEN-IDX) = WK-TODAY
                 MOVE 1 TO WK-DONE
                 MOVE WK-NOW TO WK-GEN-TIME(WK-GEN-IDX)
              END-IF
           END-PERFORM.

              OPEN EXTEND BACKLOG
              MOVE SPACES TO BLOG-RECORD
              MOVE WK-TODAY TO BLOG-DATE
              MOVE WK-NOW TO BLOG-TIME
              WRITE BLOG-RECORD
              CLOSE BACKLOG
           ELSE
              OPEN OUTPUT BACKLOG
              PERFORM VARYING WK-GEN-IDX FROM 1 BY 1
                    UNTIL WK-GEN-IDX > WK-GEN-COUNT
                 MOVE SPACES TO BLOG-RECORD
                 MOVE WK-GEN-DATE(WK-GEN-IDX) TO BLOG-DATE
                 MOVE WK-GEN-TIME(WK-GEN-IDX) TO BLOG-TIME
                 WRITE BLOG-RECORD
              END-PERFORM
              CLOSE BACKLOG
           END-IF.

      *Read the register back, and when more generations exist than
              CALL "CBL_DELETE_FILE" USING WK-CFGNAME
                 RETURNING WK-STATUS
              END-CALL
              CALL "CBL_DELETE_FILE" USING WK-HSENAME
                 RETURNING WK-STATUS
              END-CALL
              CALL "CBL_DELETE_FILE" USING WK-CKPNAME
                 RETURNING WK-STATUS
              END-CALL
                 UNTIL WK-GEN-IDX > WK-GEN-COUNT
              MOVE SPACES TO BLOG-RECORD
              MOVE WK-GEN-DATE(WK-GEN-IDX) TO BLOG-DATE
              MOVE WK-GEN-TIME(WK-GEN-IDX) TO BLOG-TIME
              WRITE BLOG-RECORD
           END-PERFORM.
           CLOSE BACKLOG.
                 IF WK-GEN-COUNT < 20
                    ADD 1 TO WK-GEN-COUNT
                    MOVE BLOG-DATE TO WK-GEN-DATE(WK-GEN-COUNT)
                    IF BLOG-TIME NUMERIC
                       MOVE BLOG-TIME TO WK-GEN-TIME(WK-GEN-COUNT)
                    ELSE
                       MOVE 0 TO WK-GEN-TIME(WK-GEN-COUNT)
                    END-IF
                 END-IF
           END-READ.

      *Restore -- rebuild all three indexed files record by record
      *from a chosen generation's flats, then verify the reloaded
      *counts

       5000-RESTORE.

           CLOSE CFGFLAT.
           CLOSE CONFIG.

           OPEN INPUT HSEFLAT.
           OPEN OUTPUT HOUSE.
           MOVE "N" TO WK-EOF.
           PERFORM 5150-RELOAD-HOUSE
              UNTIL WK-FILE-EOF.
           CLOSE HSEFLAT.
           CLOSE HOUSE.

           OPEN INPUT CKPFLAT.
           OPEN OUTPUT CHECKPT.
           MOVE "N" TO WK-EOF.
                 END-WRITE
           END-READ.

       5150-RELOAD-HOUSE.

           READ HSEFLAT
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WK-HSECOUNT
                 MOVE HSEFLAT-RECORD TO HS-CONFIG
                 WRITE HS-CONFIG
                    INVALID KEY
                       DISPLAY "Duplicate house key in generation - ["
                          HS-KEY "]"
                 END-WRITE
           END-READ.

       5200-RELOAD-CHECKPT.

           READ CKPFLAT
                 END-WRITE
           END-READ.

      *Count the reloaded records back off all three indexed files and
      *compare with what the generation held

       6000-VERIFY-RESTORE.
           END-PERFORM.
           CLOSE CONFIG.

           OPEN INPUT HOUSE.
           MOVE 0 TO WK-DONE.
           PERFORM UNTIL WK-DONE = 1
              READ HOUSE NEXT
                 AT END
                    MOVE 1 TO WK-DONE
                 NOT AT END
                    ADD 1 TO WK-VERCOUNT
              END-READ
           END-PERFORM.
           CLOSE HOUSE.

           OPEN INPUT CHECKPT.
           MOVE 0 TO WK-DONE.
           PERFORM UNTIL WK-DONE = 1
           END-PERFORM.
           CLOSE CHECKPT.

           IF WK-VERCOUNT = WK-CFGCOUNT + WK-HSECOUNT + WK-CKPCOUNT
              DISPLAY "Restore verified: " WK-VERCOUNT
                 " records reloaded"
              DISPLAY "Balances stand as at the generation - run "
                 "CfgRoll to re-apply what was logged since"
           ELSE
              DISPLAY "RESTORE VERIFY FAILED: generation held "
                 WK-CFGCOUNT " + " WK-HSECOUNT " + " WK-CKPCOUNT
                 " records, files now hold " WK-VERCOUNT
              MOVE 8 TO RETURN-CODE
           END-IF.

       9999-EXIT.

           IF JOBG-CLEARED
              MOVE RETURN-CODE TO JOBG-RC
              SET JOBG-END TO TRUE
              CALL "JobGate" USING JOBG-PARMS
              MOVE JOBG-RC TO RETURN-CODE
              MOVE SPACE TO JOBG-VERDICT
           END-IF.

       9999-EXIT-EXIT.

           GOBACK.
