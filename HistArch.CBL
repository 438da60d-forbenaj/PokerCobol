             ACCESS DYNAMIC
             RECORD HWM-KEY.

           SELECT OPTIONAL NIGHTWRK
            ASSIGN TO
             "CPY\NIGHTWRK.DAT"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL BFWD
            ASSIGN TO
             "CPY\BFWD.CFG"
       FD ARCHIVE-FILE
           LABEL RECORD STANDARD.

       01 ARCH-RECORD PIC X(177).

       FD KEEP-FILE
           LABEL RECORD STANDARD.

       01 KEEP-RECORD PIC X(177).

      *Summary totals record for each archived period


           COPY "CPY\HWMREC.CBL".

           COPY "CPY\NWKREC.CBL".

           COPY "CPY\BFWDREC.CBL".

       WORKING-STORAGE SECTION.

           COPY "CPY\JOBGPARM.CBL".

           COPY "CPY\SEALREC.CBL".

       01 WK-EOF PIC X VALUE "N".

       0000-MAINLINE.

           SET JOBG-START TO TRUE.
           MOVE "HistArch" TO JOBG-PROGRAM.
           MOVE 0 TO JOBG-BUSDATE.
           CALL "JobGate" USING JOBG-PARMS.
           IF JOBG-REFUSED
              MOVE 8 TO RETURN-CODE
              PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           END-IF.

           PERFORM 1000-ASK-CUTOFF.
           PERFORM 1500-CHECK-SNAPSHOT
              THRU 1500-CHECK-EXIT.

      *Trimming the log invalidates every batch high-water mark
      *that counts rows in it -- the mark file is emptied and the
      *next nightly run rebuilds from the trimmed files. The
      *history extract numbers the same rows, so it is emptied
      *with the marks until HistSort cuts it again. A run that
      *moved nothing (the nightly chain runs this every night) left
      *every counted row where it was, so the marks stay

           IF WK-MOVED > 0
              OPEN OUTPUT HWM
              CLOSE HWM
              OPEN OUTPUT NIGHTWRK
              CLOSE NIGHTWRK
              DISPLAY "Batch high-water marks reset"
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
