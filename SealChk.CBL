                   flagged and the run ends with return code 8 - the
                   audit trail can now prove its own integrity
                   instead of leaving tampering to look like a
                   reconciliation bug. Each run also rewrites
                   CPY\SEALVRD.DAT with one verdict row per log
                   (OK, FAIL or NONE for a log not sealed yet), so
                   the off-site log shipping can refuse to send a
                   log whose seals fail while the good ones go.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             ACCESS DYNAMIC
             RECORD BF-KEY.

           SELECT SEALVRD
            ASSIGN TO
             "CPY\SEALVRD.DAT"
             ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.


           COPY "CPY\BFWDREC.CBL".

           COPY "CPY\SVDREC.CBL".

       WORKING-STORAGE SECTION.

           COPY "CPY\SEALREC.CBL".
       01 WK-LOGBAD PIC 9.
       01 WK-ANYBAD PIC 9 VALUE 0.

       01 WK-TODAY PIC 9(08).
       01 WK-CLOCK PIC 9(08).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY "Log seal verification".
           DISPLAY "=====================".

           ACCEPT WK-TODAY FROM DATE.
           ACCEPT WK-CLOCK FROM TIME.
           OPEN OUTPUT SEALVRD.
           PERFORM 1000-VERIFY-ONE-LOG
              VARYING WK-LOG-IDX FROM 1 BY 1
              UNTIL WK-LOG-IDX > 7.
           CLOSE SEALVRD.

           DISPLAY " ".
           IF WK-ANYBAD = 0
              UNTIL WK-FILE-EOF.
           CLOSE SEALEDLOG.

           MOVE SPACES TO SVD-RECORD.
           MOVE WK-TODAY TO SVD-RUNDATE.
           MOVE WK-CLOCK TO SVD-RUNTIME.
           MOVE WK-LG-SEEDKEY(WK-LOG-IDX) TO SVD-LOG.
           MOVE WK-SEALS TO SVD-SEALS.
           MOVE WK-BADSEALS TO SVD-BADSEALS.
           IF WK-SEALS = 0
              DISPLAY WK-LOGNAME ": no seals yet"
              SET SVD-NO-SEALS TO TRUE
           ELSE
              IF WK-LOGBAD = 0
                 DISPLAY WK-LOGNAME ": " WK-SEALS
                    " seals verified"
                 SET SVD-SEALS-OK TO TRUE
              ELSE
                 DISPLAY WK-LOGNAME ": " WK-BADSEALS " of "
                    WK-SEALS " seals FAIL"
                 MOVE 1 TO WK-ANYBAD
                 SET SVD-SEALS-FAIL TO TRUE
              END-IF
           END-IF.
           WRITE SVD-RECORD.

       2000-ONE-ROW.

