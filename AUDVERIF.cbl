      *          appended. Any break ends with RETURN-CODE 2 and says
      *          where; entries written before sealing began verify
      *          as broken, so operations archives the pre-sealing
      *          log once before relying on this report. The same goes
      *          for entries sealed before AUDIT-OPERATOR-ID lengthened
      *          the record (see AUDITREC): at that cut-over, before
      *          the first window that runs the weekly stream, the old
      *          log is archived with AUDARCH (cutoff month after the
      *          cut-over month), a fresh AUDITLOG and AUDCHAIN are
      *          started and the AUDBASE the roll-off leaves is
      *          removed - otherwise the weekly stream stops here and
      *          EMPCHECK, EMPBKUP and EMPMAINT never run.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  As a step of RUNBATCH's weekly stream (RUN-BY-
      *             WINDOW, see RUNID) the scope is not asked for:
      *             the weekly check is always the live log.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDVERIF.

       WORKING-STORAGE SECTION.
           COPY AUDSEALC.
           COPY RUNID.
       01 AUDIT-LOG-STATUS PIC X(02).
       01 CHAIN-ANCHOR-STATUS PIC X(02).
       01 AUDIT-SOURCE-NAME PIC X(12) VALUE "AUDITLOG".
           MOVE "N" TO CHAIN-BROKEN-SWITCH
           MOVE "N" TO END-OF-LOG-SWITCH

      * As a window step (RUNBATCH raised RUN-BY-WINDOW) the live
      * log is verified; nobody is there to answer.
           IF NOT RUN-BY-WINDOW
               DISPLAY "AUDVERIF: ENTER ARCHIVE MONTH (YYYYMM) OR "
                   "BLANK FOR THE LIVE LOG: " WITH NO ADVANCING
               ACCEPT SCOPE-MONTH
           ELSE
               MOVE SPACES TO SCOPE-MONTH
           END-IF
           IF SCOPE-MONTH = SPACES
               MOVE "AUDITLOG" TO AUDIT-SOURCE-NAME
               PERFORM READ-BASE-ANCHOR
