      *                        AUDITLOG
      *   RUN-ID=value         only entries stamped with this batch
      *                        run identifier (see RUNID)
      *   OPERATOR=id          only entries stamped with this operator
      *                        ID - OPMENU sign-ons and whatever the
      *                        operator launched from the menu
      ******************************************************************
      * Modification History:
      * 2026-08-22  The log file is now assigned through a data name
      *             records (see AUDCHREC/AUDVERIF); they are control
      *             records, not entries, so the query skips them
      *             instead of listing them as garbage dates.
      * 2026-10-15  Added the OPERATOR criterion and an OPERATOR column
      *             on the detail line, now that AUDITLOG entries carry
      *             the OPMENU operator who signed on or launched the
      *             run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDRPT.
       01 TO-DATE-FILTER PIC X(08) VALUE SPACES.
       01 PROGRAM-FILTER PIC X(12) VALUE SPACES.
       01 RUN-ID-FILTER PIC X(14) VALUE SPACES.
       01 OPERATOR-FILTER PIC X(08) VALUE SPACES.
       01 SEARCH-VALUE PIC X(48) VALUE SPACES.
       01 SEARCH-LENGTH PIC 9(02) VALUE ZERO.
       01 SCAN-SUB PIC 9(02).
          05 FILLER PIC X(09) VALUE "TIME".
          05 FILLER PIC X(13) VALUE "PROGRAM".
          05 FILLER PIC X(49) VALUE "INPUT".
          05 FILLER PIC X(41) VALUE "RESULT".
          05 FILLER PIC X(11) VALUE "OPERATOR".

       01 DETAIL-LINE.
          05 DET-DATE PIC X(08).
          05 DET-INPUT PIC X(48).
          05 FILLER PIC X(01) VALUE SPACES.
          05 DET-RESULT PIC X(40).
          05 FILLER PIC X(01) VALUE SPACES.
          05 DET-OPERATOR PIC X(08).
          05 FILLER PIC X(03) VALUE SPACES.

       01 SUMMARY-HEADING-LINE.
          05 FILLER PIC X(132)
               WHEN "RUN-ID"
                   MOVE PARM-VALUE TO RUN-ID-FILTER
                   DISPLAY "AUDRPT: RUN-ID    " RUN-ID-FILTER
               WHEN "OPERATOR"
                   MOVE PARM-VALUE TO OPERATOR-FILTER
                   DISPLAY "AUDRPT: OPERATOR  " OPERATOR-FILTER
               WHEN OTHER
                   DISPLAY "AUDRPT: UNKNOWN AUDQPARM KEYWORD - "
                       PARM-KEYWORD
               AND AUDIT-RUN-ID NOT = RUN-ID-FILTER
               MOVE "N" TO RECORD-SELECTED-SWITCH
           END-IF
           IF OPERATOR-FILTER NOT = SPACES
               AND AUDIT-OPERATOR-ID NOT = OPERATOR-FILTER
               MOVE "N" TO RECORD-SELECTED-SWITCH
           END-IF
           IF SEARCH-LENGTH > ZERO AND RECORD-SELECTED
               PERFORM SCAN-AUDIT-INPUT
               IF NOT SEARCH-FOUND
           MOVE AUDIT-PROGRAM TO DET-PROGRAM
           MOVE AUDIT-INPUT TO DET-INPUT
           MOVE AUDIT-RESULT TO DET-RESULT
           MOVE AUDIT-OPERATOR-ID TO DET-OPERATOR
           WRITE PRINT-LINE FROM DETAIL-LINE
           ADD 1 TO LINE-COUNT.

