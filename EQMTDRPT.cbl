      *          month's nights one per line - run date, run
      *          identifier, record count, result-type mix and reject
      *          count - followed by the monthly totals, with the
      *          busiest night flagged, to EQMTDLSTyyyymm. The operator
      *          supplies the month (YYYYMM) or takes the current one
      *          by default. The nightly EQSUMRPT summary stays as it
      *          is; this is the period layer on top of it.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  As a step of RUNBATCH's month-end stream (RUN-BY-
      *             WINDOW, see RUNID) the month is not
      *             asked for: it is the month of the business date
      *             the stream runs for.
      * 2026-10-15  The report is written to EQMTDLSTyyyymm, named for
      *             the month reported, instead of EQMTDLST - a window
      *             that catches up an earlier month end ahead of
      *             tonight's no longer overwrites the caught-up
      *             month's report before it can be sent on.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQMTDRPT.
           SELECT MTD-TOTALS-FILE ASSIGN TO "EQMTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MTD-TOTALS-STATUS.
           SELECT MONTH-REPORT-FILE ASSIGN USING MONTH-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MONTH-REPORT-STATUS.
       DATA DIVISION.
       01 PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RUNID.
       01 MTD-TOTALS-STATUS PIC X(02).
       01 MONTH-REPORT-STATUS PIC X(02).
       01 MONTH-REPORT-NAME PIC X(14).
       01 REPORT-MONTH PIC X(06).
       01 REPORT-DATE PIC X(08).
       01 NIGHT-COUNT PIC 9(05) VALUE ZERO.
           MOVE SPACES TO BUSIEST-RUN-ID
           MOVE "N" TO END-OF-TOTALS-SWITCH

      * As a window step (RUNBATCH raised RUN-BY-WINDOW) the month
      * is the business date's; nobody is there to answer.
           IF NOT RUN-BY-WINDOW
               DISPLAY "EQMTDRPT: ENTER MONTH (YYYYMM) OR BLANK FOR "
                   "THE CURRENT MONTH: " WITH NO ADVANCING
               ACCEPT REPORT-MONTH
           ELSE
               MOVE BUSINESS-DATE (1:6) TO REPORT-MONTH
               DISPLAY "EQMTDRPT: MONTH-END REPORT FOR " REPORT-MONTH
           END-IF
           ACCEPT REPORT-DATE FROM DATE YYYYMMDD
           IF REPORT-MONTH = SPACES
               MOVE REPORT-DATE (1:6) TO REPORT-MONTH
               DISPLAY "EQMTDRPT: MONTH NOT YYYYMM - " REPORT-MONTH
               MOVE 1 TO RETURN-CODE
               GOBACK.
           MOVE SPACES TO MONTH-REPORT-NAME
           STRING "EQMTDLST" DELIMITED BY SIZE
               REPORT-MONTH DELIMITED BY SIZE
               INTO MONTH-REPORT-NAME

           OPEN INPUT MTD-TOTALS-FILE
           IF MTD-TOTALS-STATUS NOT = "00"

           OPEN OUTPUT MONTH-REPORT-FILE
           IF MONTH-REPORT-STATUS NOT = "00"
               DISPLAY "EQMTDRPT: " MONTH-REPORT-NAME
                   " NOT AVAILABLE - STATUS " MONTH-REPORT-STATUS
               CLOSE MTD-TOTALS-FILE
               MOVE 1 TO RETURN-CODE
               GOBACK.
           CLOSE MONTH-REPORT-FILE

           DISPLAY "EQMTDRPT: " NIGHT-COUNT " NIGHTS IN "
               REPORT-MONTH " REPORTED TO " MONTH-REPORT-NAME
           GOBACK.

      ******************************************************************
