      *             being appended in date order - the archived
      *             records are then a contiguous prefix of the
      *             chain and the kept tail stays verifiable.
      * 2026-10-15  Archive and keep-work records widened from PIC
      *             X(160) to PIC X(180): the AUDITLOG entry now
      *             carries the operator ID (see AUDITREC).
      * 2026-10-15  As a step of RUNBATCH's month-end stream (RUN-BY-
      *             WINDOW, see RUNID) the cutoff is not
      *             asked for: it is the month of the business date
      *             the stream runs for, so everything before that
      *             month is rolled off.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDARCH.
           COPY AUDITREC.

       FD  ARCHIVE-FILE.
       01 ARCHIVE-RECORD PIC X(180).

       FD  KEEP-WORK-FILE.
       01 KEEP-WORK-RECORD PIC X(180).

       FD  BASE-ANCHOR-FILE.
           COPY AUDCHREC.

       WORKING-STORAGE SECTION.
           COPY RUNID.
       01 AUDIT-LOG-STATUS PIC X(02).
       01 ARCHIVE-STATUS PIC X(02).
       01 KEEP-WORK-STATUS PIC X(02).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
      * As a window step (RUNBATCH raised RUN-BY-WINDOW) the cutoff
      * is the business date's month; nobody is there to answer.
           IF NOT RUN-BY-WINDOW
               DISPLAY "AUDARCH: ENTER CUTOFF MONTH (YYYYMM) OR BLANK "
                   "FOR THE CURRENT MONTH: " WITH NO ADVANCING
               ACCEPT CUTOFF-MONTH
           ELSE
               MOVE BUSINESS-DATE (1:6) TO CUTOFF-MONTH
           END-IF
           IF CUTOFF-MONTH = SPACES
               ACCEPT CURRENT-DATE-WORK FROM DATE YYYYMMDD
               MOVE CURRENT-DATE-WORK (1:6) TO CUTOFF-MONTH
