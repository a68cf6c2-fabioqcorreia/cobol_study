      *          archives nothing twice.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  Default retention raised from 10 runs to 62. The
      *             month-end EQCHARGE prices every window of the month
      *             from its archive, and a month end left PENDING is
      *             caught up in the month after, so the default has
      *             to hold two months of nightly windows; at 10 the
      *             chargeback was withheld every month.
      ******************************************************************
      * The retention limit comes from the shared RUNPARMS steering
      * file (EQRES-KEEP=nnn, 1 to 199); a missing file or keyword,
      * or a value out of range, leaves the compiled-in default of
      * 62 runs - two months of nightly windows, so EQCHARGE can
      * still price a month end caught up in the month after.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQRESARC.
       01 FILE-RUN-ID PIC X(14) VALUE SPACES.
       01 RECORD-COUNT PIC 9(07) VALUE ZERO.
       01 CURRENT-ARCHIVES PIC 9(03) VALUE ZERO.
       01 KEEP-ARCHIVES PIC 9(03) VALUE 62.
       01 RUN-PARMS-STATUS PIC X(02).
       01 PARM-KEYWORD PIC X(20).
       01 PARM-VALUE PIC X(48).
           MOVE ZERO TO RECORD-COUNT
           MOVE ZERO TO CURRENT-ARCHIVES
           MOVE ZERO TO CATALOG-ENTRY-COUNT
           MOVE 62 TO KEEP-ARCHIVES
           MOVE SPACES TO FILE-RUN-ID
           MOVE "N" TO END-OF-PARMS-SWITCH
           MOVE "N" TO END-OF-RESULTS-SWITCH
