      *          identifier) when a window ends clean. Day type P is
      *          a processing day, N a non-processing day (holiday -
      *          no EQINPUT transmission is due).
      *          The period-end markers say which extra job streams
      *          RUNBATCH runs after the nightly steps on that date: Y
      *          in CAL-WEEK-END for the weekly housekeeping, Y in
      *          CAL-MONTH-END (or CAL-QUARTER-END - a quarter end is
      *          always a month end too) for the month-end stream. The
      *          month-end stream keeps its own status: PENDING from
      *          the moment a window starts on a month-end date until
      *          the stream finishes, then COMPLETE with the run that
      *          finished it. A PENDING month end is picked up again
      *          by the next window. Records written before the markers
      *          existed read as spaces - no period end.
      * Tectonics: cobc (COPY RUNCALRC)
      ******************************************************************
      * Modification History:
      * 2026-10-15  Week-end, month-end and quarter-end markers and
      *             the month-end stream status and run identifier
      *             added after CAL-COMPLETE-RUN-ID.
      ******************************************************************
       01  RUN-CALENDAR-RECORD.
           05  CAL-BUSINESS-DATE     PIC X(08).
           05  CAL-STATUS            PIC X(08).
           05  FILLER                PIC X(01).
           05  CAL-COMPLETE-RUN-ID   PIC X(14).
           05  FILLER                PIC X(01).
           05  CAL-WEEK-END          PIC X(01).
           05  CAL-MONTH-END         PIC X(01).
           05  CAL-QUARTER-END       PIC X(01).
           05  FILLER                PIC X(01).
           05  CAL-MONTH-END-STATUS  PIC X(08).
           05  FILLER                PIC X(01).
           05  CAL-MONTH-END-RUN-ID  PIC X(14).
