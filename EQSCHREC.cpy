      ******************************************************************
      * Author: Fábio Correia
      * Date: 2026-10-15
      * Purpose: study - shared EQSCHED supplier transmission schedule
      *          record layout, one record per supplier file EQCOLLECT
      *          picks up, maintained by operations. SCH-PROCESS-DAYS
      *          holds one Y/N flag per weekday, Monday first, for the
      *          days the supplier is expected to transmit; RUNCAL
      *          non-processing days are never due, whatever the
      *          flags say. The cut-off is the latest pickup time that
      *          still counts as on time: HHMM on the business date
      *          itself, or on the calendar day after it when
      *          SCH-CUTOFF-NEXT-DAY is Y (a window that runs past
      *          midnight). SCH-CONTACT is who the escalation goes
      *          to. A record with "*" in column 1 is a comment.
      * Tectonics: cobc (COPY EQSCHREC)
      ******************************************************************
       01  SUPPLIER-SCHEDULE-RECORD.
           05  SCH-SUPPLIER-FILE     PIC X(08).
           05  FILLER                PIC X(01).
           05  SCH-SYSTEM-ID         PIC X(08).
           05  FILLER                PIC X(01).
           05  SCH-PROCESS-DAYS      PIC X(07).
           05  SCH-PROCESS-DAY-TABLE REDEFINES SCH-PROCESS-DAYS.
               10  SCH-PROCESS-DAY   PIC X(01) OCCURS 7 TIMES.
           05  FILLER                PIC X(01).
           05  SCH-CUTOFF-TIME       PIC X(04).
           05  FILLER                PIC X(01).
           05  SCH-CUTOFF-NEXT-DAY   PIC X(01).
           05  FILLER                PIC X(01).
           05  SCH-CONTACT           PIC X(30).
