      ******************************************************************
      * Author: Fábio Correia
      * Date: 2026-10-15
      * Purpose: study - shared EQDLNMTH monthly supplier deadline
      *          totals record layout, one record per month (YYYYMM of
      *          the business date) and supplier file. EQDEADLN counts
      *          every night the supplier was due, and how many of
      *          those it was LATE or MISSING. DLM-LAST-DATE and
      *          DLM-LAST-RESULT remember the latest night counted and
      *          how it came out, so a rerun for the same night takes
      *          its earlier result back out before counting again.
      * Tectonics: cobc (COPY EQDLMREC)
      ******************************************************************
       01  DEADLINE-MONTH-RECORD.
           05  DLM-MONTH             PIC X(06).
           05  FILLER                PIC X(01).
           05  DLM-SUPPLIER-FILE     PIC X(08).
           05  FILLER                PIC X(01).
           05  DLM-SYSTEM-ID         PIC X(08).
           05  FILLER                PIC X(01).
           05  DLM-DUE-COUNT         PIC 9(03).
           05  FILLER                PIC X(01).
           05  DLM-LATE-COUNT        PIC 9(03).
           05  FILLER                PIC X(01).
           05  DLM-MISSING-COUNT     PIC 9(03).
           05  FILLER                PIC X(01).
           05  DLM-LAST-DATE         PIC X(08).
           05  FILLER                PIC X(01).
           05  DLM-LAST-RESULT       PIC X(07).
