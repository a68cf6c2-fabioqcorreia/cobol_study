      ******************************************************************
      * Author: Fábio Correia
      * Date: 2026-10-15
      * Purpose: study - shared EQPICKUP supplier pickup log record
      *          layout. On every RUNCAL processing day EQCOLLECT
      *          appends one of these per supplier file it looks for:
      *          the business date, the file and the system-id its
      *          header carried, the wall date and time the file was
      *          picked up, and what became of it - PASSED, HELD, or
      *          ABSENT when there was no file to pick up (the date
      *          and time are then when EQCOLLECT looked). A restarted
      *          window appends again, so the log can hold several
      *          rows per supplier and night; EQDEADLN takes the
      *          earliest one that found the file.
      * Tectonics: cobc (COPY EQPCKREC)
      ******************************************************************
       01  SUPPLIER-PICKUP-RECORD.
           05  PCK-BUSINESS-DATE     PIC X(08).
           05  FILLER                PIC X(01).
           05  PCK-SUPPLIER-FILE     PIC X(08).
           05  FILLER                PIC X(01).
           05  PCK-SYSTEM-ID         PIC X(08).
           05  FILLER                PIC X(01).
           05  PCK-PICKUP-DATE       PIC X(08).
           05  FILLER                PIC X(01).
           05  PCK-PICKUP-TIME       PIC X(06).
           05  FILLER                PIC X(01).
           05  PCK-STATE             PIC X(08).
           05  FILLER                PIC X(01).
           05  PCK-RUN-ID            PIC X(14).
