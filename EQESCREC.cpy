      ******************************************************************
      * Author: Fábio Correia
      * Date: 2026-10-15
      * Purpose: study - shared EQESCAL supplier escalation record
      *          layout. EQDEADLN rewrites the file every run with one
      *          record per supplier that was LATE or MISSING against
      *          its EQSCHED schedule for the business date, ready for
      *          operations to forward to the contact named: the
      *          cut-off it was held to, when the file was picked up
      *          (for MISSING, when EQCOLLECT last looked - blank if
      *          it never did), and the run that checked it. An empty
      *          file means every supplier due was on time.
      * Tectonics: cobc (COPY EQESCREC)
      ******************************************************************
       01  SUPPLIER-ESCALATION-RECORD.
           05  ESC-BUSINESS-DATE     PIC X(08).
           05  FILLER                PIC X(01).
           05  ESC-SUPPLIER-FILE     PIC X(08).
           05  FILLER                PIC X(01).
           05  ESC-SYSTEM-ID         PIC X(08).
           05  FILLER                PIC X(01).
           05  ESC-CONDITION         PIC X(07).
           05  FILLER                PIC X(01).
           05  ESC-CUTOFF-DATE       PIC X(08).
           05  FILLER                PIC X(01).
           05  ESC-CUTOFF-TIME       PIC X(04).
           05  FILLER                PIC X(01).
           05  ESC-PICKUP-DATE       PIC X(08).
           05  FILLER                PIC X(01).
           05  ESC-PICKUP-TIME       PIC X(06).
           05  FILLER                PIC X(01).
           05  ESC-CONTACT           PIC X(30).
           05  FILLER                PIC X(01).
           05  ESC-RUN-ID            PIC X(14).
