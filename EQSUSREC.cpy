      *          record number within that run is the key a
      *          correction uses to point at its original reject.
      * Tectonics: cobc (COPY EQSUSREC)
      ******************************************************************
      * Modification History:
      * 2026-10-15  Added SUS-FIX-DATE at the end of the record: the
      *             date EQRECYCLE first fed the reject's correction
      *             into EQVALID (blank while the reject is OPEN, and
      *             on entries corrected before the field existed), so
      *             the supplier scorecard can say how many days a
      *             supplier takes to fix what it broke. SUS-SYSTEM-ID
      *             is now the supplier that sent the record even when
      *             it arrived through the combined EQCOLLECT batch.
      ******************************************************************
       01  SUSPENSE-RECORD.
           05  SUS-RUN-ID            PIC X(14).
           05  SUS-DISPOSITION       PIC X(06).
           05  FILLER                PIC X(01).
           05  SUS-RECORD-IMAGE      PIC X(40).
           05  FILLER                PIC X(01).
           05  SUS-FIX-DATE          PIC X(08).
