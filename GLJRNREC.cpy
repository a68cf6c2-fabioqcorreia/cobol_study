      ******************************************************************
      * Author: Fábio Correia
      * Date: 2026-10-15
      * Purpose: study - general-ledger journal interface record
      *          layouts, written by EQCHARGE at month end: one "D"
      *          entry line per department charged (a debit to the
      *          department's cost centre) plus the offsetting credit
      *          to the operations cost centre, closed by a "T"
      *          trailer carrying the entry count and the debit and
      *          credit totals, which must agree before the file is
      *          released to the ledger. Amounts have two implied
      *          decimals. The record type byte tells an entry from
      *          the trailer.
      * Tectonics: cobc (COPY GLJRNREC REPLACING LEADING ==GLJ==
      *            BY ==file-prefix==)
      ******************************************************************
       01  GLJ-ENTRY-RECORD.
           05  GLJ-ENT-RECORD-TYPE   PIC X(01).
           05  FILLER                PIC X(01).
           05  GLJ-ENT-PERIOD        PIC X(06).
           05  FILLER                PIC X(01).
           05  GLJ-ENT-COST-CENTRE   PIC X(08).
           05  FILLER                PIC X(01).
           05  GLJ-ENT-ACCOUNT       PIC X(08).
           05  FILLER                PIC X(01).
           05  GLJ-ENT-DEBIT-CREDIT  PIC X(01).
           05  FILLER                PIC X(01).
           05  GLJ-ENT-AMOUNT        PIC 9(11)V99.
           05  FILLER                PIC X(01).
           05  GLJ-ENT-DESCRIPTION   PIC X(30).
       01  GLJ-TRAILER-RECORD.
           05  GLJ-TLR-RECORD-TYPE   PIC X(01).
           05  FILLER                PIC X(01).
           05  GLJ-TLR-PERIOD        PIC X(06).
           05  FILLER                PIC X(01).
           05  GLJ-TLR-ENTRY-COUNT   PIC 9(07).
           05  FILLER                PIC X(01).
           05  GLJ-TLR-DEBIT-TOTAL   PIC 9(13)V99.
           05  FILLER                PIC X(01).
           05  GLJ-TLR-CREDIT-TOTAL  PIC 9(13)V99.
