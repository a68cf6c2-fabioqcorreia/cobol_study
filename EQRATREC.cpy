      ******************************************************************
      * Author: Fábio Correia
      * Date: 2026-10-15
      * Purpose: study - EQRATES chargeback rate table record layout:
      *          the price of one EQ_SEG_GRAU result, keyed by
      *          requester/department code (as on DEPTREF) and result
      *          type (R real, D repeated, C complex, L linear, E
      *          error - the OUT-RESULT-TYPE codes in EQOUTREC). A
      *          department code of **** carries the standard rate
      *          for that result type, charged to every department
      *          without a row of its own; the table must hold a
      *          standard row for all five types. RATE-PER-RESULT has
      *          four implied decimals (0000500 is 0.0500). The file
      *          is maintained by hand, like DEPTREF.
      * Tectonics: cobc (COPY EQRATREC)
      ******************************************************************
       01  CHARGE-RATE-RECORD.
           05  RATE-DEPT-CODE        PIC X(04).
           05  FILLER                PIC X(01).
           05  RATE-RESULT-TYPE      PIC X(01).
           05  FILLER                PIC X(01).
           05  RATE-PER-RESULT       PIC 9(03)V9(04).
