      ******************************************************************
      * Author: Fábio Correia
      * Date: 2026-10-15
      * Purpose: study - the control block every caller passes to the
      *          PWDHASH subprogram: the operator id and the password
      *          as keyed go in, the value kept on OPERPROF (OPRREC
      *          OPR-PASSWORD-HASH) comes back. OPMENU hashes what is
      *          keyed at sign-on and password change, OPRMAINT what
      *          a supervisor sets - one computation, shared, so a
      *          password set in one cannot fail to match in the
      *          other.
      * Tectonics: cobc (COPY PWDHASHC)
      ******************************************************************
       01  PASSWORD-HASH-CONTROL.
           05  PWH-OPERATOR-ID       PIC X(08).
           05  PWH-PASSWORD          PIC X(16).
           05  PWH-HASH              PIC 9(09).
