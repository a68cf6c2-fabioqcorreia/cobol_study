      ******************************************************************
      * Author: Fábio Correia
      * Date: 2026-10-15
      * Purpose: study - shared OPERPROF operator profile record
      *          layout. OPMENU signs operators on against it and
      *          OPRMAINT maintains it; one layout here so the two
      *          cannot drift out of step. One record per operator:
      *            - the role decides which OPMENU options are
      *              offered: V viewer (inquiries and reports), O
      *              operator (also the runs and changes that do not
      *              touch the window), S supervisor (everything,
      *              including the batch window, clearing the window
      *              lock and profile maintenance);
      *            - the password is never kept, only its PWDHASH
      *              value, and it stops working on OPR-PASSWORD-
      *              EXPIRES - the operator must choose a new one to
      *              sign on (a password OPRMAINT sets is already
      *              expired, so it is only ever good for that);
      *            - OPR-FAILED-COUNT counts wrong passwords since the
      *              last good sign-on; reaching the limit OPMENU
      *              holds locks the profile (status L) until a
      *              supervisor unlocks it, and a supervisor can also
      *              disable a profile outright (status D).
      * Tectonics: cobc (COPY OPRREC)
      ******************************************************************
       01  OPERATOR-PROFILE-RECORD.
           05  OPR-ID                PIC X(08).
           05  FILLER                PIC X(01).
           05  OPR-NAME              PIC X(30).
           05  FILLER                PIC X(01).
           05  OPR-ROLE              PIC X(01).
           05  FILLER                PIC X(01).
           05  OPR-PASSWORD-HASH     PIC 9(09).
           05  FILLER                PIC X(01).
           05  OPR-PASSWORD-EXPIRES  PIC X(08).
           05  FILLER                PIC X(01).
           05  OPR-FAILED-COUNT      PIC 9(01).
           05  FILLER                PIC X(01).
           05  OPR-STATUS            PIC X(01).
           05  FILLER                PIC X(01).
           05  OPR-LAST-SIGN-ON      PIC X(14).
