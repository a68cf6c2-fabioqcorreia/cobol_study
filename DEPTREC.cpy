      *          EQDEPSPLIT (which shows the department name on its
      *          per-department total blocks), so the two cannot drift
      *          out of step - the same reason EQOUTREC and AUDITREC
      *          exist. One record per department allowed to submit
      *          equations.
      * Tectonics: cobc (COPY DEPTREC)
      ******************************************************************
      * Modification History:
      * 2026-10-15  DEPTREF is now maintained by DEPTMAINT from
      *             DEPTTRAN transactions (add, rename, deactivate,
      *             reactivate) instead of by hand, and each record
      *             carries its effective dates: DEPT-EFF-FROM is the
      *             date the department became active, DEPT-EFF-TO
      *             the date it was deactivated as of (blank while
      *             active), DEPT-NAME-FROM the date the current name
      *             took effect, with the name it replaced kept in
      *             DEPT-PRIOR-NAME. A department is active on a date
      *             on or after DEPT-EFF-FROM and before DEPT-EFF-TO.
      *             A record keyed by hand in the old 29-byte layout
      *             reads with the new fields blank - active since
      *             always - so existing files need no conversion.
      ******************************************************************
       01  DEPARTMENT-RECORD.
           05  DEPT-CODE             PIC X(04).
           05  FILLER                PIC X(01).
           05  DEPT-NAME             PIC X(24).
           05  FILLER                PIC X(01).
           05  DEPT-EFF-FROM         PIC X(08).
           05  FILLER                PIC X(01).
           05  DEPT-EFF-TO           PIC X(08).
           05  FILLER                PIC X(01).
           05  DEPT-NAME-FROM        PIC X(08).
           05  FILLER                PIC X(01).
           05  DEPT-PRIOR-NAME       PIC X(24).
