      *             the chain fields so the chain covers it: entries
      *             now group by the business day the window belongs
      *             to, no matter when it physically ran.
      * 2026-10-15  Added AUDIT-OPERATOR-ID (see RUNID), ahead of the
      *             chain fields so the chain covers it: the operator
      *             signed on to OPMENU when the entry was written -
      *             blank for anything not launched from the menu.
      *             Entries sealed at the old length no longer verify.
      *             At cut-over, before the first window that runs the
      *             weekly stream, archive the old log with AUDARCH
      *             (cutoff month after the cut-over month), then start
      *             a fresh AUDITLOG and AUDCHAIN and remove the AUDBASE
      *             the roll-off leaves - otherwise the weekly stream
      *             stops at AUDVERIF and EMPCHECK, EMPBKUP and EMPMAINT
      *             never run.
      ******************************************************************
       01  AUDIT-LOG-RECORD.
           05  AUDIT-DATE            PIC X(08).
           05  AUDIT-RESULT          PIC X(40).
           05  AUDIT-RUN-ID          PIC X(14).
           05  AUDIT-BUSINESS-DATE   PIC X(08).
           05  AUDIT-OPERATOR-ID     PIC X(08).
           05  AUDIT-SEQ-NUMBER      PIC 9(09).
           05  AUDIT-CHAIN           PIC 9(09).
