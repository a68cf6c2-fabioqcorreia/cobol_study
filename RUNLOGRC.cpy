      *          one layout here so the two cannot drift out of step,
      *          the same reason CKPTREC and RUNLOCK exist. LOG-START
      *          and LOG-END are YYYYMMDDHHMMSS timestamps; a skipped
      *          step carries the word SKIPPED in LOG-END instead. A
      *          resumed window opens with WINDOW-RESUME in place of
      *          WINDOW-START, under the interrupted run's id, with
      *          any RESTART-FROM step name in LOG-END.
      * Tectonics: cobc (COPY RUNLOGRC)
      ******************************************************************
      * Modification History:
      * 2026-09-02  Added LOG-BUSINESS-DATE (see RUNID) at the end of
      *             the record, so one business day's steps group
      *             together no matter when they physically ran.
      * 2026-10-15  WINDOW-RESUME documented (RUNBATCH resume mode).
      * 2026-10-15  Added LOG-OPERATOR-ID (see RUNID) at the end of the
      *             record: the operator signed on to OPMENU who
      *             launched the window, blank when it was run any
      *             other way.
      ******************************************************************
       01  RUN-LOG-RECORD.
           05  LOG-RUN-ID            PIC X(14).
           05  LOG-RETURN-CODE       PIC 9(04).
           05  FILLER                PIC X(01).
           05  LOG-BUSINESS-DATE     PIC X(08).
           05  FILLER                PIC X(01).
           05  LOG-OPERATOR-ID       PIC X(08).
