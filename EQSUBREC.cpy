      *          balancing investigation after a short night can say
      *          exactly which supplier's records are in the batch
      *          and which were held back.
      * Tectonics: cobc (COPY EQSUBREC REPLACING LEADING ==SUB==
      *            BY ==file-prefix== for a second file of the layout)
      ******************************************************************
      * Modification History:
      * 2026-10-15  Added SUB-RUN-ID and SUB-BUSINESS-DATE (see RUNID)
      *             at the end of the record. EQSUBCTL is rewritten
      *             every night, so EQCOLLECT now also appends each
      *             record to the cumulative EQSUBHST history, and the
      *             two fields say which window and business day a
      *             history row belongs to - the monthly supplier
      *             scorecard (EQSCORE) counts batches sent, held and
      *             refused from it. EQEDIT reads the PASSED rows of
      *             EQSUBCTL to tell which supplier sent each record
      *             of the combined EQINPUT.
      ******************************************************************
       01  SUB-BATCH-RECORD.
           05  SUB-SYSTEM-ID         PIC X(08).
           05  SUB-DETAIL-COUNT      PIC 9(07).
           05  FILLER                PIC X(01).
           05  SUB-STATUS            PIC X(08).
           05  FILLER                PIC X(01).
           05  SUB-RUN-ID            PIC X(14).
           05  FILLER                PIC X(01).
           05  SUB-BUSINESS-DATE     PIC X(08).
