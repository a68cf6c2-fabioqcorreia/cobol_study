      ******************************************************************
      * Author: Fábio Correia
      * Date: 2026-10-15
      * Purpose: study - shared EQANORES anomaly-check result record
      *          layout. EQANOMLY rewrites the file with one record
      *          each time it runs: the run and business date it
      *          checked, how many trailing EQMTD nights it compared
      *          with, how many measures fell outside their RUNPARMS
      *          thresholds and the first of them, and the outcome -
      *          CLEAN, WARNING (anomalies, window let through),
      *          FAILED (anomalies, ANOMALY-FAIL stopped the window),
      *          NO HISTORY (too few nights to compare with) or NOT
      *          POSTED (nothing on EQMTD for the run). OPSTAT shows
      *          it; EQANOLST has the detail.
      * Tectonics: cobc (COPY EQANOREC)
      ******************************************************************
       01  ANOMALY-RESULT-RECORD.
           05  ANO-RUN-ID            PIC X(14).
           05  FILLER                PIC X(01).
           05  ANO-BUSINESS-DATE     PIC X(08).
           05  FILLER                PIC X(01).
           05  ANO-CHECK-STAMP       PIC X(14).
           05  FILLER                PIC X(01).
           05  ANO-NIGHTS-COMPARED   PIC 9(02).
           05  FILLER                PIC X(01).
           05  ANO-ANOMALY-COUNT     PIC 9(02).
           05  FILLER                PIC X(01).
           05  ANO-RESULT            PIC X(10).
           05  FILLER                PIC X(01).
           05  ANO-FIRST-MEASURE     PIC X(16).
