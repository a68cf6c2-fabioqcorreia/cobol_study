      ******************************************************************
      * Author: Fábio Correia
      * Date: 2026-10-15
      * Purpose: study - monthly supplier quality scorecard for the
      *          equation batch. For one month (YYYYMM, keyed by the
      *          operator or the current month by default) it lists,
      *          per supplier system-id: the batches it transmitted,
      *          how many of them EQCOLLECT held and how many it
      *          refused as re-sends (from the cumulative EQSUBHST
      *          history of the nightly EQSUBCTL); the detail records
      *          it sent and how many EQEDIT rejected, as a rate and
      *          broken down by reason code (from EQSUSP); how many
      *          of its rejects were corrected through EQRECYCLE; and
      *          the average and worst number of days from reject to
      *          fix. Suppliers print worst first, to EQSCRLST, so
      *          the monthly supplier meeting starts at the top of
      *          the page.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  Reason D02 (department not active on the business
      *             date, from DEPTMAINT's effective dates) broken out
      *             as its own column ahead of OTHER.
      ******************************************************************
      * How the figures are counted:
      *   - a batch is one supplier system-id and create date on one
      *     business date; a window restart writes its EQSUBHST rows
      *     again and the later row replaces the earlier one, so a
      *     restarted night is not counted twice.
      *   - TRANSMITTED is every batch, HELD the ones EQCOLLECT held
      *     for a count or format problem, REFUSED the ones it held as
      *     a re-send of an already registered batch (DUPHELD).
      *     DETAILS is the detail count of the batches that passed -
      *     a held batch's records were never edited.
      *   - REJECTS are the EQSUSP entries rejected in the month, by
      *     EQEDIT reason code (x01/x02 are coefficient x's sign and
      *     digits); a code not in the list lands in OTHER.
      *   - CORRECTED are the entries whose fix EQRECYCLE fed in the
      *     month. Entries corrected before the fix date was kept
      *     count as corrected in the month they were rejected but
      *     cannot be timed, so they stay out of the day figures.
      *   - days use EQAGERPT's approximate day serial (years*365 +
      *     months*30 + days).
      *   - worst first means most batches held or refused, then the
      *     highest reject rate, then the most rejects.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQSCORE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUB-HISTORY-FILE ASSIGN TO "EQSUBHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUB-HISTORY-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "EQSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPENSE-STATUS.
           SELECT SCORE-REPORT-FILE ASSIGN TO "EQSCRLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCORE-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUB-HISTORY-FILE.
           COPY EQSUBREC.

       FD  SUSPENSE-FILE.
           COPY EQSUSREC.

       FD  SCORE-REPORT-FILE.
       01 PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 SUB-HISTORY-STATUS PIC X(02).
       01 SUSPENSE-STATUS PIC X(02).
       01 SCORE-REPORT-STATUS PIC X(02).
       01 REPORT-MONTH PIC X(06).
       01 REPORT-DATE PIC X(08).
       01 HISTORY-READ-COUNT PIC 9(07) VALUE ZERO.
       01 SUSPENSE-READ-COUNT PIC 9(07) VALUE ZERO.
       01 END-OF-HISTORY-SWITCH PIC X(01) VALUE "N".
          88 END-OF-HISTORY VALUE "Y".
       01 END-OF-SUSPENSE-SWITCH PIC X(01) VALUE "N".
          88 END-OF-SUSPENSE VALUE "Y".
       01 SERIAL-DATE-WORK PIC X(08).
       01 SERIAL-YEAR PIC 9(04).
       01 SERIAL-MONTH PIC 9(02).
       01 SERIAL-DAY PIC 9(02).
       01 DATE-SERIAL PIC 9(07).
       01 REJECT-SERIAL PIC 9(07) VALUE ZERO.
       01 FIX-DAYS PIC 9(05) VALUE ZERO.
       01 CURRENT-SYSTEM-ID PIC X(08).

      * The month's batches, one entry per system-id, create date and
      * business date - a restarted night's later row overwrites.
       01 BATCH-TABLE.
          05 BATCH-ENTRY-COUNT PIC 9(04) VALUE ZERO.
          05 BATCH-ENTRY OCCURS 1000 TIMES.
             10 BAT-SYSTEM-ID PIC X(08).
             10 BAT-CREATE-DATE PIC X(08).
             10 BAT-BUSINESS-DATE PIC X(08).
             10 BAT-DETAIL-COUNT PIC 9(07).
             10 BAT-STATUS PIC X(08).
       01 BATCH-LIMIT PIC 9(04) VALUE 1000.
       01 BATCH-SUB PIC 9(04).
       01 BATCH-HIT-INDEX PIC 9(04) VALUE ZERO.
       01 BATCH-HIT-SWITCH PIC X(01).
          88 BATCH-HIT VALUE "Y".
       01 BATCH-TABLE-FULL-SWITCH PIC X(01) VALUE "N".
          88 BATCH-TABLE-FULL VALUE "Y".

      * The EQEDIT reason codes broken out, in print order; a code
      * not found here counts in the last (OTHER) bucket.
       01 REASON-CODE-LIST PIC X(27)
          VALUE "R01A01A02B01B02C01C02D01D02".
       01 REASON-CODE-TABLE REDEFINES REASON-CODE-LIST.
          05 REASON-CODE-ENTRY OCCURS 9 TIMES PIC X(03).
       01 REASON-LIMIT PIC 9(02) VALUE 9.
       01 REASON-OTHER-INDEX PIC 9(02) VALUE 10.
       01 REASON-SUB PIC 9(02).
       01 REASON-HIT-INDEX PIC 9(02) VALUE ZERO.

       01 SUPPLIER-TABLE.
          05 SUPPLIER-ENTRY-COUNT PIC 9(03) VALUE ZERO.
          05 SUPPLIER-ENTRY OCCURS 50 TIMES.
             10 SCR-SYSTEM-ID PIC X(08).
             10 SCR-BATCHES-SENT PIC 9(05).
             10 SCR-BATCHES-HELD PIC 9(05).
             10 SCR-BATCHES-REFUSED PIC 9(05).
             10 SCR-DETAILS-SENT PIC 9(07).
             10 SCR-REJECT-COUNT PIC 9(07).
             10 SCR-REASON-COUNT OCCURS 10 TIMES PIC 9(05).
             10 SCR-CORRECTED-COUNT PIC 9(07).
             10 SCR-TIMED-COUNT PIC 9(07).
             10 SCR-FIX-DAYS-TOTAL PIC 9(09).
             10 SCR-WORST-DAYS PIC 9(05).
             10 SCR-REJECT-RATE PIC 9(03)V9(02).
             10 SCR-RANK-KEY PIC 9(16).
       01 SUPPLIER-LIMIT PIC 9(03) VALUE 50.
       01 SUPPLIER-SUB PIC 9(03).
       01 SUPPLIER-HIT-INDEX PIC 9(03) VALUE ZERO.
       01 SUPPLIER-HIT-SWITCH PIC X(01).
          88 SUPPLIER-HIT VALUE "Y".
       01 SUPPLIER-TABLE-FULL-SWITCH PIC X(01) VALUE "N".
          88 SUPPLIER-TABLE-FULL VALUE "Y".

      * Print order: RANK-ORDER (n) is the supplier printed n-th.
       01 RANK-TABLE.
          05 RANK-ORDER OCCURS 50 TIMES PIC 9(03).
       01 RANK-SUB PIC 9(03).
       01 RANK-SCAN-SUB PIC 9(03).
       01 RANK-BEST-SUB PIC 9(03).
       01 RANK-SWAP PIC 9(03).

       01 MONTH-TOTALS.
          05 TOT-BATCHES-SENT PIC 9(07) VALUE ZERO.
          05 TOT-BATCHES-HELD PIC 9(07) VALUE ZERO.
          05 TOT-BATCHES-REFUSED PIC 9(07) VALUE ZERO.
          05 TOT-DETAILS-SENT PIC 9(09) VALUE ZERO.
          05 TOT-REJECT-COUNT PIC 9(09) VALUE ZERO.
          05 TOT-REASON-COUNT OCCURS 10 TIMES PIC 9(07).
          05 TOT-CORRECTED-COUNT PIC 9(09) VALUE ZERO.
          05 TOT-TIMED-COUNT PIC 9(09) VALUE ZERO.
          05 TOT-FIX-DAYS-TOTAL PIC 9(11) VALUE ZERO.
          05 TOT-WORST-DAYS PIC 9(05) VALUE ZERO.
       01 RATE-WORK PIC 9(03)V9(02).
       01 AVERAGE-WORK PIC 9(04)V9(01).

       01 HEADING-LINE-1.
          05 FILLER PIC X(40)
             VALUE "EQUATION SUPPLIER QUALITY SCORECARD".
          05 FILLER PIC X(06) VALUE "MONTH ".
          05 HDG-MONTH PIC X(06).
          05 FILLER PIC X(11) VALUE "  RUN DATE ".
          05 HDG-RUN-DATE PIC X(08).
          05 FILLER PIC X(61) VALUE SPACES.

       01 HEADING-LINE-2.
          05 FILLER PIC X(14) VALUE SPACES.
          05 FILLER PIC X(18) VALUE " ---- BATCHES ----".
          05 FILLER PIC X(22) VALUE SPACES.
          05 FILLER PIC X(50)
             VALUE "  ------------ REJECTS BY REASON CODE ------------".
          05 FILLER PIC X(28)
             VALUE "  ------- CORRECTED -------".

       01 COLUMN-HEADING-LINE.
          05 FILLER PIC X(05) VALUE "RANK".
          05 FILLER PIC X(09) VALUE "SUPPLIER".
          05 FILLER PIC X(06) VALUE " SENT".
          05 FILLER PIC X(06) VALUE " HELD".
          05 FILLER PIC X(06) VALUE " REFD".
          05 FILLER PIC X(08) VALUE "DETAILS".
          05 FILLER PIC X(08) VALUE "REJECTS".
          05 FILLER PIC X(06) VALUE " RATE%".
          05 FILLER PIC X(45)
             VALUE "  R01  A01  A02  B01  B02  C01  C02  D01  D02".
          05 FILLER PIC X(05) VALUE "  OTH".
          05 FILLER PIC X(08) VALUE "   FIXED".
          05 FILLER PIC X(08) VALUE "  AVG DY".
          05 FILLER PIC X(12) VALUE " WORST".

       01 SCORE-LINE.
          05 SCL-RANK PIC ZZ9.
          05 FILLER PIC X(02) VALUE SPACES.
          05 SCL-SYSTEM-ID PIC X(08).
          05 FILLER PIC X(01) VALUE SPACES.
          05 SCL-BATCHES-SENT PIC ZZZZ9.
          05 FILLER PIC X(01) VALUE SPACES.
          05 SCL-BATCHES-HELD PIC ZZZZ9.
          05 FILLER PIC X(01) VALUE SPACES.
          05 SCL-BATCHES-REFUSED PIC ZZZZ9.
          05 FILLER PIC X(01) VALUE SPACES.
          05 SCL-DETAILS-SENT PIC ZZZZZZ9.
          05 FILLER PIC X(01) VALUE SPACES.
          05 SCL-REJECT-COUNT PIC ZZZZZZ9.
          05 FILLER PIC X(01) VALUE SPACES.
          05 SCL-REJECT-RATE PIC ZZ9.99.
          05 SCL-REASON-GROUP OCCURS 10 TIMES.
             10 FILLER PIC X(01).
             10 SCL-REASON-COUNT PIC ZZZ9.
          05 FILLER PIC X(02) VALUE SPACES.
          05 SCL-CORRECTED-COUNT PIC ZZZZZ9.
          05 FILLER PIC X(02) VALUE SPACES.
          05 SCL-AVERAGE-DAYS PIC ZZZ9.9.
          05 FILLER PIC X(01) VALUE SPACES.
          05 SCL-WORST-DAYS PIC ZZZZ9.
          05 FILLER PIC X(06) VALUE SPACES.

       01 NOTE-LINE.
          05 FILLER PIC X(38)
             VALUE "WORST FIRST: BATCHES HELD OR REFUSED, ".
          05 FILLER PIC X(35)
             VALUE "THEN REJECT RATE, THEN REJECTS.   ".
          05 FILLER PIC X(59)
             VALUE "DAYS RUN FROM REJECT TO FIX FED BY EQRECYCLE.".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
      * A CALLed subprogram keeps last-used state, so everything a
      * prior call in the same OPMENU session may have left behind
      * is re-initialized before this report starts.
           MOVE ZERO TO HISTORY-READ-COUNT
           MOVE ZERO TO SUSPENSE-READ-COUNT
           MOVE ZERO TO BATCH-ENTRY-COUNT
           MOVE ZERO TO SUPPLIER-ENTRY-COUNT
           MOVE ZERO TO MONTH-TOTALS
           MOVE "N" TO END-OF-HISTORY-SWITCH
           MOVE "N" TO END-OF-SUSPENSE-SWITCH
           MOVE "N" TO BATCH-TABLE-FULL-SWITCH
           MOVE "N" TO SUPPLIER-TABLE-FULL-SWITCH

           DISPLAY "EQSCORE: ENTER MONTH (YYYYMM) OR BLANK FOR THE "
               "CURRENT MONTH: " WITH NO ADVANCING
           ACCEPT REPORT-MONTH
           ACCEPT REPORT-DATE FROM DATE YYYYMMDD
           IF REPORT-MONTH = SPACES
               MOVE REPORT-DATE (1:6) TO REPORT-MONTH
           END-IF
           IF REPORT-MONTH IS NOT NUMERIC
               DISPLAY "EQSCORE: MONTH NOT YYYYMM - " REPORT-MONTH
               MOVE 1 TO RETURN-CODE
               GOBACK.

      * No history yet just means no batch has been collected since
      * EQCOLLECT began keeping it - the reject side still reports.
           OPEN INPUT SUB-HISTORY-FILE
           IF SUB-HISTORY-STATUS = "00"
               PERFORM LOAD-ONE-BATCH THRU LOAD-ONE-BATCH-EXIT
                   UNTIL END-OF-HISTORY
               CLOSE SUB-HISTORY-FILE
           ELSE
               DISPLAY "EQSCORE: NO EQSUBHST HISTORY - STATUS "
                   SUB-HISTORY-STATUS " - BATCH COUNTS WILL BE ZERO"
           END-IF
           PERFORM TALLY-ONE-BATCH THRU TALLY-ONE-BATCH-EXIT
               VARYING BATCH-SUB FROM 1 BY 1
               UNTIL BATCH-SUB > BATCH-ENTRY-COUNT

           OPEN INPUT SUSPENSE-FILE
           IF SUSPENSE-STATUS = "00"
               PERFORM TALLY-ONE-SUSPENSE THRU TALLY-ONE-SUSPENSE-EXIT
                   UNTIL END-OF-SUSPENSE
               CLOSE SUSPENSE-FILE
           ELSE
               IF SUSPENSE-STATUS NOT = "35"
                   DISPLAY "EQSCORE: EQSUSP NOT AVAILABLE - STATUS "
                       SUSPENSE-STATUS
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN OUTPUT SCORE-REPORT-FILE
           IF SCORE-REPORT-STATUS NOT = "00"
               DISPLAY "EQSCORE: EQSCRLST NOT AVAILABLE - STATUS "
                   SCORE-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK.

           PERFORM COMPUTE-RANK-KEY
               VARYING SUPPLIER-SUB FROM 1 BY 1
               UNTIL SUPPLIER-SUB > SUPPLIER-ENTRY-COUNT
           PERFORM RANK-SUPPLIERS

           MOVE REPORT-MONTH TO HDG-MONTH
           MOVE REPORT-DATE TO HDG-RUN-DATE
           WRITE PRINT-LINE FROM HEADING-LINE-1
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM HEADING-LINE-2
           WRITE PRINT-LINE FROM COLUMN-HEADING-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE

           PERFORM PRINT-ONE-SUPPLIER
               VARYING RANK-SUB FROM 1 BY 1
               UNTIL RANK-SUB > SUPPLIER-ENTRY-COUNT
           IF SUPPLIER-ENTRY-COUNT = ZERO
               MOVE "NO SUPPLIER ACTIVITY IN THE MONTH" TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM PRINT-MONTH-TOTALS
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM NOTE-LINE
           IF BATCH-TABLE-FULL
               MOVE "BATCH TABLE FULL - LATER BATCHES NOT COUNTED"
                   TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           IF SUPPLIER-TABLE-FULL
               MOVE "SUPPLIER TABLE FULL - FURTHER SUPPLIERS NOT SHOWN"
                   TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           CLOSE SCORE-REPORT-FILE

           DISPLAY "EQSCORE: " SUPPLIER-ENTRY-COUNT " SUPPLIERS IN "
               REPORT-MONTH " SCORED TO EQSCRLST"
           GOBACK.

      ******************************************************************
      * Reads one EQSUBHST row. Rows of the month are kept as batches
      * keyed by system-id, create date and business date; a row for
      * a batch already kept is a restart of the same night and
      * replaces it.
      ******************************************************************
       LOAD-ONE-BATCH.
           READ SUB-HISTORY-FILE
               AT END
                   SET END-OF-HISTORY TO TRUE
                   GO TO LOAD-ONE-BATCH-EXIT
           END-READ

           ADD 1 TO HISTORY-READ-COUNT
           IF SUB-BUSINESS-DATE (1:6) NOT = REPORT-MONTH
               GO TO LOAD-ONE-BATCH-EXIT
           END-IF

           MOVE "N" TO BATCH-HIT-SWITCH
           MOVE ZERO TO BATCH-HIT-INDEX
           PERFORM CHECK-BATCH-ENTRY
               VARYING BATCH-SUB FROM 1 BY 1
               UNTIL BATCH-SUB > BATCH-ENTRY-COUNT
               OR BATCH-HIT
           IF NOT BATCH-HIT
               IF BATCH-ENTRY-COUNT < BATCH-LIMIT
                   ADD 1 TO BATCH-ENTRY-COUNT
                   MOVE BATCH-ENTRY-COUNT TO BATCH-HIT-INDEX
               ELSE
                   SET BATCH-TABLE-FULL TO TRUE
                   GO TO LOAD-ONE-BATCH-EXIT
               END-IF
           END-IF

           MOVE SUB-SYSTEM-ID TO BAT-SYSTEM-ID (BATCH-HIT-INDEX)
           MOVE SUB-CREATE-DATE TO BAT-CREATE-DATE (BATCH-HIT-INDEX)
           MOVE SUB-BUSINESS-DATE
               TO BAT-BUSINESS-DATE (BATCH-HIT-INDEX)
           MOVE ZERO TO BAT-DETAIL-COUNT (BATCH-HIT-INDEX)
           IF SUB-DETAIL-COUNT IS NUMERIC
               MOVE SUB-DETAIL-COUNT
                   TO BAT-DETAIL-COUNT (BATCH-HIT-INDEX)
           END-IF
           MOVE SUB-STATUS TO BAT-STATUS (BATCH-HIT-INDEX).

       LOAD-ONE-BATCH-EXIT.
           EXIT.

       CHECK-BATCH-ENTRY.
           IF BAT-SYSTEM-ID (BATCH-SUB) = SUB-SYSTEM-ID
               AND BAT-CREATE-DATE (BATCH-SUB) = SUB-CREATE-DATE
               AND BAT-BUSINESS-DATE (BATCH-SUB) = SUB-BUSINESS-DATE
               SET BATCH-HIT TO TRUE
               MOVE BATCH-SUB TO BATCH-HIT-INDEX
           END-IF.

      ******************************************************************
      * Adds one kept batch to its supplier's counts.
      ******************************************************************
       TALLY-ONE-BATCH.
           MOVE BAT-SYSTEM-ID (BATCH-SUB) TO CURRENT-SYSTEM-ID
           PERFORM FIND-SUPPLIER
           IF NOT SUPPLIER-HIT
               GO TO TALLY-ONE-BATCH-EXIT
           END-IF
           ADD 1 TO SCR-BATCHES-SENT (SUPPLIER-HIT-INDEX)
           ADD 1 TO TOT-BATCHES-SENT
           EVALUATE BAT-STATUS (BATCH-SUB)
               WHEN "PASSED"
                   ADD BAT-DETAIL-COUNT (BATCH-SUB)
                       TO SCR-DETAILS-SENT (SUPPLIER-HIT-INDEX)
                   ADD BAT-DETAIL-COUNT (BATCH-SUB)
                       TO TOT-DETAILS-SENT
               WHEN "HELD"
                   ADD 1 TO SCR-BATCHES-HELD (SUPPLIER-HIT-INDEX)
                   ADD 1 TO TOT-BATCHES-HELD
               WHEN "DUPHELD"
                   ADD 1 TO SCR-BATCHES-REFUSED (SUPPLIER-HIT-INDEX)
                   ADD 1 TO TOT-BATCHES-REFUSED
           END-EVALUATE.

       TALLY-ONE-BATCH-EXIT.
           EXIT.

      ******************************************************************
      * Reads one EQSUSP entry. One rejected in the month counts as a
      * reject under its reason code; one whose fix was fed in the
      * month counts as corrected and is timed reject-to-fix. An
      * entry corrected before the fix date was kept is counted as
      * corrected in its reject month, untimed.
      ******************************************************************
       TALLY-ONE-SUSPENSE.
           READ SUSPENSE-FILE
               AT END
                   SET END-OF-SUSPENSE TO TRUE
                   GO TO TALLY-ONE-SUSPENSE-EXIT
           END-READ

           ADD 1 TO SUSPENSE-READ-COUNT
           IF SUS-REJECT-DATE (1:6) NOT = REPORT-MONTH
               AND SUS-FIX-DATE (1:6) NOT = REPORT-MONTH
               GO TO TALLY-ONE-SUSPENSE-EXIT
           END-IF

           MOVE SUS-SYSTEM-ID TO CURRENT-SYSTEM-ID
           PERFORM FIND-SUPPLIER
           IF NOT SUPPLIER-HIT
               GO TO TALLY-ONE-SUSPENSE-EXIT
           END-IF

           IF SUS-REJECT-DATE (1:6) = REPORT-MONTH
               ADD 1 TO SCR-REJECT-COUNT (SUPPLIER-HIT-INDEX)
               ADD 1 TO TOT-REJECT-COUNT
               MOVE REASON-OTHER-INDEX TO REASON-HIT-INDEX
               PERFORM CHECK-REASON-CODE
                   VARYING REASON-SUB FROM 1 BY 1
                   UNTIL REASON-SUB > REASON-LIMIT
                   OR REASON-HIT-INDEX NOT = REASON-OTHER-INDEX
               ADD 1 TO SCR-REASON-COUNT
                   (SUPPLIER-HIT-INDEX REASON-HIT-INDEX)
               ADD 1 TO TOT-REASON-COUNT (REASON-HIT-INDEX)
           END-IF

           IF SUS-DISPOSITION = "OPEN"
               GO TO TALLY-ONE-SUSPENSE-EXIT
           END-IF
           IF SUS-FIX-DATE = SPACES
               IF SUS-REJECT-DATE (1:6) = REPORT-MONTH
                   ADD 1 TO SCR-CORRECTED-COUNT (SUPPLIER-HIT-INDEX)
                   ADD 1 TO TOT-CORRECTED-COUNT
               END-IF
               GO TO TALLY-ONE-SUSPENSE-EXIT
           END-IF
           IF SUS-FIX-DATE (1:6) NOT = REPORT-MONTH
               GO TO TALLY-ONE-SUSPENSE-EXIT
           END-IF

           ADD 1 TO SCR-CORRECTED-COUNT (SUPPLIER-HIT-INDEX)
           ADD 1 TO TOT-CORRECTED-COUNT
           IF SUS-REJECT-DATE IS NOT NUMERIC
               OR SUS-FIX-DATE IS NOT NUMERIC
               GO TO TALLY-ONE-SUSPENSE-EXIT
           END-IF
           MOVE SUS-REJECT-DATE TO SERIAL-DATE-WORK
           PERFORM COMPUTE-DATE-SERIAL
           MOVE DATE-SERIAL TO REJECT-SERIAL
           MOVE SUS-FIX-DATE TO SERIAL-DATE-WORK
           PERFORM COMPUTE-DATE-SERIAL
           MOVE ZERO TO FIX-DAYS
           IF DATE-SERIAL > REJECT-SERIAL
               COMPUTE FIX-DAYS = DATE-SERIAL - REJECT-SERIAL
           END-IF
           ADD 1 TO SCR-TIMED-COUNT (SUPPLIER-HIT-INDEX)
           ADD 1 TO TOT-TIMED-COUNT
           ADD FIX-DAYS TO SCR-FIX-DAYS-TOTAL (SUPPLIER-HIT-INDEX)
           ADD FIX-DAYS TO TOT-FIX-DAYS-TOTAL
           IF FIX-DAYS > SCR-WORST-DAYS (SUPPLIER-HIT-INDEX)
               MOVE FIX-DAYS TO SCR-WORST-DAYS (SUPPLIER-HIT-INDEX)
           END-IF
           IF FIX-DAYS > TOT-WORST-DAYS
               MOVE FIX-DAYS TO TOT-WORST-DAYS
           END-IF.

       TALLY-ONE-SUSPENSE-EXIT.
           EXIT.

       CHECK-REASON-CODE.
           IF REASON-CODE-ENTRY (REASON-SUB) = SUS-REASON-CODE
               MOVE REASON-SUB TO REASON-HIT-INDEX
           END-IF.

      ******************************************************************
      * Approximate day serial of SERIAL-DATE-WORK (YYYYMMDD):
      * years*365 + months*30 + days, as EQAGERPT ages its rejects.
      ******************************************************************
       COMPUTE-DATE-SERIAL.
           MOVE SERIAL-DATE-WORK (1:4) TO SERIAL-YEAR
           MOVE SERIAL-DATE-WORK (5:2) TO SERIAL-MONTH
           MOVE SERIAL-DATE-WORK (7:2) TO SERIAL-DAY
           COMPUTE DATE-SERIAL
               = SERIAL-YEAR * 365 + SERIAL-MONTH * 30 + SERIAL-DAY.

      ******************************************************************
      * Finds CURRENT-SYSTEM-ID's scorecard entry, creating it zeroed
      * on first sight. A full table leaves SUPPLIER-HIT off and the
      * supplier is counted nowhere but the table-full note.
      ******************************************************************
       FIND-SUPPLIER.
           MOVE "N" TO SUPPLIER-HIT-SWITCH
           MOVE ZERO TO SUPPLIER-HIT-INDEX
           PERFORM CHECK-SUPPLIER-ENTRY
               VARYING SUPPLIER-SUB FROM 1 BY 1
               UNTIL SUPPLIER-SUB > SUPPLIER-ENTRY-COUNT
               OR SUPPLIER-HIT
           IF NOT SUPPLIER-HIT
               IF SUPPLIER-ENTRY-COUNT < SUPPLIER-LIMIT
                   ADD 1 TO SUPPLIER-ENTRY-COUNT
                   MOVE SUPPLIER-ENTRY-COUNT TO SUPPLIER-HIT-INDEX
                   MOVE ZERO TO SUPPLIER-ENTRY (SUPPLIER-HIT-INDEX)
                   MOVE CURRENT-SYSTEM-ID
                       TO SCR-SYSTEM-ID (SUPPLIER-HIT-INDEX)
                   SET SUPPLIER-HIT TO TRUE
               ELSE
                   SET SUPPLIER-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       CHECK-SUPPLIER-ENTRY.
           IF SCR-SYSTEM-ID (SUPPLIER-SUB) = CURRENT-SYSTEM-ID
               SET SUPPLIER-HIT TO TRUE
               MOVE SUPPLIER-SUB TO SUPPLIER-HIT-INDEX
           END-IF.

      ******************************************************************
      * Works out a supplier's reject rate and folds the three
      * worst-first criteria into one descending key: batches held
      * or refused, then the rate (in hundredths), then the rejects.
      ******************************************************************
       COMPUTE-RANK-KEY.
           MOVE ZERO TO SCR-REJECT-RATE (SUPPLIER-SUB)
           IF SCR-DETAILS-SENT (SUPPLIER-SUB) > ZERO
               COMPUTE SCR-REJECT-RATE (SUPPLIER-SUB) ROUNDED
                   = SCR-REJECT-COUNT (SUPPLIER-SUB) * 100
                   / SCR-DETAILS-SENT (SUPPLIER-SUB)
                   ON SIZE ERROR
                       MOVE 999.99 TO SCR-REJECT-RATE (SUPPLIER-SUB)
               END-COMPUTE
           END-IF
           COMPUTE SCR-RANK-KEY (SUPPLIER-SUB)
               = (SCR-BATCHES-HELD (SUPPLIER-SUB)
                  + SCR-BATCHES-REFUSED (SUPPLIER-SUB))
                   * 1000000000000
               + SCR-REJECT-RATE (SUPPLIER-SUB) * 100 * 10000000
               + SCR-REJECT-COUNT (SUPPLIER-SUB).

      ******************************************************************
      * Orders the suppliers worst first by a selection pass over the
      * rank keys. The table is small (one entry per supplier), so
      * the simple pass is plenty; equal keys keep first-seen order.
      ******************************************************************
       RANK-SUPPLIERS.
           PERFORM SET-INITIAL-RANK
               VARYING RANK-SUB FROM 1 BY 1
               UNTIL RANK-SUB > SUPPLIER-ENTRY-COUNT
           PERFORM PLACE-ONE-RANK
               VARYING RANK-SUB FROM 1 BY 1
               UNTIL RANK-SUB >= SUPPLIER-ENTRY-COUNT.

       SET-INITIAL-RANK.
           MOVE RANK-SUB TO RANK-ORDER (RANK-SUB).

       PLACE-ONE-RANK.
           MOVE RANK-SUB TO RANK-BEST-SUB
           PERFORM CHECK-WORSE-RANK
               VARYING RANK-SCAN-SUB FROM RANK-SUB BY 1
               UNTIL RANK-SCAN-SUB > SUPPLIER-ENTRY-COUNT
           IF RANK-BEST-SUB NOT = RANK-SUB
               MOVE RANK-ORDER (RANK-SUB) TO RANK-SWAP
               MOVE RANK-ORDER (RANK-BEST-SUB) TO RANK-ORDER (RANK-SUB)
               MOVE RANK-SWAP TO RANK-ORDER (RANK-BEST-SUB)
           END-IF.

       CHECK-WORSE-RANK.
           IF SCR-RANK-KEY (RANK-ORDER (RANK-SCAN-SUB))
                   > SCR-RANK-KEY (RANK-ORDER (RANK-BEST-SUB))
               MOVE RANK-SCAN-SUB TO RANK-BEST-SUB
           END-IF.

      ******************************************************************
      * Prints the supplier ranked RANK-SUB-th.
      ******************************************************************
       PRINT-ONE-SUPPLIER.
           MOVE RANK-ORDER (RANK-SUB) TO SUPPLIER-SUB
           MOVE SPACES TO SCORE-LINE
           MOVE RANK-SUB TO SCL-RANK
           MOVE SCR-SYSTEM-ID (SUPPLIER-SUB) TO SCL-SYSTEM-ID
           MOVE SCR-BATCHES-SENT (SUPPLIER-SUB) TO SCL-BATCHES-SENT
           MOVE SCR-BATCHES-HELD (SUPPLIER-SUB) TO SCL-BATCHES-HELD
           MOVE SCR-BATCHES-REFUSED (SUPPLIER-SUB)
               TO SCL-BATCHES-REFUSED
           MOVE SCR-DETAILS-SENT (SUPPLIER-SUB) TO SCL-DETAILS-SENT
           MOVE SCR-REJECT-COUNT (SUPPLIER-SUB) TO SCL-REJECT-COUNT
           MOVE SCR-REJECT-RATE (SUPPLIER-SUB) TO SCL-REJECT-RATE
           PERFORM MOVE-ONE-REASON-COUNT
               VARYING REASON-SUB FROM 1 BY 1
               UNTIL REASON-SUB > REASON-OTHER-INDEX
           MOVE SCR-CORRECTED-COUNT (SUPPLIER-SUB)
               TO SCL-CORRECTED-COUNT
           MOVE ZERO TO AVERAGE-WORK
           IF SCR-TIMED-COUNT (SUPPLIER-SUB) > ZERO
               COMPUTE AVERAGE-WORK ROUNDED
                   = SCR-FIX-DAYS-TOTAL (SUPPLIER-SUB)
                   / SCR-TIMED-COUNT (SUPPLIER-SUB)
           END-IF
           MOVE AVERAGE-WORK TO SCL-AVERAGE-DAYS
           MOVE SCR-WORST-DAYS (SUPPLIER-SUB) TO SCL-WORST-DAYS
           WRITE PRINT-LINE FROM SCORE-LINE.

       MOVE-ONE-REASON-COUNT.
           MOVE SCR-REASON-COUNT (SUPPLIER-SUB REASON-SUB)
               TO SCL-REASON-COUNT (REASON-SUB).

      ******************************************************************
      * Prints the all-supplier line under the ranking.
      ******************************************************************
       PRINT-MONTH-TOTALS.
           MOVE SPACES TO SCORE-LINE
           MOVE "ALL" TO SCL-SYSTEM-ID
           MOVE TOT-BATCHES-SENT TO SCL-BATCHES-SENT
           MOVE TOT-BATCHES-HELD TO SCL-BATCHES-HELD
           MOVE TOT-BATCHES-REFUSED TO SCL-BATCHES-REFUSED
           MOVE TOT-DETAILS-SENT TO SCL-DETAILS-SENT
           MOVE TOT-REJECT-COUNT TO SCL-REJECT-COUNT
           MOVE ZERO TO RATE-WORK
           IF TOT-DETAILS-SENT > ZERO
               COMPUTE RATE-WORK ROUNDED
                   = TOT-REJECT-COUNT * 100 / TOT-DETAILS-SENT
                   ON SIZE ERROR
                       MOVE 999.99 TO RATE-WORK
               END-COMPUTE
           END-IF
           MOVE RATE-WORK TO SCL-REJECT-RATE
           PERFORM MOVE-ONE-TOTAL-REASON
               VARYING REASON-SUB FROM 1 BY 1
               UNTIL REASON-SUB > REASON-OTHER-INDEX
           MOVE TOT-CORRECTED-COUNT TO SCL-CORRECTED-COUNT
           MOVE ZERO TO AVERAGE-WORK
           IF TOT-TIMED-COUNT > ZERO
               COMPUTE AVERAGE-WORK ROUNDED
                   = TOT-FIX-DAYS-TOTAL / TOT-TIMED-COUNT
           END-IF
           MOVE AVERAGE-WORK TO SCL-AVERAGE-DAYS
           MOVE TOT-WORST-DAYS TO SCL-WORST-DAYS
           WRITE PRINT-LINE FROM SCORE-LINE.

       MOVE-ONE-TOTAL-REASON.
           MOVE TOT-REASON-COUNT (REASON-SUB)
               TO SCL-REASON-COUNT (REASON-SUB).

       END PROGRAM EQSCORE.
