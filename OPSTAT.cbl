      *             come from the shared RUNLOCK/CKPTREC/CTLREC copy
      *             books instead of hand copies of the owning
      *             programs' declarations.
      * 2026-10-15  Shows the last batch window from RUNLOG: its run,
      *             whether it was a fresh window or one RUNBATCH
      *             resumed (WINDOW-RESUME), and how it ended - or
      *             that it never reached WINDOW-END and is waiting
      *             to be resumed.
      * 2026-10-15  Shows the last EQANOMLY volume and result-mix check
      *             from EQANORES: its verdict, the run it checked,
      *             and how many measures fell outside their
      *             thresholds, starting with which.
      * 2026-10-15  The last window line names the operator who
      *             started it from OPMENU (LOG-OPERATOR-ID on RUNLOG).
      * 2026-10-15  Lists every month end RUNCAL still holds PENDING -
      *             a month-end stream that failed, was held or never
      *             finished - until a window completes it.
      * 2026-10-15  When EQPARTCTL holds a split, shows it: the run,
      *             partition count, EQVALID trailer count, departments
      *             placed and whether EQPMERGE has merged it - then one
      *             line per partition with its split count, where its
      *             EQCKPnn checkpoint stands and whether its EQPSOLVE
      *             run finished (return code and results), started
      *             and has not reported back, or never started. The
      *             checkpoint file is now named through CHECKPOINT-
      *             NAME so the same FD reads EQCKPT and each EQCKPnn.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSTAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECKPOINT-FILE ASSIGN USING CHECKPOINT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKPOINT-STATUS.
           SELECT CONTROL-TOTALS-FILE ASSIGN TO "CTLTOTAL"
           SELECT EQ-OUTPUT-FILE ASSIGN TO "EQOUTPUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EQ-OUTPUT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.
           SELECT ANOMALY-RESULT-FILE ASSIGN TO "EQANORES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ANOMALY-RESULT-STATUS.
           SELECT RUN-CALENDAR-FILE ASSIGN TO "RUNCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CALENDAR-STATUS.
           SELECT PARTITION-CONTROL-FILE ASSIGN TO "EQPARTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTITION-CONTROL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHECKPOINT-FILE.
       FD  EQ-OUTPUT-FILE.
           COPY EQOUTREC.

       FD  RUN-LOG-FILE.
           COPY RUNLOGRC.

       FD  ANOMALY-RESULT-FILE.
           COPY EQANOREC.

       FD  RUN-CALENDAR-FILE.
           COPY RUNCALRC.

       FD  PARTITION-CONTROL-FILE.
           COPY EQPCTREC.

       WORKING-STORAGE SECTION.
       01 CHECKPOINT-STATUS PIC X(02).
       01 CHECKPOINT-NAME PIC X(08).
       01 CONTROL-TOTALS-STATUS PIC X(02).
       01 AUDIT-LOG-STATUS PIC X(02).
       01 RUN-LOCK-STATUS PIC X(02).
       01 EQ-OUTPUT-STATUS PIC X(02).
       01 RUN-LOG-STATUS PIC X(02).
       01 ANOMALY-RESULT-STATUS PIC X(02).
       01 RUN-CALENDAR-STATUS PIC X(02).
       01 PARTITION-CONTROL-STATUS PIC X(02).
       01 END-OF-PARTITION-CONTROL-SWITCH PIC X(01) VALUE "N".
          88 END-OF-PARTITION-CONTROL VALUE "Y".
       01 SPLIT-RUN-ID PIC X(14).
       01 SPLIT-PARTITION-COUNT PIC 9(02) VALUE ZERO.
       01 SPLIT-TRAILER-COUNT PIC 9(07) VALUE ZERO.
       01 SPLIT-DEPARTMENT-COUNT PIC 9(05) VALUE ZERO.
       01 MERGED-SWITCH PIC X(01) VALUE "N".
          88 SPLIT-MERGED VALUE "Y".
       01 MERGED-COUNT PIC 9(07) VALUE ZERO.
       01 PARTITION-SUB PIC 9(02) VALUE ZERO.
       01 PARTITION-DIGITS PIC 9(02).
       01 PARTITION-LIMIT PIC 9(02) VALUE 8.
       01 PARTITION-TABLE.
          05 PARTITION-ENTRY OCCURS 8 TIMES.
             10 PTN-SPLIT-COUNT PIC 9(07).
             10 PTN-STATE PIC X(01).
                88 PTN-NOT-STARTED VALUE "N".
                88 PTN-STARTED VALUE "S".
                88 PTN-FINISHED VALUE "C".
             10 PTN-RC PIC 9(04).
             10 PTN-SOLVED-COUNT PIC 9(07).
             10 PTN-CHECKPOINT-TEXT PIC X(07).
       01 PENDING-MONTH-END-COUNT PIC 9(03) VALUE ZERO.
       01 END-OF-CALENDAR-SWITCH PIC X(01) VALUE "N".
          88 END-OF-CALENDAR VALUE "Y".
       01 LAST-WINDOW-RUN-ID PIC X(14).
       01 LAST-WINDOW-START PIC X(14).
       01 LAST-WINDOW-DATE PIC X(08).
       01 LAST-WINDOW-KIND PIC X(07).
       01 LAST-WINDOW-RC PIC 9(04).
       01 LAST-WINDOW-OPERATOR PIC X(08).
       01 LAST-WINDOW-ENDED-SWITCH PIC X(01) VALUE "N".
          88 LAST-WINDOW-ENDED VALUE "Y".
       01 END-OF-RUN-LOG-SWITCH PIC X(01) VALUE "N".
          88 END-OF-RUN-LOG VALUE "Y".
       01 CHECKPOINT-POSITION PIC 9(07) VALUE ZERO.
       01 LAST-AUDIT-DATE PIC X(08).
       01 LAST-AUDIT-TIME PIC X(08).
           MOVE SPACES TO FILE-RUN-ID
           MOVE "N" TO END-OF-LOG-SWITCH
           MOVE "N" TO END-OF-RESULTS-SWITCH
           MOVE SPACES TO LAST-WINDOW-RUN-ID
           MOVE SPACES TO LAST-WINDOW-START
           MOVE SPACES TO LAST-WINDOW-DATE
           MOVE SPACES TO LAST-WINDOW-KIND
           MOVE ZERO TO LAST-WINDOW-RC
           MOVE SPACES TO LAST-WINDOW-OPERATOR
           MOVE "N" TO LAST-WINDOW-ENDED-SWITCH
           MOVE "N" TO END-OF-RUN-LOG-SWITCH
           MOVE ZERO TO PENDING-MONTH-END-COUNT
           MOVE "N" TO END-OF-CALENDAR-SWITCH
           MOVE "N" TO END-OF-PARTITION-CONTROL-SWITCH
           MOVE SPACES TO SPLIT-RUN-ID
           MOVE ZERO TO SPLIT-PARTITION-COUNT
           MOVE ZERO TO SPLIT-TRAILER-COUNT
           MOVE ZERO TO SPLIT-DEPARTMENT-COUNT
           MOVE "N" TO MERGED-SWITCH
           MOVE ZERO TO MERGED-COUNT
           DISPLAY "================ BATCH STATUS AT A GLANCE ======="
           PERFORM SHOW-CHECKPOINT-STATUS
           PERFORM SHOW-CONTROL-TOTALS
           PERFORM SHOW-LAST-AUDIT-ENTRY
           PERFORM SHOW-LOCK-STATUS
           PERFORM SHOW-LAST-WINDOW
           PERFORM SHOW-PARTITION-STATUS
               THRU SHOW-PARTITION-STATUS-EXIT
           PERFORM SHOW-PENDING-MONTH-ENDS
           PERFORM SHOW-ANOMALY-CHECK
           PERFORM SHOW-OUTPUT-MIX
           DISPLAY "================================================="
           GOBACK.
      * skip the records already processed.
      ******************************************************************
       SHOW-CHECKPOINT-STATUS.
           MOVE "EQCKPT" TO CHECKPOINT-NAME
           OPEN INPUT CHECKPOINT-FILE
           IF CHECKPOINT-STATUS NOT = "00"
               DISPLAY "CHECKPOINT  : NO EQCKPT FILE"
               CLOSE RUN-LOCK-FILE
           END-IF.

      ******************************************************************
      * Shows the last batch window on RUNLOG - fresh or resumed, and
      * its window return code, or that it has not ended (abended, or
      * still running if the lock says RUNNING).
      ******************************************************************
       SHOW-LAST-WINDOW.
           OPEN INPUT RUN-LOG-FILE
           IF RUN-LOG-STATUS NOT = "00"
               DISPLAY "LAST WINDOW : NO RUNLOG FILE"
           ELSE
               PERFORM NOTE-ONE-WINDOW-RECORD
                   THRU NOTE-ONE-WINDOW-RECORD-EXIT
                   UNTIL END-OF-RUN-LOG
               CLOSE RUN-LOG-FILE
               IF LAST-WINDOW-RUN-ID = SPACES
                   DISPLAY "LAST WINDOW : NONE ON RUNLOG"
               ELSE
                   DISPLAY "LAST WINDOW : " LAST-WINDOW-KIND " RUN "
                       LAST-WINDOW-RUN-ID " BUSINESS DATE "
                       LAST-WINDOW-DATE
                   IF LAST-WINDOW-OPERATOR NOT = SPACES
                       DISPLAY "              STARTED BY OPERATOR "
                           LAST-WINDOW-OPERATOR
                   END-IF
                   IF LAST-WINDOW-ENDED
                       DISPLAY "              STARTED "
                           LAST-WINDOW-START " ENDED WINDOW RC "
                           LAST-WINDOW-RC
                   ELSE
                       DISPLAY "              STARTED "
                           LAST-WINDOW-START " - NO WINDOW-END, "
                           "RESUME PENDING"
                   END-IF
               END-IF
           END-IF.

       NOTE-ONE-WINDOW-RECORD.
           READ RUN-LOG-FILE
               AT END
                   SET END-OF-RUN-LOG TO TRUE
                   GO TO NOTE-ONE-WINDOW-RECORD-EXIT
           END-READ
           EVALUATE LOG-STEP
               WHEN "WINDOW-START"
                   MOVE "FRESH" TO LAST-WINDOW-KIND
                   PERFORM NOTE-WINDOW-OPENED
               WHEN "WINDOW-RESUME"
                   MOVE "RESUMED" TO LAST-WINDOW-KIND
                   PERFORM NOTE-WINDOW-OPENED
               WHEN "WINDOW-END"
                   SET LAST-WINDOW-ENDED TO TRUE
                   MOVE LOG-RETURN-CODE TO LAST-WINDOW-RC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       NOTE-ONE-WINDOW-RECORD-EXIT.
           EXIT.

       NOTE-WINDOW-OPENED.
           MOVE LOG-RUN-ID TO LAST-WINDOW-RUN-ID
           MOVE LOG-START TO LAST-WINDOW-START
           MOVE LOG-BUSINESS-DATE TO LAST-WINDOW-DATE
           MOVE LOG-OPERATOR-ID TO LAST-WINDOW-OPERATOR
           MOVE ZERO TO LAST-WINDOW-RC
           MOVE "N" TO LAST-WINDOW-ENDED-SWITCH.

      ******************************************************************
      * Shows the split EQPARTCTL holds, if any - a window run with
      * EQ-PARTITIONS above 1 leaves one behind - and how each of its
      * partitions stands. A split from a window other than the last
      * one on RUNLOG is said to be an earlier one.
      ******************************************************************
       SHOW-PARTITION-STATUS.
           OPEN INPUT PARTITION-CONTROL-FILE
           IF PARTITION-CONTROL-STATUS NOT = "00"
               DISPLAY "PARTITIONS  : NO EQPARTCTL - SINGLE STREAM"
               GO TO SHOW-PARTITION-STATUS-EXIT
           END-IF
           PERFORM CLEAR-ONE-PARTITION
               VARYING PARTITION-SUB FROM 1 BY 1
               UNTIL PARTITION-SUB > PARTITION-LIMIT
           PERFORM NOTE-ONE-PARTITION-CONTROL
               THRU NOTE-ONE-PARTITION-CONTROL-EXIT
               UNTIL END-OF-PARTITION-CONTROL
           CLOSE PARTITION-CONTROL-FILE
           IF SPLIT-RUN-ID = SPACES
               DISPLAY "PARTITIONS  : EQPARTCTL HOLDS NO SPLIT"
               GO TO SHOW-PARTITION-STATUS-EXIT
           END-IF

           DISPLAY "PARTITIONS  : RUN " SPLIT-RUN-ID " SPLIT "
               SPLIT-PARTITION-COUNT " WAYS, " SPLIT-TRAILER-COUNT
               " EQUATIONS, " SPLIT-DEPARTMENT-COUNT " DEPARTMENTS"
           IF SPLIT-RUN-ID NOT = LAST-WINDOW-RUN-ID
               AND LAST-WINDOW-RUN-ID NOT = SPACES
               DISPLAY "              FROM AN EARLIER WINDOW - THE "
                   "LAST ONE RAN SINGLE STREAM"
           END-IF
           IF SPLIT-MERGED
               DISPLAY "              MERGED - " MERGED-COUNT
                   " RESULTS TO EQOUTPUT"
           ELSE
               DISPLAY "              NOT MERGED"
           END-IF
           IF SPLIT-PARTITION-COUNT > PARTITION-LIMIT
               MOVE PARTITION-LIMIT TO SPLIT-PARTITION-COUNT
           END-IF
           PERFORM SHOW-ONE-PARTITION
               VARYING PARTITION-SUB FROM 1 BY 1
               UNTIL PARTITION-SUB > SPLIT-PARTITION-COUNT.

       SHOW-PARTITION-STATUS-EXIT.
           EXIT.

       CLEAR-ONE-PARTITION.
           MOVE ZERO TO PTN-SPLIT-COUNT (PARTITION-SUB)
           SET PTN-NOT-STARTED (PARTITION-SUB) TO TRUE
           MOVE ZERO TO PTN-RC (PARTITION-SUB)
           MOVE ZERO TO PTN-SOLVED-COUNT (PARTITION-SUB)
           MOVE SPACES TO PTN-CHECKPOINT-TEXT (PARTITION-SUB).

      * EQPSPLIT writes R first, so S, C and M records are only taken
      * for the split's own run. A later C for a partition (a rerun)
      * wins over an earlier one, and any C over an S.
       NOTE-ONE-PARTITION-CONTROL.
           READ PARTITION-CONTROL-FILE
               AT END
                   SET END-OF-PARTITION-CONTROL TO TRUE
                   GO TO NOTE-ONE-PARTITION-CONTROL-EXIT
           END-READ
           IF PCT-RECORD-TYPE = "R"
               MOVE PCT-RUN-ID TO SPLIT-RUN-ID
               MOVE PCT-PARTITION TO SPLIT-PARTITION-COUNT
               MOVE PCT-COUNT TO SPLIT-TRAILER-COUNT
               GO TO NOTE-ONE-PARTITION-CONTROL-EXIT
           END-IF
           IF PCT-RUN-ID NOT = SPLIT-RUN-ID
               GO TO NOTE-ONE-PARTITION-CONTROL-EXIT
           END-IF
           IF PCT-RECORD-TYPE = "D"
               ADD 1 TO SPLIT-DEPARTMENT-COUNT
               GO TO NOTE-ONE-PARTITION-CONTROL-EXIT
           END-IF
           IF PCT-RECORD-TYPE = "M"
               SET SPLIT-MERGED TO TRUE
               MOVE PCT-COUNT TO MERGED-COUNT
               GO TO NOTE-ONE-PARTITION-CONTROL-EXIT
           END-IF
           IF PCT-PARTITION IS NOT NUMERIC
               OR PCT-PARTITION = ZERO
               OR PCT-PARTITION > PARTITION-LIMIT
               GO TO NOTE-ONE-PARTITION-CONTROL-EXIT
           END-IF
           MOVE PCT-PARTITION TO PARTITION-SUB
           EVALUATE PCT-RECORD-TYPE
               WHEN "P"
                   MOVE PCT-COUNT TO PTN-SPLIT-COUNT (PARTITION-SUB)
               WHEN "S"
                   IF NOT PTN-FINISHED (PARTITION-SUB)
                       SET PTN-STARTED (PARTITION-SUB) TO TRUE
                   END-IF
               WHEN "C"
                   SET PTN-FINISHED (PARTITION-SUB) TO TRUE
                   MOVE PCT-RETURN-CODE TO PTN-RC (PARTITION-SUB)
                   MOVE PCT-COUNT TO PTN-SOLVED-COUNT (PARTITION-SUB)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       NOTE-ONE-PARTITION-CONTROL-EXIT.
           EXIT.

      * One line per partition: its split count and EQCKPnn position,
      * then how its EQPSOLVE run stands.
       SHOW-ONE-PARTITION.
           MOVE PARTITION-SUB TO PARTITION-DIGITS
           MOVE SPACES TO CHECKPOINT-NAME
           STRING "EQCKP" DELIMITED BY SIZE
               PARTITION-DIGITS DELIMITED BY SIZE
               INTO CHECKPOINT-NAME
           MOVE "NO FILE" TO PTN-CHECKPOINT-TEXT (PARTITION-SUB)
           OPEN INPUT CHECKPOINT-FILE
           IF CHECKPOINT-STATUS = "00"
               MOVE ZERO TO CHECKPOINT-POSITION
               READ CHECKPOINT-FILE
                   NOT AT END
                       MOVE CKPT-LAST-RECORD TO CHECKPOINT-POSITION
               END-READ
               CLOSE CHECKPOINT-FILE
               MOVE CHECKPOINT-POSITION
                   TO PTN-CHECKPOINT-TEXT (PARTITION-SUB)
           END-IF
           DISPLAY "              PARTITION " PARTITION-DIGITS ": "
               PTN-SPLIT-COUNT (PARTITION-SUB) " SPLIT, "
               CHECKPOINT-NAME " AT " PTN-CHECKPOINT-TEXT
               (PARTITION-SUB)
           EVALUATE TRUE
               WHEN PTN-FINISHED (PARTITION-SUB)
                   DISPLAY "                FINISHED RC "
                       PTN-RC (PARTITION-SUB) ", "
                       PTN-SOLVED-COUNT (PARTITION-SUB) " RESULTS"
               WHEN PTN-STARTED (PARTITION-SUB)
                   DISPLAY "                STARTED - NOT FINISHED"
               WHEN OTHER
                   DISPLAY "                NOT STARTED"
           END-EVALUATE.

      ******************************************************************
      * Lists the month ends RUNCAL still holds PENDING - RUNBATCH
      * runs their month-end stream again on the next window.
      ******************************************************************
       SHOW-PENDING-MONTH-ENDS.
           OPEN INPUT RUN-CALENDAR-FILE
           IF RUN-CALENDAR-STATUS NOT = "00"
               DISPLAY "MONTH-END   : NO RUNCAL FILE"
           ELSE
               PERFORM NOTE-ONE-CALENDAR-ENTRY
                   THRU NOTE-ONE-CALENDAR-ENTRY-EXIT
                   UNTIL END-OF-CALENDAR
               CLOSE RUN-CALENDAR-FILE
               IF PENDING-MONTH-END-COUNT = ZERO
                   DISPLAY "MONTH-END   : NONE PENDING"
               END-IF
           END-IF.

       NOTE-ONE-CALENDAR-ENTRY.
           READ RUN-CALENDAR-FILE
               AT END
                   SET END-OF-CALENDAR TO TRUE
                   GO TO NOTE-ONE-CALENDAR-ENTRY-EXIT
           END-READ
           IF CAL-MONTH-END-STATUS = "PENDING"
               ADD 1 TO PENDING-MONTH-END-COUNT
               DISPLAY "MONTH-END   : " CAL-BUSINESS-DATE
                   " PENDING - STREAM RUNS AGAIN ON THE NEXT WINDOW"
           END-IF.

       NOTE-ONE-CALENDAR-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * Shows the last EQANOMLY check of a night's volume and result
      * mix against the trailing EQMTD nights - WARNING or FAILED
      * means EQANOLST lists measures outside their thresholds.
      ******************************************************************
       SHOW-ANOMALY-CHECK.
           OPEN INPUT ANOMALY-RESULT-FILE
           IF ANOMALY-RESULT-STATUS NOT = "00"
               DISPLAY "ANOMALY CHK : NO EQANORES FILE"
           ELSE
               READ ANOMALY-RESULT-FILE
                   AT END
                       DISPLAY "ANOMALY CHK : EQANORES EMPTY"
                   NOT AT END
                       DISPLAY "ANOMALY CHK : " ANO-RESULT " RUN "
                           ANO-RUN-ID " BUSINESS DATE "
                           ANO-BUSINESS-DATE
                       DISPLAY "              " ANO-ANOMALY-COUNT
                           " OUTSIDE THRESHOLD OVER "
                           ANO-NIGHTS-COMPARED " NIGHTS "
                           ANO-FIRST-MEASURE
               END-READ
               CLOSE ANOMALY-RESULT-FILE
           END-IF.

      ******************************************************************
      * Shows how much is in EQOUTPUT right now and the result-type
      * mix, the same buckets EQSUMRPT reports.
