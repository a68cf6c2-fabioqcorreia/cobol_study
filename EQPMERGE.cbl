      ******************************************************************
      * Author: Fábio Correia
      * Date: 2026-10-15
      * Purpose: study - partition merge for EQ_SEG_GRAU. Once every
      *          partition EQPSPLIT made has been solved into its
      *          EQOPnn file, this program puts the night back
      *          together as one EQOUTPUT, in the original EQVALID
      *          record order, so EQVERIFY, EQBALANCE and the reports
      *          see exactly the file a single stream would have
      *          written. Nothing is merged until the partitions
      *          reconcile:
      *            - the EQPARTCTL split belongs to this run and its
      *              partition counts add up to the EQVALID trailer
      *              count it recorded;
      *            - EQVALID still has that trailer count and that
      *              many details;
      *            - every partition's EQPSOLVE run last reported
      *              finishing (its EQPARTCTL C record) with return
      *              code zero;
      *            - every EQOPnn holds exactly as many results as
      *              its partition was given.
      *          Any difference leaves EQOUTPUT as it was and ends
      *          with RETURN-CODE 2, the way EQ_SEG_GRAU ends on a
      *          trailer mismatch. The merge itself walks EQVALID once
      *          per partition, numbering its details, and pairs each
      *          detail of that partition's departments with the next
      *          EQOPnn result; the SORT on that number restores the
      *          original order. Once EQOUTPUT is written, each
      *          partition's EQAUDPnn audit entries are appended to
      *          AUDITLOG in partition order and sealed through AUDSEAL
      *          as they go - the partitions ran side by side and could
      *          not extend the chain themselves - and each EQAUDPnn is
      *          emptied only after AUDITLOG is closed, so a merge that
      *          stops part way may append an entry twice on its rerun
      *          but never loses one. Last, an M record on EQPARTCTL
      *          says the night was merged.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQPMERGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTITION-CONTROL-FILE ASSIGN TO "EQPARTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTITION-CONTROL-STATUS.
           SELECT EQ-VALID-FILE ASSIGN TO "EQVALID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EQ-VALID-STATUS.
           SELECT PART-RESULT-FILE ASSIGN USING PART-RESULT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PART-RESULT-STATUS.
           SELECT EQ-OUTPUT-FILE ASSIGN TO "EQOUTPUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EQ-OUTPUT-STATUS.
           SELECT PART-AUDIT-FILE ASSIGN USING PART-AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PART-AUDIT-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "EQPSRTWK".
       DATA DIVISION.
       FILE SECTION.
       FD  PARTITION-CONTROL-FILE.
           COPY EQPCTREC.

       FD  EQ-VALID-FILE.
       01 VALID-EQUATION-RECORD.
          05 VALID-TRIPLE PIC X(36).
          05 VALID-DEPT-CODE PIC X(04).
           COPY EQCTLREC REPLACING LEADING ==EQC== BY ==VAL==.

       FD  PART-RESULT-FILE.
           COPY EQOUTREC.

       FD  EQ-OUTPUT-FILE.
       01 MERGED-OUTPUT-RECORD PIC X(200).

       FD  PART-AUDIT-FILE.
           COPY AUDITREC REPLACING LEADING ==AUDIT== BY ==PART-AUDIT==.

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       SD  SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
          05 SRT-SEQUENCE PIC 9(07).
          05 SRT-RESULT-IMAGE PIC X(200).

       WORKING-STORAGE SECTION.
           COPY RUNID.
           COPY AUDSEALC.
       01 PARTITION-CONTROL-STATUS PIC X(02).
       01 PART-AUDIT-STATUS PIC X(02).
       01 AUDIT-LOG-STATUS PIC X(02).
       01 PART-AUDIT-NAME PIC X(08).
       01 AUDIT-APPENDED-COUNT PIC 9(07) VALUE ZERO.
       01 END-OF-PART-AUDIT-SWITCH PIC X(01) VALUE "N".
          88 END-OF-PART-AUDIT VALUE "Y".
       01 AUDIT-ERROR-SWITCH PIC X(01) VALUE "N".
          88 AUDIT-ERROR VALUE "Y".
       01 EQ-VALID-STATUS PIC X(02).
       01 PART-RESULT-STATUS PIC X(02).
       01 EQ-OUTPUT-STATUS PIC X(02).
       01 PART-RESULT-NAME PIC X(08).
       01 PARTITION-DIGITS PIC 9(02).
       01 SPLIT-RUN-ID PIC X(14).
       01 PARTITION-COUNT PIC 9(02) VALUE ZERO.
       01 PARTITION-LIMIT PIC 9(02) VALUE 8.
       01 SPLIT-TRAILER-COUNT PIC 9(07) VALUE ZERO.
       01 PARTITION-TOTAL PIC 9(07) VALUE ZERO.
       01 VALID-DETAIL-COUNT PIC 9(07) VALUE ZERO.
       01 VALID-TRAILER-COUNT PIC 9(07) VALUE ZERO.
       01 VALID-SEQUENCE PIC 9(07) VALUE ZERO.
       01 MERGED-COUNT PIC 9(07) VALUE ZERO.
       01 WORK-DEPT-CODE PIC X(04).
       01 END-OF-CONTROL-SWITCH PIC X(01) VALUE "N".
          88 END-OF-CONTROL VALUE "Y".
       01 END-OF-VALID-SWITCH PIC X(01) VALUE "N".
          88 END-OF-VALID VALUE "Y".
       01 END-OF-RESULTS-SWITCH PIC X(01) VALUE "N".
          88 END-OF-RESULTS VALUE "Y".
       01 END-OF-SORT-SWITCH PIC X(01) VALUE "N".
          88 END-OF-SORT VALUE "Y".
       01 SPLIT-RECORD-SEEN-SWITCH PIC X(01) VALUE "N".
          88 SPLIT-RECORD-SEEN VALUE "Y".
       01 VALID-TRAILER-SEEN-SWITCH PIC X(01) VALUE "N".
          88 VALID-TRAILER-SEEN VALUE "Y".
       01 RECONCILE-FAILED-SWITCH PIC X(01) VALUE "N".
          88 RECONCILE-FAILED VALUE "Y".
       01 CONTROL-ERROR-SWITCH PIC X(01) VALUE "N".
          88 CONTROL-ERROR VALUE "Y".

      * Each department's partition, from the EQPARTCTL D records.
       01 DEPT-TABLE.
          05 DEPT-ENTRY-COUNT PIC 9(03) VALUE ZERO.
          05 DEPT-ENTRY OCCURS 100 TIMES.
             10 PDT-DEPT-CODE PIC X(04).
             10 PDT-PARTITION PIC 9(02).
       01 DEPT-LIMIT PIC 9(03) VALUE 100.
       01 DEPT-SUB PIC 9(03).
       01 DEPT-HIT-INDEX PIC 9(03) VALUE ZERO.
       01 DEPT-HIT-SWITCH PIC X(01).
          88 DEPT-HIT VALUE "Y".

      * Each partition's count as split (EQPARTCTL P record) and as
      * solved (results found on its EQOPnn), and how its latest
      * EQPSOLVE run ended (EQPARTCTL C record).
       01 PARTITION-TABLE.
          05 PARTITION-ENTRY OCCURS 8 TIMES.
             10 PTN-EXPECTED PIC 9(07).
             10 PTN-SOLVED PIC 9(07).
             10 PTN-FINISHED PIC X(01).
             10 PTN-FINISH-RC PIC 9(04).
       01 PARTITION-SUB PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
      * A CALLed subprogram keeps last-used state, so everything a
      * prior window of the same OPMENU session may have left behind
      * is re-initialized before this merge starts.
           MOVE ZERO TO PARTITION-COUNT
           MOVE ZERO TO SPLIT-TRAILER-COUNT
           MOVE ZERO TO PARTITION-TOTAL
           MOVE ZERO TO VALID-DETAIL-COUNT
           MOVE ZERO TO VALID-TRAILER-COUNT
           MOVE ZERO TO MERGED-COUNT
           MOVE ZERO TO AUDIT-APPENDED-COUNT
           MOVE ZERO TO DEPT-ENTRY-COUNT
           MOVE SPACES TO SPLIT-RUN-ID
           MOVE "N" TO END-OF-CONTROL-SWITCH
           MOVE "N" TO END-OF-VALID-SWITCH
           MOVE "N" TO END-OF-SORT-SWITCH
           MOVE "N" TO SPLIT-RECORD-SEEN-SWITCH
           MOVE "N" TO VALID-TRAILER-SEEN-SWITCH
           MOVE "N" TO RECONCILE-FAILED-SWITCH
           MOVE "N" TO CONTROL-ERROR-SWITCH
           MOVE "N" TO AUDIT-ERROR-SWITCH
           PERFORM CLEAR-PARTITION-ENTRY
               VARYING PARTITION-SUB FROM 1 BY 1
               UNTIL PARTITION-SUB > PARTITION-LIMIT

           PERFORM LOAD-PARTITION-CONTROL
               THRU LOAD-PARTITION-CONTROL-EXIT
           IF CONTROL-ERROR
               MOVE 1 TO RETURN-CODE
               GOBACK.

      * A stand-alone merge (recovering a window by hand) takes the
      * split's run identifier; inside a window it must be this run's.
           IF BATCH-RUN-ID = SPACES OR BATCH-RUN-ID = LOW-VALUES
               MOVE SPLIT-RUN-ID TO BATCH-RUN-ID
           END-IF
           IF SPLIT-RUN-ID NOT = BATCH-RUN-ID
               DISPLAY "EQPMERGE: EQPARTCTL IS THE SPLIT OF RUN "
                   SPLIT-RUN-ID ", NOT OF RUN " BATCH-RUN-ID
               DISPLAY "EQPMERGE: EQOUTPUT NOT REPLACED"
               MOVE 2 TO RETURN-CODE
               GOBACK.

           PERFORM RECONCILE-PARTITIONS THRU RECONCILE-PARTITIONS-EXIT
           IF CONTROL-ERROR
               MOVE 1 TO RETURN-CODE
               GOBACK.
           IF RECONCILE-FAILED
               DISPLAY "EQPMERGE: PARTITIONS DO NOT RECONCILE TO THE "
                   "EQVALID TRAILER - EQOUTPUT NOT REPLACED"
               MOVE 2 TO RETURN-CODE
               GOBACK.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-SEQUENCE
               INPUT PROCEDURE IS RELEASE-PARTITION-RESULTS
                   THRU RELEASE-PARTITION-RESULTS-EXIT
               OUTPUT PROCEDURE IS WRITE-MERGED-OUTPUT
                   THRU WRITE-MERGED-OUTPUT-EXIT
           IF CONTROL-ERROR
               DISPLAY "EQPMERGE: MERGE STOPPED - EQOUTPUT NOT "
                   "COMPLETE, RERUN EQPMERGE"
               MOVE 2 TO RETURN-CODE
               GOBACK.
           IF MERGED-COUNT NOT = SPLIT-TRAILER-COUNT
               DISPLAY "EQPMERGE: " MERGED-COUNT " RESULTS MERGED, "
                   "EQVALID TRAILER SAYS " SPLIT-TRAILER-COUNT
               MOVE 2 TO RETURN-CODE
               GOBACK.

           DISPLAY "EQPMERGE: EQOUTPUT WRITTEN - " MERGED-COUNT
               " RESULTS FROM " PARTITION-COUNT " PARTITIONS"

           PERFORM APPEND-PARTITION-AUDIT
               THRU APPEND-PARTITION-AUDIT-EXIT
           IF AUDIT-ERROR
               DISPLAY "EQPMERGE: PARTITION AUDIT ENTRIES NOT ALL "
                   "MOVED TO AUDITLOG - RERUN EQPMERGE"
               MOVE 1 TO RETURN-CODE
               GOBACK.
           DISPLAY "EQPMERGE: " AUDIT-APPENDED-COUNT
               " PARTITION AUDIT ENTRIES SEALED INTO AUDITLOG"

           PERFORM WRITE-MERGE-RECORD
           GOBACK.

       CLEAR-PARTITION-ENTRY.
           MOVE ZERO TO PTN-EXPECTED (PARTITION-SUB)
           MOVE ZERO TO PTN-SOLVED (PARTITION-SUB)
           MOVE "N" TO PTN-FINISHED (PARTITION-SUB)
           MOVE ZERO TO PTN-FINISH-RC (PARTITION-SUB).

      ******************************************************************
      * Loads EQPARTCTL: the run record, each partition's count and
      * each department's partition, and how each partition's latest
      * run for the split's run identifier finished. No file, or no
      * run record (the split never finished), is a control error.
      ******************************************************************
       LOAD-PARTITION-CONTROL.
           OPEN INPUT PARTITION-CONTROL-FILE
           IF PARTITION-CONTROL-STATUS NOT = "00"
               DISPLAY "EQPMERGE: EQPARTCTL NOT AVAILABLE - STATUS "
                   PARTITION-CONTROL-STATUS
               SET CONTROL-ERROR TO TRUE
               GO TO LOAD-PARTITION-CONTROL-EXIT
           END-IF
           PERFORM LOAD-ONE-CONTROL THRU LOAD-ONE-CONTROL-EXIT
               UNTIL END-OF-CONTROL
           CLOSE PARTITION-CONTROL-FILE
           IF NOT SPLIT-RECORD-SEEN
               DISPLAY "EQPMERGE: EQPARTCTL HAS NO SPLIT ON RECORD - "
                   "RUN EQPSPLIT FIRST"
               SET CONTROL-ERROR TO TRUE
           END-IF.

       LOAD-PARTITION-CONTROL-EXIT.
           EXIT.

       LOAD-ONE-CONTROL.
           READ PARTITION-CONTROL-FILE
               AT END
                   SET END-OF-CONTROL TO TRUE
                   GO TO LOAD-ONE-CONTROL-EXIT
           END-READ
           EVALUATE PCT-RECORD-TYPE
               WHEN "R"
                   SET SPLIT-RECORD-SEEN TO TRUE
                   MOVE PCT-RUN-ID TO SPLIT-RUN-ID
                   MOVE PCT-PARTITION TO PARTITION-COUNT
                   MOVE PCT-COUNT TO SPLIT-TRAILER-COUNT
                   IF PARTITION-COUNT = ZERO
                       OR PARTITION-COUNT > PARTITION-LIMIT
                       DISPLAY "EQPMERGE: EQPARTCTL PARTITION COUNT "
                           PARTITION-COUNT " NOT 1 TO 8"
                       SET CONTROL-ERROR TO TRUE
                       SET END-OF-CONTROL TO TRUE
                   END-IF
               WHEN "P"
                   IF PCT-PARTITION > ZERO
                       AND PCT-PARTITION NOT > PARTITION-LIMIT
                       MOVE PCT-COUNT
                           TO PTN-EXPECTED (PCT-PARTITION)
                   END-IF
               WHEN "D"
                   IF DEPT-ENTRY-COUNT < DEPT-LIMIT
                       ADD 1 TO DEPT-ENTRY-COUNT
                       MOVE PCT-DEPT-CODE
                           TO PDT-DEPT-CODE (DEPT-ENTRY-COUNT)
                       MOVE PCT-PARTITION
                           TO PDT-PARTITION (DEPT-ENTRY-COUNT)
                   END-IF
               WHEN "C"
                   IF PCT-RUN-ID = SPLIT-RUN-ID
                       AND PCT-PARTITION > ZERO
                       AND PCT-PARTITION NOT > PARTITION-LIMIT
                       MOVE "Y" TO PTN-FINISHED (PCT-PARTITION)
                       MOVE PCT-RETURN-CODE
                           TO PTN-FINISH-RC (PCT-PARTITION)
                   END-IF
           END-EVALUATE.

       LOAD-ONE-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      * The reconciliation that must hold before EQOUTPUT is touched:
      * every partition finished clean, partition counts to the
      * split's trailer count, EQVALID still to the same count, and
      * each partition's results to its count.
      ******************************************************************
       RECONCILE-PARTITIONS.
           PERFORM CHECK-PARTITION-FINISHED
               VARYING PARTITION-SUB FROM 1 BY 1
               UNTIL PARTITION-SUB > PARTITION-COUNT
           PERFORM ADD-PARTITION-EXPECTED
               VARYING PARTITION-SUB FROM 1 BY 1
               UNTIL PARTITION-SUB > PARTITION-COUNT
           IF PARTITION-TOTAL NOT = SPLIT-TRAILER-COUNT
               DISPLAY "EQPMERGE: PARTITIONS HOLD " PARTITION-TOTAL
                   " EQUATIONS, EQVALID TRAILER SAID "
                   SPLIT-TRAILER-COUNT
               SET RECONCILE-FAILED TO TRUE
           END-IF

           OPEN INPUT EQ-VALID-FILE
           IF EQ-VALID-STATUS NOT = "00"
               DISPLAY "EQPMERGE: EQVALID NOT AVAILABLE - STATUS "
                   EQ-VALID-STATUS
               SET CONTROL-ERROR TO TRUE
               GO TO RECONCILE-PARTITIONS-EXIT
           END-IF
           MOVE "N" TO END-OF-VALID-SWITCH
           PERFORM COUNT-ONE-VALID THRU COUNT-ONE-VALID-EXIT
               UNTIL END-OF-VALID
           CLOSE EQ-VALID-FILE
           IF NOT VALID-TRAILER-SEEN
               OR VALID-TRAILER-COUNT NOT = SPLIT-TRAILER-COUNT
               OR VALID-DETAIL-COUNT NOT = SPLIT-TRAILER-COUNT
               DISPLAY "EQPMERGE: EQVALID NOW HOLDS "
                   VALID-DETAIL-COUNT " EQUATIONS, TRAILER "
                   VALID-TRAILER-COUNT " - CHANGED SINCE THE SPLIT"
               SET RECONCILE-FAILED TO TRUE
           END-IF

           PERFORM COUNT-PARTITION-RESULTS
               THRU COUNT-PARTITION-RESULTS-EXIT
               VARYING PARTITION-SUB FROM 1 BY 1
               UNTIL PARTITION-SUB > PARTITION-COUNT.

       RECONCILE-PARTITIONS-EXIT.
           EXIT.

       CHECK-PARTITION-FINISHED.
           MOVE PARTITION-SUB TO PARTITION-DIGITS
           IF PTN-FINISHED (PARTITION-SUB) NOT = "Y"
               DISPLAY "EQPMERGE: PARTITION " PARTITION-DIGITS
                   " NEVER REPORTED FINISHED ON EQPARTCTL"
               SET RECONCILE-FAILED TO TRUE
           ELSE
               IF PTN-FINISH-RC (PARTITION-SUB) NOT = ZERO
                   DISPLAY "EQPMERGE: PARTITION " PARTITION-DIGITS
                       " LAST ENDED WITH RETURN CODE "
                       PTN-FINISH-RC (PARTITION-SUB)
                   SET RECONCILE-FAILED TO TRUE
               END-IF
           END-IF.

       ADD-PARTITION-EXPECTED.
           ADD PTN-EXPECTED (PARTITION-SUB) TO PARTITION-TOTAL.

       COUNT-ONE-VALID.
           READ EQ-VALID-FILE
               AT END
                   SET END-OF-VALID TO TRUE
                   GO TO COUNT-ONE-VALID-EXIT
           END-READ
           IF VAL-HDR-RECORD-TYPE = "H"
               GO TO COUNT-ONE-VALID-EXIT
           END-IF
           IF VAL-TLR-RECORD-TYPE = "T"
               SET VALID-TRAILER-SEEN TO TRUE
               MOVE VAL-TLR-RECORD-COUNT TO VALID-TRAILER-COUNT
               SET END-OF-VALID TO TRUE
               GO TO COUNT-ONE-VALID-EXIT
           END-IF
           ADD 1 TO VALID-DETAIL-COUNT.

       COUNT-ONE-VALID-EXIT.
           EXIT.

       COUNT-PARTITION-RESULTS.
           PERFORM SET-PART-RESULT-NAME
           MOVE ZERO TO PTN-SOLVED (PARTITION-SUB)
           OPEN INPUT PART-RESULT-FILE
           IF PART-RESULT-STATUS NOT = "00"
               DISPLAY "EQPMERGE: " PART-RESULT-NAME
                   " NOT AVAILABLE - STATUS " PART-RESULT-STATUS
               SET RECONCILE-FAILED TO TRUE
               GO TO COUNT-PARTITION-RESULTS-EXIT
           END-IF
           MOVE "N" TO END-OF-RESULTS-SWITCH
           PERFORM COUNT-ONE-RESULT THRU COUNT-ONE-RESULT-EXIT
               UNTIL END-OF-RESULTS
           CLOSE PART-RESULT-FILE
           DISPLAY "EQPMERGE: PARTITION " PARTITION-DIGITS
               " SPLIT " PTN-EXPECTED (PARTITION-SUB)
               " SOLVED " PTN-SOLVED (PARTITION-SUB)
           IF PTN-SOLVED (PARTITION-SUB)
               NOT = PTN-EXPECTED (PARTITION-SUB)
               SET RECONCILE-FAILED TO TRUE
           END-IF.

       COUNT-PARTITION-RESULTS-EXIT.
           EXIT.

       COUNT-ONE-RESULT.
           READ PART-RESULT-FILE
               AT END
                   SET END-OF-RESULTS TO TRUE
                   GO TO COUNT-ONE-RESULT-EXIT
           END-READ
           ADD 1 TO PTN-SOLVED (PARTITION-SUB).

       COUNT-ONE-RESULT-EXIT.
           EXIT.

       SET-PART-RESULT-NAME.
           MOVE PARTITION-SUB TO PARTITION-DIGITS
           MOVE SPACES TO PART-RESULT-NAME
           STRING "EQOP" DELIMITED BY SIZE
               PARTITION-DIGITS DELIMITED BY SIZE
               INTO PART-RESULT-NAME.

      ******************************************************************
      * SORT input: for each partition, walks EQVALID numbering every
      * detail and releases the partition's next result under the
      * number of each detail belonging to one of its departments.
      * A result whose department is not the detail's means the
      * partition is out of step with EQVALID - the merge stops.
      ******************************************************************
       RELEASE-PARTITION-RESULTS.
           PERFORM RELEASE-ONE-PARTITION
               THRU RELEASE-ONE-PARTITION-EXIT
               VARYING PARTITION-SUB FROM 1 BY 1
               UNTIL PARTITION-SUB > PARTITION-COUNT
               OR CONTROL-ERROR.

       RELEASE-PARTITION-RESULTS-EXIT.
           EXIT.

       RELEASE-ONE-PARTITION.
           PERFORM SET-PART-RESULT-NAME
           OPEN INPUT PART-RESULT-FILE
           IF PART-RESULT-STATUS NOT = "00"
               DISPLAY "EQPMERGE: " PART-RESULT-NAME
                   " NOT AVAILABLE - STATUS " PART-RESULT-STATUS
               SET CONTROL-ERROR TO TRUE
               GO TO RELEASE-ONE-PARTITION-EXIT
           END-IF
           OPEN INPUT EQ-VALID-FILE
           IF EQ-VALID-STATUS NOT = "00"
               DISPLAY "EQPMERGE: EQVALID NOT AVAILABLE - STATUS "
                   EQ-VALID-STATUS
               CLOSE PART-RESULT-FILE
               SET CONTROL-ERROR TO TRUE
               GO TO RELEASE-ONE-PARTITION-EXIT
           END-IF
           MOVE ZERO TO VALID-SEQUENCE
           MOVE "N" TO END-OF-VALID-SWITCH
           MOVE "N" TO END-OF-RESULTS-SWITCH
           PERFORM RELEASE-ONE-RESULT THRU RELEASE-ONE-RESULT-EXIT
               UNTIL END-OF-VALID OR CONTROL-ERROR
           CLOSE EQ-VALID-FILE
           CLOSE PART-RESULT-FILE.

       RELEASE-ONE-PARTITION-EXIT.
           EXIT.

       RELEASE-ONE-RESULT.
           READ EQ-VALID-FILE
               AT END
                   SET END-OF-VALID TO TRUE
                   GO TO RELEASE-ONE-RESULT-EXIT
           END-READ
           IF VAL-HDR-RECORD-TYPE = "H"
               GO TO RELEASE-ONE-RESULT-EXIT
           END-IF
           IF VAL-TLR-RECORD-TYPE = "T"
               SET END-OF-VALID TO TRUE
               GO TO RELEASE-ONE-RESULT-EXIT
           END-IF
           ADD 1 TO VALID-SEQUENCE
           MOVE VALID-DEPT-CODE TO WORK-DEPT-CODE
           PERFORM FIND-DEPT-ENTRY
           IF NOT DEPT-HIT
               DISPLAY "EQPMERGE: EQVALID RECORD " VALID-SEQUENCE
                   " DEPARTMENT " WORK-DEPT-CODE " WAS NOT SPLIT"
               SET CONTROL-ERROR TO TRUE
               GO TO RELEASE-ONE-RESULT-EXIT
           END-IF
           IF PDT-PARTITION (DEPT-HIT-INDEX) NOT = PARTITION-SUB
               GO TO RELEASE-ONE-RESULT-EXIT
           END-IF
           READ PART-RESULT-FILE
               AT END
                   DISPLAY "EQPMERGE: " PART-RESULT-NAME
                       " ENDS BEFORE EQVALID RECORD " VALID-SEQUENCE
                   SET CONTROL-ERROR TO TRUE
                   GO TO RELEASE-ONE-RESULT-EXIT
           END-READ
           IF OUT-DEPT-CODE NOT = VALID-DEPT-CODE
               DISPLAY "EQPMERGE: " PART-RESULT-NAME
                   " OUT OF STEP AT EQVALID RECORD " VALID-SEQUENCE
               SET CONTROL-ERROR TO TRUE
               GO TO RELEASE-ONE-RESULT-EXIT
           END-IF
           MOVE VALID-SEQUENCE TO SRT-SEQUENCE
           MOVE SPACES TO SRT-RESULT-IMAGE
           MOVE EQ-OUTPUT-RECORD TO SRT-RESULT-IMAGE
           RELEASE SORT-WORK-RECORD.

       RELEASE-ONE-RESULT-EXIT.
           EXIT.

       FIND-DEPT-ENTRY.
           MOVE "N" TO DEPT-HIT-SWITCH
           MOVE ZERO TO DEPT-HIT-INDEX
           PERFORM CHECK-DEPT-ENTRY
               VARYING DEPT-SUB FROM 1 BY 1
               UNTIL DEPT-SUB > DEPT-ENTRY-COUNT OR DEPT-HIT.

       CHECK-DEPT-ENTRY.
           IF PDT-DEPT-CODE (DEPT-SUB) = WORK-DEPT-CODE
               SET DEPT-HIT TO TRUE
               MOVE DEPT-SUB TO DEPT-HIT-INDEX
           END-IF.

      ******************************************************************
      * SORT output: writes the results back to EQOUTPUT in EQVALID
      * order. A merge that stopped on the way in never opens
      * EQOUTPUT, so the file is left as it was.
      ******************************************************************
       WRITE-MERGED-OUTPUT.
           IF CONTROL-ERROR
               GO TO WRITE-MERGED-OUTPUT-EXIT
           END-IF
           OPEN OUTPUT EQ-OUTPUT-FILE
           IF EQ-OUTPUT-STATUS NOT = "00"
               DISPLAY "EQPMERGE: EQOUTPUT NOT AVAILABLE - STATUS "
                   EQ-OUTPUT-STATUS
               SET CONTROL-ERROR TO TRUE
               GO TO WRITE-MERGED-OUTPUT-EXIT
           END-IF
           PERFORM WRITE-ONE-MERGED THRU WRITE-ONE-MERGED-EXIT
               UNTIL END-OF-SORT
           CLOSE EQ-OUTPUT-FILE.

       WRITE-MERGED-OUTPUT-EXIT.
           EXIT.

       WRITE-ONE-MERGED.
           RETURN SORT-WORK-FILE
               AT END
                   SET END-OF-SORT TO TRUE
                   GO TO WRITE-ONE-MERGED-EXIT
           END-RETURN
           MOVE SRT-RESULT-IMAGE TO MERGED-OUTPUT-RECORD
           WRITE MERGED-OUTPUT-RECORD
           ADD 1 TO MERGED-COUNT.

       WRITE-ONE-MERGED-EXIT.
           EXIT.

      ******************************************************************
      * Moves the partitions' audit entries into AUDITLOG, partition
      * by partition, sealing each one on the way in. A partition
      * that wrote no EQAUDPnn has nothing to move. The EQAUDPnn
      * files are only emptied once AUDITLOG is closed.
      ******************************************************************
       APPEND-PARTITION-AUDIT.
           OPEN EXTEND AUDIT-LOG-FILE
           IF AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           IF AUDIT-LOG-STATUS NOT = "00"
               DISPLAY "EQPMERGE: AUDITLOG NOT AVAILABLE - STATUS "
                   AUDIT-LOG-STATUS
               SET AUDIT-ERROR TO TRUE
               GO TO APPEND-PARTITION-AUDIT-EXIT
           END-IF
           PERFORM APPEND-ONE-PARTITION-AUDIT
               THRU APPEND-ONE-PARTITION-AUDIT-EXIT
               VARYING PARTITION-SUB FROM 1 BY 1
               UNTIL PARTITION-SUB > PARTITION-COUNT
               OR AUDIT-ERROR
           CLOSE AUDIT-LOG-FILE
           IF AUDIT-ERROR
               GO TO APPEND-PARTITION-AUDIT-EXIT
           END-IF
           PERFORM EMPTY-PARTITION-AUDIT
               VARYING PARTITION-SUB FROM 1 BY 1
               UNTIL PARTITION-SUB > PARTITION-COUNT.

       APPEND-PARTITION-AUDIT-EXIT.
           EXIT.

       APPEND-ONE-PARTITION-AUDIT.
           PERFORM SET-PART-AUDIT-NAME
           OPEN INPUT PART-AUDIT-FILE
           IF PART-AUDIT-STATUS = "35"
               GO TO APPEND-ONE-PARTITION-AUDIT-EXIT
           END-IF
           IF PART-AUDIT-STATUS NOT = "00"
               DISPLAY "EQPMERGE: " PART-AUDIT-NAME
                   " NOT AVAILABLE - STATUS " PART-AUDIT-STATUS
               SET AUDIT-ERROR TO TRUE
               GO TO APPEND-ONE-PARTITION-AUDIT-EXIT
           END-IF
           MOVE "N" TO END-OF-PART-AUDIT-SWITCH
           PERFORM APPEND-ONE-AUDIT-ENTRY
               THRU APPEND-ONE-AUDIT-ENTRY-EXIT
               UNTIL END-OF-PART-AUDIT
           CLOSE PART-AUDIT-FILE.

       APPEND-ONE-PARTITION-AUDIT-EXIT.
           EXIT.

       APPEND-ONE-AUDIT-ENTRY.
           READ PART-AUDIT-FILE
               AT END
                   SET END-OF-PART-AUDIT TO TRUE
                   GO TO APPEND-ONE-AUDIT-ENTRY-EXIT
           END-READ
           MOVE PART-AUDIT-LOG-RECORD TO AUDIT-LOG-RECORD
           MOVE "S" TO SEAL-FUNCTION
           CALL 'AUDSEAL' USING SEAL-CONTROL, AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           ADD 1 TO AUDIT-APPENDED-COUNT.

       APPEND-ONE-AUDIT-ENTRY-EXIT.
           EXIT.

      * OPEN OUTPUT then CLOSE leaves the EQAUDPnn empty. One that
      * cannot be emptied would be appended again by the next merge.
       EMPTY-PARTITION-AUDIT.
           PERFORM SET-PART-AUDIT-NAME
           OPEN OUTPUT PART-AUDIT-FILE
           IF PART-AUDIT-STATUS = "00"
               CLOSE PART-AUDIT-FILE
           ELSE
               DISPLAY "EQPMERGE: " PART-AUDIT-NAME
                   " NOT EMPTIED - STATUS " PART-AUDIT-STATUS
                   " - EMPTY IT BEFORE THE NEXT MERGE"
               SET AUDIT-ERROR TO TRUE
           END-IF.

       SET-PART-AUDIT-NAME.
           MOVE PARTITION-SUB TO PARTITION-DIGITS
           MOVE SPACES TO PART-AUDIT-NAME
           STRING "EQAUDP" DELIMITED BY SIZE
               PARTITION-DIGITS DELIMITED BY SIZE
               INTO PART-AUDIT-NAME.

      ******************************************************************
      * Appends the M record that tells OPSTAT the night was merged.
      * Only a display depends on it, so a failure just warns.
      ******************************************************************
       WRITE-MERGE-RECORD.
           OPEN EXTEND PARTITION-CONTROL-FILE
           IF PARTITION-CONTROL-STATUS NOT = "00"
               DISPLAY "EQPMERGE: WARNING - EQPARTCTL NOT AVAILABLE "
                   "FOR THE MERGE RECORD - STATUS "
                   PARTITION-CONTROL-STATUS
           ELSE
               MOVE SPACES TO PARTITION-CONTROL-RECORD
               MOVE "M" TO PCT-RECORD-TYPE
               MOVE SPLIT-RUN-ID TO PCT-RUN-ID
               MOVE PARTITION-COUNT TO PCT-PARTITION
               MOVE MERGED-COUNT TO PCT-COUNT
               WRITE PARTITION-CONTROL-RECORD
               CLOSE PARTITION-CONTROL-FILE
           END-IF.

       END PROGRAM EQPMERGE.
