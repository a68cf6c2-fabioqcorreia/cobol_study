      ******************************************************************
      * Author: Fábio Correia
      * Date: 2026-10-15
      * Purpose: study - partition split for EQ_SEG_GRAU. On heavy
      *          nights the single EQVALID stream is the longest step
      *          of the window, so with EQ-PARTITIONS=n in RUNPARMS
      *          (2 to 8; 1, the default, keeps the single stream and
      *          RUNBATCH does not call this program) the night's
      *          EQVALID is split into n partition files, EQVP01 to
      *          EQVPnn, each one a complete EQVALID of its own - an
      *          EQCTLREC header with the partition's count and a
      *          counted trailer - that EQ_SEG_GRAU solves as a
      *          separate stream with its own EQCKPnn checkpoint (see
      *          EQPARTID). A department is never divided: the
      *          departments are dealt out largest first, each to the
      *          partition with the fewest equations so far, so the
      *          partitions come out about the same size. EQVALID must
      *          reconcile to its own trailer before anything is
      *          split. Last of all EQPARTCTL (layout in EQPCTREC)
      *          records the run, the trailer count, each partition's
      *          count and each department's partition, for EQPMERGE
      *          to reconcile and merge against - it is emptied first
      *          thing, so a split that fails part way never leaves a
      *          control file that matches the partitions.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQPSPLIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EQ-VALID-FILE ASSIGN TO "EQVALID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EQ-VALID-STATUS.
           SELECT PARTITION-FILE ASSIGN USING PARTITION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTITION-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN USING CHECKPOINT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKPOINT-STATUS.
           SELECT PARTITION-CONTROL-FILE ASSIGN TO "EQPARTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTITION-CONTROL-STATUS.
           SELECT RUN-PARMS-FILE ASSIGN TO "RUNPARMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-PARMS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EQ-VALID-FILE.
       01 VALID-EQUATION-RECORD.
          05 VALID-TRIPLE PIC X(36).
          05 VALID-DEPT-CODE PIC X(04).
           COPY EQCTLREC REPLACING LEADING ==EQC== BY ==VAL==.

       FD  PARTITION-FILE.
       01 PARTITION-RECORD PIC X(40).
           COPY EQCTLREC REPLACING LEADING ==EQC== BY ==PRT==.

       FD  CHECKPOINT-FILE.
           COPY CKPTREC.

       FD  PARTITION-CONTROL-FILE.
           COPY EQPCTREC.

       FD  RUN-PARMS-FILE.
       01 RUN-PARMS-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
           COPY RUNID.
       01 RUN-DATE-WORK PIC X(08).
       01 RUN-TIME-WORK PIC X(08).
       01 EQ-VALID-STATUS PIC X(02).
       01 PARTITION-STATUS PIC X(02).
       01 CHECKPOINT-STATUS PIC X(02).
       01 PARTITION-CONTROL-STATUS PIC X(02).
       01 RUN-PARMS-STATUS PIC X(02).
       01 PARTITION-FILE-NAME PIC X(08).
       01 CHECKPOINT-NAME PIC X(08).
       01 PARTITION-DIGITS PIC 9(02).
       01 PARM-KEYWORD PIC X(20).
       01 PARM-VALUE PIC X(48).
       01 PARSE-POINTER PIC 9(02).
       01 PARSE-LENGTH PIC 9(02).
       01 PARTITION-COUNT PIC 9(02) VALUE 1.
       01 PARTITION-LIMIT PIC 9(02) VALUE 8.
       01 SAVED-CREATE-DATE PIC X(08).
       01 SAVED-SYSTEM-ID PIC X(08).
       01 DETAIL-COUNT PIC 9(07) VALUE ZERO.
       01 TRAILER-RECORD-COUNT PIC 9(07) VALUE ZERO.
       01 CURRENT-PARTITION PIC 9(02) VALUE ZERO.
       01 WORK-DEPT-CODE PIC X(04).
       01 LARGEST-SUB PIC 9(03).
       01 LIGHTEST-SUB PIC 9(02).
       01 END-OF-PARMS-SWITCH PIC X(01) VALUE "N".
          88 END-OF-PARMS VALUE "Y".
       01 END-OF-VALID-SWITCH PIC X(01) VALUE "N".
          88 END-OF-VALID VALUE "Y".
       01 TRAILER-SEEN-SWITCH PIC X(01) VALUE "N".
          88 TRAILER-SEEN VALUE "Y".
       01 CONTROL-ERROR-SWITCH PIC X(01) VALUE "N".
          88 CONTROL-ERROR VALUE "Y".

      * One entry per department in tonight's EQVALID: its count of
      * details and the partition it is dealt to (zero until dealt).
       01 DEPT-TABLE.
          05 DEPT-ENTRY-COUNT PIC 9(03) VALUE ZERO.
          05 DEPT-ENTRY OCCURS 100 TIMES.
             10 PDT-DEPT-CODE PIC X(04).
             10 PDT-COUNT PIC 9(07).
             10 PDT-PARTITION PIC 9(02).
       01 DEPT-LIMIT PIC 9(03) VALUE 100.
       01 DEPT-SUB PIC 9(03).
       01 DEPT-HIT-INDEX PIC 9(03) VALUE ZERO.
       01 DEPT-HIT-SWITCH PIC X(01).
          88 DEPT-HIT VALUE "Y".

      * One entry per partition: the equations dealt to it and the
      * details actually written to its EQVPnn file.
       01 PARTITION-TABLE.
          05 PARTITION-ENTRY OCCURS 8 TIMES.
             10 PTN-LOAD PIC 9(07).
             10 PTN-WRITTEN PIC 9(07).
             10 PTN-DEPT-COUNT PIC 9(03).
       01 PARTITION-SUB PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
      * A CALLed subprogram keeps last-used state, so everything a
      * prior window of the same OPMENU session may have left behind
      * is re-initialized before this split starts.
           MOVE 1 TO PARTITION-COUNT
           MOVE ZERO TO DETAIL-COUNT
           MOVE ZERO TO TRAILER-RECORD-COUNT
           MOVE ZERO TO CURRENT-PARTITION
           MOVE ZERO TO DEPT-ENTRY-COUNT
           MOVE SPACES TO SAVED-CREATE-DATE
           MOVE SPACES TO SAVED-SYSTEM-ID
           MOVE "N" TO END-OF-PARMS-SWITCH
           MOVE "N" TO END-OF-VALID-SWITCH
           MOVE "N" TO TRAILER-SEEN-SWITCH
           MOVE "N" TO CONTROL-ERROR-SWITCH
           PERFORM CLEAR-PARTITION-ENTRY
               VARYING PARTITION-SUB FROM 1 BY 1
               UNTIL PARTITION-SUB > PARTITION-LIMIT
           IF BATCH-RUN-ID = SPACES OR BATCH-RUN-ID = LOW-VALUES
               PERFORM ASSIGN-RUN-ID
           END-IF
           PERFORM READ-RUN-PARMS

           OPEN OUTPUT PARTITION-CONTROL-FILE
           IF PARTITION-CONTROL-STATUS NOT = "00"
               DISPLAY "EQPSPLIT: EQPARTCTL NOT AVAILABLE - STATUS "
                   PARTITION-CONTROL-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK.
           CLOSE PARTITION-CONTROL-FILE

           PERFORM COUNT-VALID-DETAILS THRU COUNT-VALID-DETAILS-EXIT
           IF CONTROL-ERROR
               MOVE 1 TO RETURN-CODE
               GOBACK.

           IF NOT TRAILER-SEEN
               OR DETAIL-COUNT NOT = TRAILER-RECORD-COUNT
               IF NOT TRAILER-SEEN
                   DISPLAY "EQPSPLIT: NO BATCH TRAILER ON EQVALID - "
                       "TRANSMISSION TRUNCATED?"
               ELSE
                   DISPLAY "EQPSPLIT: TRAILER COUNT "
                       TRAILER-RECORD-COUNT " DOES NOT MATCH "
                       DETAIL-COUNT " EQUATIONS ON EQVALID"
               END-IF
               DISPLAY "EQPSPLIT: EQVALID NOT SPLIT"
               MOVE 2 TO RETURN-CODE
               GOBACK.

           PERFORM DEAL-ONE-DEPT
               VARYING DEPT-SUB FROM 1 BY 1
               UNTIL DEPT-SUB > DEPT-ENTRY-COUNT

           PERFORM CREATE-PARTITION-FILE
               THRU CREATE-PARTITION-FILE-EXIT
               VARYING PARTITION-SUB FROM 1 BY 1
               UNTIL PARTITION-SUB > PARTITION-COUNT
               OR CONTROL-ERROR
           IF CONTROL-ERROR
               MOVE 1 TO RETURN-CODE
               GOBACK.

           PERFORM DISTRIBUTE-VALID-DETAILS
               THRU DISTRIBUTE-VALID-DETAILS-EXIT
           IF CONTROL-ERROR
               MOVE 1 TO RETURN-CODE
               GOBACK.

           PERFORM CLOSE-PARTITION-FILE THRU CLOSE-PARTITION-FILE-EXIT
               VARYING PARTITION-SUB FROM 1 BY 1
               UNTIL PARTITION-SUB > PARTITION-COUNT
               OR CONTROL-ERROR
           IF CONTROL-ERROR
               MOVE 1 TO RETURN-CODE
               GOBACK.

           PERFORM WRITE-PARTITION-CONTROL
               THRU WRITE-PARTITION-CONTROL-EXIT
           IF CONTROL-ERROR
               MOVE 1 TO RETURN-CODE
               GOBACK.

           PERFORM SHOW-ONE-PARTITION
               VARYING PARTITION-SUB FROM 1 BY 1
               UNTIL PARTITION-SUB > PARTITION-COUNT
           DISPLAY "EQPSPLIT: " DETAIL-COUNT " EQUATIONS OF "
               DEPT-ENTRY-COUNT " DEPARTMENTS SPLIT INTO "
               PARTITION-COUNT " PARTITIONS"
           GOBACK.

       CLEAR-PARTITION-ENTRY.
           MOVE ZERO TO PTN-LOAD (PARTITION-SUB)
           MOVE ZERO TO PTN-WRITTEN (PARTITION-SUB)
           MOVE ZERO TO PTN-DEPT-COUNT (PARTITION-SUB).

      ******************************************************************
      * Reads the shared RUNPARMS steering file for this program's
      * one keyword, EQ-PARTITIONS. A missing file or keyword, or a
      * value that is not a single digit from 1 to 8, leaves one
      * partition. The resolved count is displayed either way.
      ******************************************************************
       READ-RUN-PARMS.
           OPEN INPUT RUN-PARMS-FILE
           IF RUN-PARMS-STATUS NOT = "00"
               DISPLAY "EQPSPLIT: NO RUNPARMS - USING DEFAULTS"
           ELSE
               PERFORM READ-ONE-PARM THRU READ-ONE-PARM-EXIT
                   UNTIL END-OF-PARMS
               CLOSE RUN-PARMS-FILE
           END-IF
           DISPLAY "EQPSPLIT: EQ-PARTITIONS " PARTITION-COUNT.

       READ-ONE-PARM.
           READ RUN-PARMS-FILE
               AT END
                   SET END-OF-PARMS TO TRUE
                   GO TO READ-ONE-PARM-EXIT
           END-READ

           IF RUN-PARMS-RECORD (1:1) = "*" OR RUN-PARMS-RECORD = SPACES
               GO TO READ-ONE-PARM-EXIT
           END-IF

           MOVE SPACES TO PARM-KEYWORD
           MOVE SPACES TO PARM-VALUE
           MOVE 1 TO PARSE-POINTER
           UNSTRING RUN-PARMS-RECORD DELIMITED BY "="
               INTO PARM-KEYWORD WITH POINTER PARSE-POINTER
           IF PARSE-POINTER <= 80
               COMPUTE PARSE-LENGTH = 81 - PARSE-POINTER
               MOVE RUN-PARMS-RECORD (PARSE-POINTER:PARSE-LENGTH)
                   TO PARM-VALUE
           END-IF
           IF PARM-KEYWORD = "EQ-PARTITIONS"
               IF PARM-VALUE (1:1) >= "1" AND PARM-VALUE (1:1) <= "8"
                   AND PARM-VALUE (2:1) = SPACE
                   MOVE PARM-VALUE (1:1) TO PARTITION-DIGITS (2:1)
                   MOVE "0" TO PARTITION-DIGITS (1:1)
                   MOVE PARTITION-DIGITS TO PARTITION-COUNT
               ELSE
                   DISPLAY "EQPSPLIT: EQ-PARTITIONS NOT 1 TO 8 - "
                       "KEEPING " PARTITION-COUNT
               END-IF
           END-IF.

       READ-ONE-PARM-EXIT.
           EXIT.

      ******************************************************************
      * First pass over EQVALID: keeps the header's creation date and
      * sending system for the partition headers, counts each
      * department's details and picks up the trailer count.
      ******************************************************************
       COUNT-VALID-DETAILS.
           OPEN INPUT EQ-VALID-FILE
           IF EQ-VALID-STATUS NOT = "00"
               DISPLAY "EQPSPLIT: EQVALID NOT AVAILABLE - STATUS "
                   EQ-VALID-STATUS
               SET CONTROL-ERROR TO TRUE
               GO TO COUNT-VALID-DETAILS-EXIT
           END-IF
           PERFORM COUNT-ONE-VALID THRU COUNT-ONE-VALID-EXIT
               UNTIL END-OF-VALID
           CLOSE EQ-VALID-FILE.

       COUNT-VALID-DETAILS-EXIT.
           EXIT.

       COUNT-ONE-VALID.
           READ EQ-VALID-FILE
               AT END
                   SET END-OF-VALID TO TRUE
                   GO TO COUNT-ONE-VALID-EXIT
           END-READ
           IF VAL-HDR-RECORD-TYPE = "H"
               MOVE VAL-HDR-CREATE-DATE TO SAVED-CREATE-DATE
               MOVE VAL-HDR-SYSTEM-ID TO SAVED-SYSTEM-ID
               GO TO COUNT-ONE-VALID-EXIT
           END-IF
           IF VAL-TLR-RECORD-TYPE = "T"
               SET TRAILER-SEEN TO TRUE
               MOVE VAL-TLR-RECORD-COUNT TO TRAILER-RECORD-COUNT
               SET END-OF-VALID TO TRUE
               GO TO COUNT-ONE-VALID-EXIT
           END-IF
           ADD 1 TO DETAIL-COUNT
           MOVE VALID-DEPT-CODE TO WORK-DEPT-CODE
           PERFORM FIND-DEPT-ENTRY
           IF NOT DEPT-HIT
               IF DEPT-ENTRY-COUNT < DEPT-LIMIT
                   ADD 1 TO DEPT-ENTRY-COUNT
                   MOVE DEPT-ENTRY-COUNT TO DEPT-HIT-INDEX
                   MOVE WORK-DEPT-CODE
                       TO PDT-DEPT-CODE (DEPT-HIT-INDEX)
                   MOVE ZERO TO PDT-COUNT (DEPT-HIT-INDEX)
                   MOVE ZERO TO PDT-PARTITION (DEPT-HIT-INDEX)
               ELSE
                   DISPLAY "EQPSPLIT: DEPARTMENT TABLE FULL AT "
                       WORK-DEPT-CODE " - EQVALID NOT SPLIT"
                   SET CONTROL-ERROR TO TRUE
                   SET END-OF-VALID TO TRUE
                   GO TO COUNT-ONE-VALID-EXIT
               END-IF
           END-IF
           ADD 1 TO PDT-COUNT (DEPT-HIT-INDEX).

       COUNT-ONE-VALID-EXIT.
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
      * Deals one department per call: the largest department not yet
      * dealt goes to the partition with the fewest equations so far
      * (the lowest-numbered one on a tie), so the same EQVALID always
      * splits the same way.
      ******************************************************************
       DEAL-ONE-DEPT.
           MOVE ZERO TO LARGEST-SUB
           PERFORM CHECK-LARGEST-DEPT
               VARYING DEPT-HIT-INDEX FROM 1 BY 1
               UNTIL DEPT-HIT-INDEX > DEPT-ENTRY-COUNT
           MOVE 1 TO LIGHTEST-SUB
           PERFORM CHECK-LIGHTEST-PARTITION
               VARYING PARTITION-SUB FROM 2 BY 1
               UNTIL PARTITION-SUB > PARTITION-COUNT
           MOVE LIGHTEST-SUB TO PDT-PARTITION (LARGEST-SUB)
           ADD PDT-COUNT (LARGEST-SUB) TO PTN-LOAD (LIGHTEST-SUB)
           ADD 1 TO PTN-DEPT-COUNT (LIGHTEST-SUB).

       CHECK-LARGEST-DEPT.
           IF PDT-PARTITION (DEPT-HIT-INDEX) = ZERO
               IF LARGEST-SUB = ZERO
                   MOVE DEPT-HIT-INDEX TO LARGEST-SUB
               ELSE
                   IF PDT-COUNT (DEPT-HIT-INDEX)
                       > PDT-COUNT (LARGEST-SUB)
                       MOVE DEPT-HIT-INDEX TO LARGEST-SUB
                   END-IF
               END-IF
           END-IF.

       CHECK-LIGHTEST-PARTITION.
           IF PTN-LOAD (PARTITION-SUB) < PTN-LOAD (LIGHTEST-SUB)
               MOVE PARTITION-SUB TO LIGHTEST-SUB
           END-IF.

      ******************************************************************
      * Creates one partition file with its header - the EQVALID
      * header's date and sending system and the partition's own
      * expected count - and resets the partition's checkpoint, since
      * these are new partitions and none of them has been solved.
      ******************************************************************
       CREATE-PARTITION-FILE.
           PERFORM SET-PARTITION-NAMES
           OPEN OUTPUT PARTITION-FILE
           IF PARTITION-STATUS NOT = "00"
               DISPLAY "EQPSPLIT: " PARTITION-FILE-NAME
                   " NOT AVAILABLE - STATUS " PARTITION-STATUS
               SET CONTROL-ERROR TO TRUE
               GO TO CREATE-PARTITION-FILE-EXIT
           END-IF
           MOVE SPACES TO PARTITION-RECORD
           MOVE "H" TO PRT-HDR-RECORD-TYPE
           MOVE SAVED-CREATE-DATE TO PRT-HDR-CREATE-DATE
           MOVE SAVED-SYSTEM-ID TO PRT-HDR-SYSTEM-ID
           MOVE PTN-LOAD (PARTITION-SUB) TO PRT-HDR-EXPECTED-COUNT
           WRITE PARTITION-RECORD
           CLOSE PARTITION-FILE

           OPEN OUTPUT CHECKPOINT-FILE
           IF CHECKPOINT-STATUS NOT = "00"
               DISPLAY "EQPSPLIT: " CHECKPOINT-NAME
                   " NOT AVAILABLE - STATUS " CHECKPOINT-STATUS
               SET CONTROL-ERROR TO TRUE
               GO TO CREATE-PARTITION-FILE-EXIT
           END-IF
           MOVE ZERO TO CKPT-LAST-RECORD
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.

       CREATE-PARTITION-FILE-EXIT.
           EXIT.

       SET-PARTITION-NAMES.
           MOVE PARTITION-SUB TO PARTITION-DIGITS
           MOVE SPACES TO PARTITION-FILE-NAME
           STRING "EQVP" DELIMITED BY SIZE
               PARTITION-DIGITS DELIMITED BY SIZE
               INTO PARTITION-FILE-NAME
           MOVE SPACES TO CHECKPOINT-NAME
           STRING "EQCKP" DELIMITED BY SIZE
               PARTITION-DIGITS DELIMITED BY SIZE
               INTO CHECKPOINT-NAME.

      ******************************************************************
      * Second pass over EQVALID: every detail goes to its
      * department's partition, in EQVALID order within the
      * partition. The partition file is switched the way EQDEPSPLIT
      * switches department files - reopened EXTEND, since each one
      * already holds its header.
      ******************************************************************
       DISTRIBUTE-VALID-DETAILS.
           OPEN INPUT EQ-VALID-FILE
           IF EQ-VALID-STATUS NOT = "00"
               DISPLAY "EQPSPLIT: EQVALID NOT AVAILABLE - STATUS "
                   EQ-VALID-STATUS
               SET CONTROL-ERROR TO TRUE
               GO TO DISTRIBUTE-VALID-DETAILS-EXIT
           END-IF
           MOVE "N" TO END-OF-VALID-SWITCH
           PERFORM DISTRIBUTE-ONE-VALID THRU DISTRIBUTE-ONE-VALID-EXIT
               UNTIL END-OF-VALID
           IF CURRENT-PARTITION NOT = ZERO
               CLOSE PARTITION-FILE
               MOVE ZERO TO CURRENT-PARTITION
           END-IF
           CLOSE EQ-VALID-FILE.

       DISTRIBUTE-VALID-DETAILS-EXIT.
           EXIT.

       DISTRIBUTE-ONE-VALID.
           READ EQ-VALID-FILE
               AT END
                   SET END-OF-VALID TO TRUE
                   GO TO DISTRIBUTE-ONE-VALID-EXIT
           END-READ
           IF VAL-HDR-RECORD-TYPE = "H"
               GO TO DISTRIBUTE-ONE-VALID-EXIT
           END-IF
           IF VAL-TLR-RECORD-TYPE = "T"
               SET END-OF-VALID TO TRUE
               GO TO DISTRIBUTE-ONE-VALID-EXIT
           END-IF
           MOVE VALID-DEPT-CODE TO WORK-DEPT-CODE
           PERFORM FIND-DEPT-ENTRY
           IF NOT DEPT-HIT
               DISPLAY "EQPSPLIT: DEPARTMENT " WORK-DEPT-CODE
                   " NOT SEEN ON THE FIRST PASS - EQVALID CHANGED?"
               SET CONTROL-ERROR TO TRUE
               SET END-OF-VALID TO TRUE
               GO TO DISTRIBUTE-ONE-VALID-EXIT
           END-IF
           IF PDT-PARTITION (DEPT-HIT-INDEX) NOT = CURRENT-PARTITION
               PERFORM SWITCH-PARTITION-FILE
               IF CONTROL-ERROR
                   SET END-OF-VALID TO TRUE
                   GO TO DISTRIBUTE-ONE-VALID-EXIT
               END-IF
           END-IF
           MOVE VALID-EQUATION-RECORD TO PARTITION-RECORD
           WRITE PARTITION-RECORD
           ADD 1 TO PTN-WRITTEN (CURRENT-PARTITION).

       DISTRIBUTE-ONE-VALID-EXIT.
           EXIT.

       SWITCH-PARTITION-FILE.
           IF CURRENT-PARTITION NOT = ZERO
               CLOSE PARTITION-FILE
               MOVE ZERO TO CURRENT-PARTITION
           END-IF
           MOVE PDT-PARTITION (DEPT-HIT-INDEX) TO PARTITION-SUB
           PERFORM SET-PARTITION-NAMES
           OPEN EXTEND PARTITION-FILE
           IF PARTITION-STATUS NOT = "00"
               DISPLAY "EQPSPLIT: " PARTITION-FILE-NAME
                   " NOT AVAILABLE - STATUS " PARTITION-STATUS
               SET CONTROL-ERROR TO TRUE
           ELSE
               MOVE PARTITION-SUB TO CURRENT-PARTITION
           END-IF.

      ******************************************************************
      * Closes one partition file with its counted trailer. What was
      * written must be what was dealt, or the split is not used.
      ******************************************************************
       CLOSE-PARTITION-FILE.
           PERFORM SET-PARTITION-NAMES
           IF PTN-WRITTEN (PARTITION-SUB) NOT = PTN-LOAD (PARTITION-SUB)
               DISPLAY "EQPSPLIT: " PARTITION-FILE-NAME " WROTE "
                   PTN-WRITTEN (PARTITION-SUB) " OF "
                   PTN-LOAD (PARTITION-SUB) " EQUATIONS DEALT TO IT"
               SET CONTROL-ERROR TO TRUE
               GO TO CLOSE-PARTITION-FILE-EXIT
           END-IF
           OPEN EXTEND PARTITION-FILE
           IF PARTITION-STATUS NOT = "00"
               DISPLAY "EQPSPLIT: " PARTITION-FILE-NAME
                   " NOT AVAILABLE - STATUS " PARTITION-STATUS
               SET CONTROL-ERROR TO TRUE
               GO TO CLOSE-PARTITION-FILE-EXIT
           END-IF
           MOVE SPACES TO PARTITION-RECORD
           MOVE "T" TO PRT-TLR-RECORD-TYPE
           MOVE PTN-WRITTEN (PARTITION-SUB) TO PRT-TLR-RECORD-COUNT
           WRITE PARTITION-RECORD
           CLOSE PARTITION-FILE.

       CLOSE-PARTITION-FILE-EXIT.
           EXIT.

      ******************************************************************
      * Writes EQPARTCTL now that every partition file is complete:
      * the run record, one record per partition, one per department.
      ******************************************************************
       WRITE-PARTITION-CONTROL.
           OPEN OUTPUT PARTITION-CONTROL-FILE
           IF PARTITION-CONTROL-STATUS NOT = "00"
               DISPLAY "EQPSPLIT: EQPARTCTL NOT AVAILABLE - STATUS "
                   PARTITION-CONTROL-STATUS
               SET CONTROL-ERROR TO TRUE
               GO TO WRITE-PARTITION-CONTROL-EXIT
           END-IF
           MOVE SPACES TO PARTITION-CONTROL-RECORD
           MOVE "R" TO PCT-RECORD-TYPE
           MOVE BATCH-RUN-ID TO PCT-RUN-ID
           MOVE PARTITION-COUNT TO PCT-PARTITION
           MOVE TRAILER-RECORD-COUNT TO PCT-COUNT
           WRITE PARTITION-CONTROL-RECORD
           PERFORM WRITE-PARTITION-ENTRY
               VARYING PARTITION-SUB FROM 1 BY 1
               UNTIL PARTITION-SUB > PARTITION-COUNT
           PERFORM WRITE-DEPT-ENTRY
               VARYING DEPT-SUB FROM 1 BY 1
               UNTIL DEPT-SUB > DEPT-ENTRY-COUNT
           CLOSE PARTITION-CONTROL-FILE.

       WRITE-PARTITION-CONTROL-EXIT.
           EXIT.

       WRITE-PARTITION-ENTRY.
           MOVE SPACES TO PARTITION-CONTROL-RECORD
           MOVE "P" TO PCT-RECORD-TYPE
           MOVE BATCH-RUN-ID TO PCT-RUN-ID
           MOVE PARTITION-SUB TO PCT-PARTITION
           MOVE PTN-WRITTEN (PARTITION-SUB) TO PCT-COUNT
           WRITE PARTITION-CONTROL-RECORD.

       WRITE-DEPT-ENTRY.
           MOVE SPACES TO PARTITION-CONTROL-RECORD
           MOVE "D" TO PCT-RECORD-TYPE
           MOVE BATCH-RUN-ID TO PCT-RUN-ID
           MOVE PDT-PARTITION (DEPT-SUB) TO PCT-PARTITION
           MOVE PDT-DEPT-CODE (DEPT-SUB) TO PCT-DEPT-CODE
           MOVE PDT-COUNT (DEPT-SUB) TO PCT-COUNT
           WRITE PARTITION-CONTROL-RECORD.

       SHOW-ONE-PARTITION.
           PERFORM SET-PARTITION-NAMES
           DISPLAY "EQPSPLIT: " PARTITION-FILE-NAME " - "
               PTN-WRITTEN (PARTITION-SUB) " EQUATIONS, "
               PTN-DEPT-COUNT (PARTITION-SUB) " DEPARTMENT(S)".

      ******************************************************************
      * Generates this run's own identifier (date plus time) when no
      * batch window assigned one - a stand-alone run from the command
      * line.
      ******************************************************************
       ASSIGN-RUN-ID.
           ACCEPT RUN-DATE-WORK FROM DATE YYYYMMDD
           ACCEPT RUN-TIME-WORK FROM TIME
           MOVE SPACES TO BATCH-RUN-ID
           STRING RUN-DATE-WORK DELIMITED BY SIZE
               RUN-TIME-WORK (1:6) DELIMITED BY SIZE
               INTO BATCH-RUN-ID
           IF BUSINESS-DATE = SPACES OR BUSINESS-DATE = LOW-VALUES
               MOVE RUN-DATE-WORK TO BUSINESS-DATE
           END-IF.

       END PROGRAM EQPSPLIT.
