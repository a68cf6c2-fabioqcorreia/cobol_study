      ******************************************************************
      * Author: Fábio Correia
      * Date: 2026-10-15
      * Purpose: study - one EQ_SEG_GRAU partition run as a process of
      *          its own. On a night with EQ-PARTITIONS above 1 in
      *          RUNPARMS, RUNBATCH launches one of these in the
      *          background per partition, so the partitions EQPSPLIT
      *          made are solved side by side instead of one after
      *          the other, and waits on EQPARTCTL (layout in
      *          EQPCTREC) for every one of them to report back. The
      *          command line carries what the window would otherwise
      *          pass in storage:
      *            EQPSOLVE nn launchstamp runid businessdate [oper]
      *          - the partition number, the stamp RUNBATCH launched
      *          it under, the window's run identifier and business
      *          date, and the operator when there is one. An S record
      *          goes on EQPARTCTL before the solve starts (so RUNBATCH
      *          can tell a partition that never got going from one
      *          still working) and a C record after it, carrying
      *          EQ_SEG_GRAU's return code and the count of results on
      *          the partition's EQOPnn. The process ends with the
      *          same return code, and its DISPLAY lines go wherever
      *          the launching command sends them (EQPLOGnn from the
      *          window). Run by hand with the same arguments it
      *          re-solves one partition for a window being recovered
      *          by hand, ahead of a stand-alone EQPMERGE.
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQPSOLVE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTITION-CONTROL-FILE ASSIGN TO "EQPARTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTITION-CONTROL-STATUS.
           SELECT PART-RESULT-FILE ASSIGN USING PART-RESULT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PART-RESULT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARTITION-CONTROL-FILE.
           COPY EQPCTREC.

       FD  PART-RESULT-FILE.
       01 PART-RESULT-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
           COPY RUNID.
           COPY EQPARTID.
       01 PARTITION-CONTROL-STATUS PIC X(02).
       01 PART-RESULT-STATUS PIC X(02).
       01 PART-RESULT-NAME PIC X(08).
       01 SOLVE-COMMAND-LINE PIC X(80).
       01 SOLVE-ARG-PARTITION PIC X(02).
       01 SOLVE-ARG-NUMBER REDEFINES SOLVE-ARG-PARTITION PIC 9(02).
       01 SOLVE-LAUNCH-STAMP PIC X(14).
       01 CONTROL-RECORD-TYPE PIC X(01).
       01 PARTITION-DIGITS PIC 9(02).
       01 PARTITION-LIMIT PIC 9(02) VALUE 8.
       01 SOLVE-RC PIC S9(4) COMP.
       01 SOLVED-COUNT PIC 9(07) VALUE ZERO.
       01 END-OF-RESULTS-SWITCH PIC X(01) VALUE "N".
          88 END-OF-RESULTS VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
           MOVE SPACES TO SOLVE-COMMAND-LINE
           ACCEPT SOLVE-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO SOLVE-ARG-PARTITION
           MOVE SPACES TO SOLVE-LAUNCH-STAMP
           MOVE SPACES TO BATCH-RUN-ID
           MOVE SPACES TO BUSINESS-DATE
           MOVE SPACES TO OPERATOR-ID
           UNSTRING SOLVE-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO SOLVE-ARG-PARTITION
                    SOLVE-LAUNCH-STAMP
                    BATCH-RUN-ID
                    BUSINESS-DATE
                    OPERATOR-ID
           END-UNSTRING

           IF SOLVE-ARG-PARTITION IS NOT NUMERIC
               OR SOLVE-LAUNCH-STAMP = SPACES
               OR BATCH-RUN-ID = SPACES
               OR BUSINESS-DATE = SPACES
               DISPLAY "EQPSOLVE: USAGE - EQPSOLVE NN LAUNCHSTAMP "
                   "RUNID BUSINESSDATE [OPERATOR]"
               MOVE 1 TO RETURN-CODE
               GOBACK.
           IF SOLVE-ARG-NUMBER = ZERO
               OR SOLVE-ARG-NUMBER > PARTITION-LIMIT
               DISPLAY "EQPSOLVE: PARTITION " SOLVE-ARG-PARTITION
                   " NOT 1 TO 8"
               MOVE 1 TO RETURN-CODE
               GOBACK.
           MOVE SOLVE-ARG-NUMBER TO PARTITION-DIGITS
           DISPLAY "EQPSOLVE: PARTITION " PARTITION-DIGITS " OF RUN "
               BATCH-RUN-ID " FOR " BUSINESS-DATE

      * No S record means RUNBATCH could not tell this partition was
      * ever running - better not to solve at all than unseen.
           MOVE "S" TO CONTROL-RECORD-TYPE
           MOVE ZERO TO SOLVE-RC
           PERFORM WRITE-CONTROL-RECORD THRU WRITE-CONTROL-RECORD-EXIT
           IF PARTITION-CONTROL-STATUS NOT = "00"
               MOVE 1 TO RETURN-CODE
               GOBACK.

           SET RUN-BY-WINDOW TO TRUE
           MOVE PARTITION-DIGITS TO SOLVE-PARTITION
           CALL 'EQ_SEG_GRAU'
           MOVE RETURN-CODE TO SOLVE-RC
           MOVE ZERO TO SOLVE-PARTITION
           MOVE "N" TO WINDOW-STEP-FLAG

           PERFORM COUNT-PARTITION-RESULTS
           DISPLAY "EQPSOLVE: PARTITION " PARTITION-DIGITS
               " ENDED WITH RETURN CODE " SOLVE-RC " - "
               SOLVED-COUNT " RESULTS ON " PART-RESULT-NAME

           MOVE "C" TO CONTROL-RECORD-TYPE
           PERFORM WRITE-CONTROL-RECORD THRU WRITE-CONTROL-RECORD-EXIT
           IF PARTITION-CONTROL-STATUS NOT = "00"
               AND SOLVE-RC = ZERO
               MOVE 1 TO SOLVE-RC
           END-IF
           MOVE SOLVE-RC TO RETURN-CODE
           GOBACK.

      ******************************************************************
      * Appends this partition's S or C record (type in CONTROL-
      * RECORD-TYPE) to EQPARTCTL. Every partition appends to the
      * same file, one short record per OPEN, so the records of
      * partitions finishing together land whole, one after another.
      ******************************************************************
       WRITE-CONTROL-RECORD.
           MOVE SPACES TO PARTITION-CONTROL-RECORD
           MOVE CONTROL-RECORD-TYPE TO PCT-RECORD-TYPE
           MOVE BATCH-RUN-ID TO PCT-RUN-ID
           MOVE PARTITION-DIGITS TO PCT-PARTITION
           MOVE SOLVE-LAUNCH-STAMP TO PCT-LAUNCH-STAMP
           IF PCT-RECORD-TYPE = "C"
               MOVE SOLVED-COUNT TO PCT-COUNT
               MOVE SOLVE-RC TO PCT-RETURN-CODE
           END-IF
           OPEN EXTEND PARTITION-CONTROL-FILE
           IF PARTITION-CONTROL-STATUS NOT = "00"
               DISPLAY "EQPSOLVE: EQPARTCTL NOT AVAILABLE - STATUS "
                   PARTITION-CONTROL-STATUS
               GO TO WRITE-CONTROL-RECORD-EXIT
           END-IF
           WRITE PARTITION-CONTROL-RECORD
           CLOSE PARTITION-CONTROL-FILE.

       WRITE-CONTROL-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * Counts the results on the partition's EQOPnn for the C record
      * - OPSTAT shows it; EQPMERGE counts again for itself.
      ******************************************************************
       COUNT-PARTITION-RESULTS.
           MOVE ZERO TO SOLVED-COUNT
           MOVE SPACES TO PART-RESULT-NAME
           STRING "EQOP" DELIMITED BY SIZE
               PARTITION-DIGITS DELIMITED BY SIZE
               INTO PART-RESULT-NAME
           OPEN INPUT PART-RESULT-FILE
           IF PART-RESULT-STATUS = "00"
               MOVE "N" TO END-OF-RESULTS-SWITCH
               PERFORM COUNT-ONE-RESULT THRU COUNT-ONE-RESULT-EXIT
                   UNTIL END-OF-RESULTS
               CLOSE PART-RESULT-FILE
           END-IF.

       COUNT-ONE-RESULT.
           READ PART-RESULT-FILE
               AT END
                   SET END-OF-RESULTS TO TRUE
                   GO TO COUNT-ONE-RESULT-EXIT
           END-READ
           ADD 1 TO SOLVED-COUNT.

       COUNT-ONE-RESULT-EXIT.
           EXIT.

       END PROGRAM EQPSOLVE.
