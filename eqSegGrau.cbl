      *             AUDSEALC) assigns the record's sequence number
      *             and running chain value, so a deleted or edited
      *             entry breaks the chain AUDVERIF proves.
      * 2026-10-15  Each AUDITLOG entry now carries the operator who
      *             launched the run (OPERATOR-ID, blank when run
      *             outside OPMENU).
      * 2026-10-15  Can now solve one partition of a split night (see
      *             EQPARTID): with SOLVE-PARTITION set, input comes
      *             from that partition's EQVPnn file, results go to
      *             EQOPnn and the checkpoint is its own EQCKPnn, so
      *             each partition restarts from its own position. A
      *             partition that finishes clean leaves its
      *             checkpoint at its last record rather than zero -
      *             running it again is then a no-op that keeps the
      *             results already written - until EQPSPLIT splits
      *             the next night and resets it. Unset or zero is the
      *             single EQVALID stream, exactly as before.
      * 2026-10-15  A partition now writes its audit entries to its own
      *             EQAUDPnn file, unsealed, instead of AUDITLOG: the
      *             partitions run side by side as separate processes
      *             (see EQPSOLVE), and the AUDITLOG chain can only be
      *             extended by one writer at a time. EQPMERGE appends
      *             each EQAUDPnn to AUDITLOG in partition order and
      *             seals the entries as it goes. The single stream
      *             still writes and seals AUDITLOG directly.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQ_SEG_GRAU.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EQ-INPUT-FILE ASSIGN USING EQ-INPUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EQ-INPUT-STATUS.
           SELECT EQ-OUTPUT-FILE ASSIGN USING EQ-OUTPUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EQ-OUTPUT-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN USING AUDIT-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN USING CHECKPOINT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKPOINT-STATUS.
           SELECT RUN-PARMS-FILE ASSIGN TO "RUNPARMS"
               ==EQ-PREC-USAGE== BY ==USAGE COMP-3==.
           COPY RUNID.
           COPY AUDSEALC.
           COPY EQPARTID.
       01 RUN-DATE-WORK PIC X(08).
       01 RUN-TIME-WORK PIC X(08).
       01 EQ-INPUT-NAME PIC X(08).
       01 EQ-OUTPUT-NAME PIC X(08).
       01 CHECKPOINT-NAME PIC X(08).
       01 AUDIT-LOG-NAME PIC X(08).
       01 PARTITION-DIGITS PIC 9(02).
       01 PARTITION-MODE-SWITCH PIC X(01) VALUE "N".
          88 PARTITION-MODE VALUE "Y".
       01 EQ-INPUT-STATUS PIC X(02).
       01 EQ-OUTPUT-STATUS PIC X(02).
       01 AUDIT-LOG-STATUS PIC X(02).
           IF BATCH-RUN-ID = SPACES OR BATCH-RUN-ID = LOW-VALUES
               PERFORM ASSIGN-RUN-ID
           END-IF
           IF OPERATOR-ID = LOW-VALUES
               MOVE SPACES TO OPERATOR-ID
           END-IF
           PERFORM SET-STREAM-FILE-NAMES
           PERFORM READ-RUN-PARMS
           OPEN INPUT EQ-INPUT-FILE
           IF EQ-INPUT-STATUS NOT = "00"
               DISPLAY "EQ_SEG_GRAU: " EQ-INPUT-NAME
                   " NOT AVAILABLE - STATUS " EQ-INPUT-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK.

               OPEN OUTPUT EQ-OUTPUT-FILE
           END-IF
           IF EQ-OUTPUT-STATUS NOT = "00"
               DISPLAY "EQ_SEG_GRAU: " EQ-OUTPUT-NAME
                   " NOT AVAILABLE - STATUS " EQ-OUTPUT-STATUS
               CLOSE EQ-INPUT-FILE
               MOVE 1 TO RETURN-CODE
               GOBACK.
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           IF AUDIT-LOG-STATUS NOT = "00"
               DISPLAY "EQ_SEG_GRAU: " AUDIT-LOG-NAME
                   " NOT AVAILABLE - STATUS " AUDIT-LOG-STATUS
               CLOSE EQ-INPUT-FILE
               CLOSE EQ-OUTPUT-FILE
               MOVE 1 TO RETURN-CODE
               UNTIL END-OF-INPUT

           IF TRAILER-SEEN AND RECORD-COUNT = TRAILER-RECORD-COUNT
               IF PARTITION-MODE
                   PERFORM WRITE-CHECKPOINT
               ELSE
                   PERFORM RESET-CHECKPOINT
               END-IF
           ELSE
               IF NOT TRAILER-SEEN
                   DISPLAY "EQ_SEG_GRAU: NO BATCH TRAILER ON INPUT - "
           CLOSE AUDIT-LOG-FILE
           GOBACK.

      ******************************************************************
      * Picks the files this run works on: the whole night's EQVALID,
      * EQOUTPUT, EQCKPT and AUDITLOG, or - when EQPSOLVE has set a
      * partition number - that partition's EQVPnn, EQOPnn, EQCKPnn
      * and EQAUDPnn.
      ******************************************************************
       SET-STREAM-FILE-NAMES.
           MOVE "N" TO PARTITION-MODE-SWITCH
           IF SOLVE-PARTITION IS NUMERIC
               IF SOLVE-PARTITION > ZERO
                   SET PARTITION-MODE TO TRUE
               END-IF
           END-IF
           IF PARTITION-MODE
               MOVE SOLVE-PARTITION TO PARTITION-DIGITS
               MOVE SPACES TO EQ-INPUT-NAME
               STRING "EQVP" DELIMITED BY SIZE
                   PARTITION-DIGITS DELIMITED BY SIZE
                   INTO EQ-INPUT-NAME
               MOVE SPACES TO EQ-OUTPUT-NAME
               STRING "EQOP" DELIMITED BY SIZE
                   PARTITION-DIGITS DELIMITED BY SIZE
                   INTO EQ-OUTPUT-NAME
               MOVE SPACES TO CHECKPOINT-NAME
               STRING "EQCKP" DELIMITED BY SIZE
                   PARTITION-DIGITS DELIMITED BY SIZE
                   INTO CHECKPOINT-NAME
               MOVE SPACES TO AUDIT-LOG-NAME
               STRING "EQAUDP" DELIMITED BY SIZE
                   PARTITION-DIGITS DELIMITED BY SIZE
                   INTO AUDIT-LOG-NAME
               DISPLAY "EQ_SEG_GRAU: SOLVING PARTITION "
                   PARTITION-DIGITS " FROM " EQ-INPUT-NAME
           ELSE
               MOVE "EQVALID" TO EQ-INPUT-NAME
               MOVE "EQOUTPUT" TO EQ-OUTPUT-NAME
               MOVE "EQCKPT" TO CHECKPOINT-NAME
               MOVE "AUDITLOG" TO AUDIT-LOG-NAME
           END-IF.

      ******************************************************************
      * Reads the shared RUNPARMS steering file for this program's
      * one keyword, CKPT-INTERVAL. A missing file or keyword, or a
           MOVE "EQ_SEG_GRAU" TO AUDIT-PROGRAM
           MOVE BATCH-RUN-ID TO AUDIT-RUN-ID
           MOVE BUSINESS-DATE TO AUDIT-BUSINESS-DATE
           MOVE OPERATOR-ID TO AUDIT-OPERATOR-ID

           MOVE SPACES TO AUDIT-INPUT-TEXT
           MOVE 1 TO AUDIT-TEXT-POINTER

           PERFORM BUILD-AUDIT-RESULT

      * A partition's entries are sealed by EQPMERGE as it appends
      * them to AUDITLOG.
           IF PARTITION-MODE
               MOVE ZERO TO AUDIT-SEQ-NUMBER
               MOVE ZERO TO AUDIT-CHAIN
           ELSE
               MOVE "S" TO SEAL-FUNCTION
               CALL 'AUDSEAL' USING SEAL-CONTROL, AUDIT-LOG-RECORD
           END-IF
           WRITE AUDIT-LOG-RECORD.

      ******************************************************************
