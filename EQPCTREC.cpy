      ******************************************************************
      * Author: Fábio Correia
      * Date: 2026-10-15
      * Purpose: study - EQPARTCTL partition control record layout.
      *          EQPSPLIT empties the file and writes the split once
      *          every EQVPnn partition file is complete; each EQPSOLVE
      *          partition run appends when it starts and finishes,
      *          which is what RUNBATCH waits on; EQPMERGE reconciles
      *          the lot before merging and appends the merge. OPSTAT
      *          shows it. Six kinds:
      *            R  one per split: the run identifier, the number of
      *               partitions (PCT-PARTITION) and the EQVALID
      *               trailer count (PCT-COUNT);
      *            P  one per partition: its number and the count of
      *               details written to its EQVPnn file;
      *            D  one per department: its code, the partition it
      *               went to and its count of details;
      *            S  one per partition run started: its number and
      *               the stamp RUNBATCH launched it under
      *               (PCT-LAUNCH-STAMP);
      *            C  one per partition run finished: as S, plus
      *               EQ_SEG_GRAU's return code and the results on
      *               its EQOPnn file;
      *            M  one per merge: the partition count and the
      *               results merged into EQOUTPUT.
      *          Every kind carries the run identifier; fields a kind
      *          does not use are left blank.
      * Tectonics: cobc (COPY EQPCTREC)
      ******************************************************************
       01  PARTITION-CONTROL-RECORD.
           05  PCT-RECORD-TYPE       PIC X(01).
           05  FILLER                PIC X(01).
           05  PCT-RUN-ID            PIC X(14).
           05  FILLER                PIC X(01).
           05  PCT-PARTITION         PIC 9(02).
           05  FILLER                PIC X(01).
           05  PCT-DEPT-CODE         PIC X(04).
           05  FILLER                PIC X(01).
           05  PCT-COUNT             PIC 9(07).
           05  FILLER                PIC X(01).
           05  PCT-RETURN-CODE       PIC 9(04).
           05  FILLER                PIC X(01).
           05  PCT-LAUNCH-STAMP      PIC X(14).
