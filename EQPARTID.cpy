      ******************************************************************
      * Author: Fábio Correia
      * Date: 2026-10-15
      * Purpose: study - the EQ_SEG_GRAU partition being solved. On a
      *          night with EQ-PARTITIONS above 1 in RUNPARMS, EQPSPLIT
      *          splits EQVALID into partitions by department (EQVP01,
      *          EQVP02, ...), RUNBATCH launches one EQPSOLVE process
      *          per partition, and EQPSOLVE sets this number before its
      *          CALL of EQ_SEG_GRAU, which then reads EQVPnn, writes
      *          EQOPnn and EQAUDPnn and keeps its own EQCKPnn
      *          checkpoint instead of EQVALID, EQOUTPUT, AUDITLOG and
      *          EQCKPT; EQPMERGE puts the pieces back together. Zero,
      *          or never set (a stand-alone run), is the single
      *          whole-file stream. The item is EXTERNAL so the caller
      *          can set it without changing how EQ_SEG_GRAU is called.
      * Tectonics: cobc (COPY EQPARTID)
      ******************************************************************
       01  SOLVE-PARTITION-AREA EXTERNAL.
           05  SOLVE-PARTITION       PIC 9(02).
