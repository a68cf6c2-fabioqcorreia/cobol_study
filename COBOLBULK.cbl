      *             block in AUDSEALC) assigns the sequence number
      *             and running chain value, so a deleted or edited
      *             entry breaks the chain AUDVERIF proves.
      * 2026-10-15  Each AUDITLOG entry now carries the operator who
      *             launched the run (OPERATOR-ID, blank when run
      *             outside OPMENU).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLBULK.
           IF BATCH-RUN-ID = SPACES OR BATCH-RUN-ID = LOW-VALUES
               PERFORM ASSIGN-RUN-ID
           END-IF
           IF OPERATOR-ID = LOW-VALUES
               MOVE SPACES TO OPERATOR-ID
           END-IF

           OPEN INPUT REQUEST-FILE
           IF REQUEST-STATUS NOT = "00"
               MOVE "COBOLBULK" TO AUDIT-PROGRAM
               MOVE BATCH-RUN-ID TO AUDIT-RUN-ID
               MOVE BUSINESS-DATE TO AUDIT-BUSINESS-DATE
               MOVE OPERATOR-ID TO AUDIT-OPERATOR-ID
               MOVE SPACES TO AUDIT-INPUT
               MOVE 1 TO AUDIT-POINTER
               STRING "BULK REQUESTS=" DELIMITED BY SIZE
