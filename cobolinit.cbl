      *             AUDSEALC) assigns the record's sequence number
      *             and running chain value, so a deleted or edited
      *             entry breaks the chain AUDVERIF proves.
      * 2026-10-15  Each AUDITLOG entry now carries the operator who
      *             launched the run (OPERATOR-ID, blank when run
      *             outside OPMENU).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLINIT.
           IF BATCH-RUN-ID = SPACES OR BATCH-RUN-ID = LOW-VALUES
               PERFORM ASSIGN-RUN-ID
           END-IF
           IF OPERATOR-ID = LOW-VALUES
               MOVE SPACES TO OPERATOR-ID
           END-IF
           OPEN EXTEND AUDIT-LOG-FILE
           IF AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
               MOVE "COBOLINIT" TO AUDIT-PROGRAM
               MOVE BATCH-RUN-ID TO AUDIT-RUN-ID
               MOVE BUSINESS-DATE TO AUDIT-BUSINESS-DATE
               MOVE OPERATOR-ID TO AUDIT-OPERATOR-ID
               MOVE SPACES TO AUDIT-INPUT
               MOVE 1 TO AUDIT-POINTER
               IF LOOKUP-MODE = "N"
