      *             AUDSEALC) assigns the record's sequence number
      *             and running chain value, so a deleted or edited
      *             entry breaks the chain AUDVERIF proves.
      * 2026-10-15  Each AUDITLOG entry now carries the operator who
      *             launched the run (OPERATOR-ID, blank when run
      *             outside OPMENU).
      * 2026-10-15  Run as a step of RUNBATCH's weekly stream (RUN-
      *             BY-WINDOW, see RUNID), a live apply empties
      *             EMPTRAN once the batch is through, the way EMPCOMP
      *             empties a refused one, so next week's window cannot
      *             apply the same batch twice. A trial leaves it
      *             alone, and so does a run from outside the window.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMAINT.
          88 END-OF-PARMS VALUE "Y".
       01 TRIAL-MODE-SWITCH PIC X(01) VALUE "N".
          88 TRIAL-MODE VALUE "Y".
       01 WINDOW-STEP-SWITCH PIC X(01) VALUE "N".
          88 WINDOW-STEP VALUE "Y".
       01 TRAN-COUNT PIC 9(07) VALUE ZERO.
       01 APPLIED-COUNT PIC 9(07) VALUE ZERO.
       01 REJECT-COUNT PIC 9(07) VALUE ZERO.
           MOVE 0 TO RETURN-CODE
           MOVE "N" TO TRIAL-MODE-SWITCH
           MOVE "N" TO END-OF-PARMS-SWITCH
           MOVE "N" TO WINDOW-STEP-SWITCH
           IF RUN-BY-WINDOW
               SET WINDOW-STEP TO TRUE
           END-IF
           IF BATCH-RUN-ID = SPACES OR BATCH-RUN-ID = LOW-VALUES
               PERFORM ASSIGN-RUN-ID
           END-IF
           IF OPERATOR-ID = LOW-VALUES
               MOVE SPACES TO OPERATOR-ID
           END-IF

           PERFORM READ-RUN-PARMS

           ELSE
               DISPLAY "EMPMAINT: APPLIED . . . . . : " APPLIED-COUNT
               DISPLAY "EMPMAINT: REJECTED  . . . . : " REJECT-COUNT
               IF WINDOW-STEP
                   PERFORM EMPTY-TRANSACTION-FILE
               END-IF
           END-IF
           GOBACK.

      ******************************************************************
      * OPEN OUTPUT then CLOSE leaves EMPTRAN empty once the window
      * has applied it; the rejects are on EMPMERR to be re-keyed. A
      * batch that cannot be emptied fails the step, or next week's
      * window would apply it again.
      ******************************************************************
       EMPTY-TRANSACTION-FILE.
           OPEN OUTPUT TRANSACTION-FILE
           IF TRANSACTION-STATUS = "00"
               CLOSE TRANSACTION-FILE
               DISPLAY "EMPMAINT: BATCH APPLIED - EMPTRAN EMPTIED"
           ELSE
               DISPLAY "EMPMAINT: COULD NOT EMPTY EMPTRAN - STATUS "
                   TRANSACTION-STATUS " - EMPTY IT BEFORE THE NEXT "
                   "WINDOW"
               MOVE 1 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * Reads the shared RUNPARMS steering file for this program's
      * one keyword, EMPMAINT-MODE. Only the value TRIAL turns the
           MOVE "EMPMAINT" TO AUDIT-PROGRAM
           MOVE BATCH-RUN-ID TO AUDIT-RUN-ID
           MOVE BUSINESS-DATE TO AUDIT-BUSINESS-DATE
           MOVE OPERATOR-ID TO AUDIT-OPERATOR-ID
           MOVE SPACES TO AUDIT-INPUT
           STRING TRAN-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
