      * Elapsed times assume no window or step runs 24 hours or more:
      * an end stamp on a later date than its start adds exactly one
      * midnight crossing.
      ******************************************************************
      * Modification History:
      * 2026-10-15  A window RUNBATCH resumed opens with WINDOW-RESUME
      *             instead of WINDOW-START and carries the
      *             interrupted run's identifier, so one run id can
      *             now end more than once. Steps are tied to their
      *             window by position on RUNLOG rather than by run
      *             id alone (a resumed run's steps were printed
      *             under both of its windows), WINDOW-RESUME is
      *             passed over like WINDOW-START, and a resumed
      *             window is marked RESUMED on its line.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNLOGRPT.
          88 END-OF-PARMS VALUE "Y".
       01 END-OF-LOG-SWITCH PIC X(01) VALUE "N".
          88 END-OF-LOG VALUE "Y".
       01 RESUME-PENDING-SWITCH PIC X(01) VALUE "N".
          88 RESUME-PENDING VALUE "Y".

      * Elapsed-time work fields for one start/end stamp pair.
       01 STAMP-WORK PIC X(14).
             10 WIN-END PIC X(14).
             10 WIN-ELAPSED PIC 9(07).
             10 WIN-RETURN-CODE PIC 9(04).
             10 WIN-WINDOW-NUMBER PIC 9(05).
             10 WIN-RESUMED-SWITCH PIC X(01).
       01 WINDOW-SUB PIC 9(02).
       01 WINDOW-SUB-2 PIC 9(02).

             10 STP-STEP-NAME PIC X(14).
             10 STP-ELAPSED PIC 9(07).
             10 STP-RETURN-CODE PIC 9(04).
             10 STP-WINDOW-NUMBER PIC 9(05).
       01 STEP-LIMIT PIC 9(03) VALUE 600.
       01 STEP-SUB PIC 9(03).
       01 STEP-SUB-2 PIC 9(03).
          05 WIN-LINE-RC PIC ZZZ9.
          05 FILLER PIC X(02) VALUE SPACES.
          05 WIN-LINE-FLAG PIC X(40).
          05 FILLER PIC X(01) VALUE SPACES.
          05 WIN-LINE-RESUMED PIC X(07).
          05 FILLER PIC X(15) VALUE SPACES.

       01 STEP-LINE.
          05 FILLER PIC X(04) VALUE SPACES.
           MOVE 10 TO REPORT-WINDOWS
           MOVE "N" TO END-OF-PARMS-SWITCH
           MOVE "N" TO END-OF-LOG-SWITCH
           MOVE "N" TO RESUME-PENDING-SWITCH

           PERFORM READ-RUN-PARMS

      * Pass two: collects the step and window records belonging to
      * the report range. A window's step records precede its
      * WINDOW-END, so the running window number is the WINDOW-ENDs
      * seen so far plus one - and that number, not the run id,
      * ties a step to its window, since a resumed run ends twice.
      ******************************************************************
       COLLECT-REPORT-RANGE.
           MOVE "N" TO END-OF-LOG-SWITCH
           END-IF

           IF LOG-STEP = "WINDOW-START"
               MOVE "N" TO RESUME-PENDING-SWITCH
               GO TO COLLECT-ONE-LOG-RECORD-EXIT
           END-IF
           IF LOG-STEP = "WINDOW-RESUME"
               SET RESUME-PENDING TO TRUE
               GO TO COLLECT-ONE-LOG-RECORD-EXIT
           END-IF
           IF LOG-END = "SKIPPED"
                       TO WIN-ELAPSED (WINDOW-ENTRY-COUNT)
                   MOVE LOG-RETURN-CODE
                       TO WIN-RETURN-CODE (WINDOW-ENTRY-COUNT)
                   MOVE CURRENT-WINDOW-NUMBER
                       TO WIN-WINDOW-NUMBER (WINDOW-ENTRY-COUNT)
                   MOVE RESUME-PENDING-SWITCH
                       TO WIN-RESUMED-SWITCH (WINDOW-ENTRY-COUNT)
               END-IF
               MOVE "N" TO RESUME-PENDING-SWITCH
           ELSE
               IF STEP-ENTRY-COUNT < STEP-LIMIT
                   ADD 1 TO STEP-ENTRY-COUNT
                       TO STP-ELAPSED (STEP-ENTRY-COUNT)
                   MOVE LOG-RETURN-CODE
                       TO STP-RETURN-CODE (STEP-ENTRY-COUNT)
                   MOVE CURRENT-WINDOW-NUMBER
                       TO STP-WINDOW-NUMBER (STEP-ENTRY-COUNT)
               END-IF
           END-IF.

           MOVE WIN-END (WINDOW-SUB) TO WIN-LINE-END
           MOVE WIN-ELAPSED (WINDOW-SUB) TO WIN-LINE-ELAPSED
           MOVE WIN-RETURN-CODE (WINDOW-SUB) TO WIN-LINE-RC
           IF WIN-RESUMED-SWITCH (WINDOW-SUB) = "Y"
               MOVE "RESUMED" TO WIN-LINE-RESUMED
           END-IF
           PERFORM CHECK-WINDOW-AGAINST-OTHERS
           WRITE PRINT-LINE FROM WINDOW-LINE

           END-IF.

       PRINT-ONE-WINDOW-STEP.
           IF STP-WINDOW-NUMBER (STEP-SUB)
               = WIN-WINDOW-NUMBER (WINDOW-SUB)
               MOVE SPACES TO STEP-LINE
               MOVE STP-STEP-NAME (STEP-SUB) TO STP-LINE-NAME
               MOVE STP-ELAPSED (STEP-SUB) TO STP-LINE-ELAPSED
