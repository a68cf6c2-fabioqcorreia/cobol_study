      *          only proceeds to the EQ_SEG_GRAU equation batch if
      *          that regression came back clean, so a broken lookup
      *          never gets the chance to feed bad data downstream.
      * Return codes: 0 the night and its streams ran clean; 1-19 the
      *          nightly step that stopped the window (1 also RUNLOG
      *          not available, 19 the suspense close after it);
      *          20-26 the first week-end or month-end stream step
      *          that failed after a clean night; 96 the RESTART-FROM
      *          step was never reached, so nothing was rerun; 97
      *          nothing to resume, or RESTART-FROM names no window
      *          or stream step; 98 the business date is already
      *          COMPLETE; 99 the window lock is held by another run.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *             EQDETRPT and EQEXTRACT can answer for a past
      *             night from its archive. Step return codes
      *             renumbered to make room.
      * 2026-10-15  A failed or abended window can now be resumed
      *             instead of rerun from the top: RESUME-WINDOW=Y in
      *             RUNPARMS reads RUNLOG for the interrupted run,
      *             keeps its BATCH-RUN-ID and business date, passes
      *             over every step that already ended with return
      *             code zero and restarts at the first one that
      *             failed or never ran. RESTART-FROM=stepname
      *             (which implies RESUME-WINDOW) names the restart
      *             step instead. The window opens with a
      *             WINDOW-RESUME record in place of WINDOW-START so
      *             RUNLOGRPT and OPSTAT can tell a resumed window
      *             from a fresh one. Nothing to resume, or a
      *             RESTART-FROM that is not a window step, refuses
      *             with RETURN-CODE 97. Both keywords are one-shot:
      *             take them out of RUNPARMS once the window is
      *             through.
      * 2026-10-15  EQDRIFT now runs after EQVERIFY (RUN-EQDRIFT, on
      *             by default), looking tonight's equations up in the
      *             most recent archived runs and listing any whose
      *             result type or roots moved since (EQDRFLST). It
      *             only warns unless DRIFT-FAIL=Y, when drift stops
      *             the window before the results go out. Step return
      *             codes renumbered to make room.
      * 2026-10-15  EQDEADLN now runs after EQCOLLECT (RUN-EQDEADLN, on
      *             by default, and only when EQCOLLECT runs), holding
      *             each supplier to its EQSCHED cut-off and writing
      *             the late and missing ones to EQESCAL. It runs even
      *             when EQCOLLECT passed no supplier batch - the night
      *             a file is missing is the night the escalation is
      *             needed - and the window stops afterwards as before.
      *             Step return codes renumbered to make room.
      * 2026-10-15  EQANOMLY now runs after EQMTDUPD (RUN-EQANOMLY, on
      *             by default), holding tonight's record count,
      *             reject count and result-type mix against the
      *             trailing EQMTD nights and listing anything outside
      *             the RUNPARMS thresholds to EQANOLST. It only warns
      *             unless ANOMALY-FAIL=Y, when an anomaly stops the
      *             window. Step return codes renumbered to make room.
      * 2026-10-15  Every RUNLOG record carries the operator who
      *             started the window from OPMENU (OPERATOR-ID, see
      *             RUNID), blank when started outside the menu.
      * 2026-10-15  The periodic housekeeping now runs from the
      *             calendar instead of from memory. After a clean
      *             nightly run, a RUNCAL date marked as a week end
      *             runs the weekly stream (AUDVERIF, EMPCHECK, and
      *             EMPBKUP then EMPMAINT when an EMPTRAN batch is
      *             waiting), and one marked as a month or quarter end
      *             runs the month-end stream (EQMTDRPT, EQCHARGE,
      *             AUDARCH). Each stream step is logged to RUNLOG
      *             like any other, with its own RUN- switch, and
      *             RUN-WEEK-END-STREAM / RUN-MONTH-END-STREAM hold a
      *             whole stream. The month-end stream is marked
      *             PENDING on RUNCAL as the window starts and only
      *             COMPLETE once every step is through, so a failed,
      *             held or abended one is run again by the next
      *             window (for its own business date, ahead of
      *             tonight's) and shows on OPSTAT until it is. Stream
      *             step return codes 19-25 are one per step; WINDOW-
      *             END still records the nightly outcome, so a stream
      *             failure neither blocks the date's COMPLETE mark
      *             nor the suspense close.
      * 2026-10-15  EQREJRTN now runs after EQEDIT (RUN-EQREJRTN, on
      *             by default), writing each supplier its own EQRTN
      *             reject return file, which comes back corrected as
      *             EQFIX for EQRECYCLE. Step return codes renumbered
      *             to make room; the stream steps are now 20-26.
      * 2026-10-15  EQ-PARTITIONS=n in RUNPARMS (2 to 8; default 1,
      *             the single stream) solves EQ_SEG_GRAU in
      *             partitions: EQPSPLIT splits EQVALID by department,
      *             each partition runs as its own step EQ_SEG_GRAU.nn
      *             with its own checkpoint, and EQPMERGE reconciles
      *             the partitions to the EQVALID trailer and writes
      *             EQOUTPUT back in EQVALID order. A failure in any of
      *             them is window return code 7, as for the single
      *             stream. RESTART-FROM=EQ_SEG_GRAU resumes at the
      *             first partition; RESTART-FROM=EQPSPLIT re-splits
      *             and re-solves them all.
      * 2026-10-15  RESTART-FROM may now name a week-end or month-end
      *             stream step (AUDVERIF, EMPCHECK, EMPBKUP,
      *             EMPMAINT, EQMTDRPT, EQCHARGE, AUDARCH), so a
      *             stream that failed after a clean night restarts at
      *             the failed step: the nightly steps are all passed
      *             over, and the date already marked COMPLETE is not
      *             refused for it. A night that itself failed still
      *             refuses with 97 - resume the nightly steps first.
      *             A month-end stream passed over whole on the way to
      *             the restart step stays PENDING, and tonight's
      *             month end is not run a second time once COMPLETE.
      *             A RESTART-FROM step that is never reached now ends
      *             with its own RETURN-CODE 96 instead of sharing 97;
      *             every window return code is listed in the header.
      * 2026-10-15  The partitions of a partitioned night now run side
      *             by side: each is launched in the background as its
      *             own EQPSOLVE process (EQ-PARTITION-COMMAND, default
      *             EQPSOLVE, may carry words of its own such as
      *             "cobcrun EQPSOLVE"; its DISPLAY lines go to
      *             EQPLOGnn), which reports starting and finishing on
      *             EQPARTCTL, and
      *             the window waits for every one of them - reading
      *             EQPARTCTL every few seconds, for up to
      *             EQ-PARTITION-WAIT minutes (default 360) - before
      *             EQPMERGE runs. Each partition is still logged as
      *             its own EQ_SEG_GRAU.nn step, with EQ_SEG_GRAU's
      *             return code, or 91 not launched, 92 never started,
      *             93 not finished in time. The partitions write their
      *             audit entries to their own EQAUDPnn files, which
      *             EQPMERGE seals into AUDITLOG, so the AUDITLOG chain
      *             still has one writer at a time.
      * 2026-10-15  STAMP-STEP-START raises RUN-BY-WINDOW (see RUNID)
      *             for every step CALLed and WRITE-STEP-RECORD lowers
      *             it, so AUDARCH, AUDVERIF, EQMTDRPT and EMPMAINT
      *             know they run unattended from the flag rather than
      *             from a run identifier left over in the run unit.
      * 2026-10-15  RUN-EMPMAINT is now off by default: a waiting
      *             EMPTRAN batch is backed up by the week-end stream
      *             but only applied when HR has signed it off by
      *             putting RUN-EMPMAINT=Y in RUNPARMS for that
      *             week-end (take it out again afterwards). Until
      *             then EMPMAINT is logged SKIPPED and the batch
      *             waits.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNBATCH.
           SELECT RUN-CALENDAR-FILE ASSIGN TO "RUNCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CALENDAR-STATUS.
           SELECT EMPLOYEE-TRAN-FILE ASSIGN TO "EMPTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EMPLOYEE-TRAN-STATUS.
           SELECT PARTITION-CONTROL-FILE ASSIGN TO "EQPARTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTITION-CONTROL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
       FD  RUN-CALENDAR-FILE.
           COPY RUNCALRC.

       FD  EMPLOYEE-TRAN-FILE.
       01 EMPLOYEE-TRAN-RECORD PIC X(80).

       FD  PARTITION-CONTROL-FILE.
           COPY EQPCTREC.

       WORKING-STORAGE SECTION.
           COPY RUNID.
       01 RUN-DATE-WORK PIC X(08).
             10 CAL-TAB-TYPE PIC X(01).
             10 CAL-TAB-STATUS PIC X(08).
             10 CAL-TAB-RUN-ID PIC X(14).
             10 CAL-TAB-WEEK-END PIC X(01).
             10 CAL-TAB-MONTH-END PIC X(01).
             10 CAL-TAB-QUARTER-END PIC X(01).
             10 CAL-TAB-ME-STATUS PIC X(08).
             10 CAL-TAB-ME-RUN-ID PIC X(14).
       01 CAL-LIMIT PIC 9(03) VALUE 400.
       01 CAL-SUB PIC 9(03).
      * Tonight's calendar entry (zero when the date is not on it),
      * the entry a month-end stream is running for, and the nightly
      * business date put back after a catch-up stream.
       01 TONIGHT-CAL-INDEX PIC 9(03) VALUE ZERO.
       01 STREAM-CAL-INDEX PIC 9(03) VALUE ZERO.
       01 STREAM-CAL-SUB PIC 9(03).
       01 NIGHTLY-BUSINESS-DATE PIC X(08).
       01 CALENDAR-CHANGED-SWITCH PIC X(01) VALUE "N".
          88 CALENDAR-CHANGED VALUE "Y".
       01 CATCH-UP-FAILED-SWITCH PIC X(01) VALUE "N".
          88 CATCH-UP-FAILED VALUE "Y".
       01 STREAM-FAILED-SWITCH PIC X(01) VALUE "N".
          88 STREAM-FAILED VALUE "Y".
       01 STREAM-RC PIC 9(04) VALUE ZERO.
       01 EMPLOYEE-TRAN-STATUS PIC X(02).
       01 EMPTRAN-WAITING-SWITCH PIC X(01) VALUE "N".
          88 EMPTRAN-WAITING VALUE "Y".
       01 EMPBKUP-TAKEN-SWITCH PIC X(01) VALUE "N".
          88 EMPBKUP-TAKEN VALUE "Y".
       01 CAL-HIT-INDEX PIC 9(03) VALUE ZERO.
       01 CAL-HIT-SWITCH PIC X(01).
          88 CAL-HIT VALUE "Y".
          88 RUN-COBOLINITTEST-STEP VALUE "Y".
       01 RUN-EQCOLLECT-SWITCH PIC X(01) VALUE "N".
          88 RUN-EQCOLLECT-STEP VALUE "Y".
       01 RUN-EQDEADLN-SWITCH PIC X(01) VALUE "Y".
          88 RUN-EQDEADLN-STEP VALUE "Y".
       01 COLLECT-FAILED-SWITCH PIC X(01) VALUE "N".
          88 COLLECT-FAILED VALUE "Y".
       01 RUN-EQEDIT-SWITCH PIC X(01) VALUE "Y".
          88 RUN-EQEDIT-STEP VALUE "Y".
       01 RUN-EQREJRTN-SWITCH PIC X(01) VALUE "Y".
          88 RUN-EQREJRTN-STEP VALUE "Y".
       01 RUN-EQRECYCLE-SWITCH PIC X(01) VALUE "Y".
          88 RUN-EQRECYCLE-STEP VALUE "Y".
       01 RUN-EQVERIFY-SWITCH PIC X(01) VALUE "Y".
          88 RUN-EQVERIFY-STEP VALUE "Y".
       01 RUN-EQDRIFT-SWITCH PIC X(01) VALUE "Y".
          88 RUN-EQDRIFT-STEP VALUE "Y".
       01 RUN-EQDEPSPLIT-SWITCH PIC X(01) VALUE "Y".
          88 RUN-EQDEPSPLIT-STEP VALUE "Y".
       01 RUN-EQEXTRACT-SWITCH PIC X(01) VALUE "Y".
          88 RUN-EQBALANCE-STEP VALUE "Y".
       01 RUN-EQMTDUPD-SWITCH PIC X(01) VALUE "Y".
          88 RUN-EQMTDUPD-STEP VALUE "Y".
       01 RUN-EQANOMLY-SWITCH PIC X(01) VALUE "Y".
          88 RUN-EQANOMLY-STEP VALUE "Y".
       01 RUN-EQRESARC-SWITCH PIC X(01) VALUE "Y".
          88 RUN-EQRESARC-STEP VALUE "Y".
       01 RUN-EQSUMRPT-SWITCH PIC X(01) VALUE "N".
          88 RUN-EQDETRPT-STEP VALUE "Y".
       01 RUN-EQAGERPT-SWITCH PIC X(01) VALUE "N".
          88 RUN-EQAGERPT-STEP VALUE "Y".
       01 RUN-WEEK-END-STREAM-SWITCH PIC X(01) VALUE "Y".
          88 WEEK-END-STREAM-ON VALUE "Y".
       01 RUN-MONTH-END-STREAM-SWITCH PIC X(01) VALUE "Y".
          88 MONTH-END-STREAM-ON VALUE "Y".
       01 RUN-AUDVERIF-SWITCH PIC X(01) VALUE "Y".
          88 RUN-AUDVERIF-STEP VALUE "Y".
       01 RUN-EMPCHECK-SWITCH PIC X(01) VALUE "Y".
          88 RUN-EMPCHECK-STEP VALUE "Y".
       01 RUN-EMPBKUP-SWITCH PIC X(01) VALUE "Y".
          88 RUN-EMPBKUP-STEP VALUE "Y".
       01 RUN-EMPMAINT-SWITCH PIC X(01) VALUE "N".
          88 RUN-EMPMAINT-STEP VALUE "Y".
       01 RUN-EQMTDRPT-SWITCH PIC X(01) VALUE "Y".
          88 RUN-EQMTDRPT-STEP VALUE "Y".
       01 RUN-EQCHARGE-SWITCH PIC X(01) VALUE "Y".
          88 RUN-EQCHARGE-STEP VALUE "Y".
       01 RUN-AUDARCH-SWITCH PIC X(01) VALUE "Y".
          88 RUN-AUDARCH-STEP VALUE "Y".
       01 COBOLINITTEST-RC PIC S9(4) COMP.
       01 EQCOLLECT-RC     PIC S9(4) COMP.
       01 EQDEADLN-RC      PIC S9(4) COMP.
       01 EQEDIT-RC        PIC S9(4) COMP.
       01 EQREJRTN-RC      PIC S9(4) COMP.
       01 EQRECYCLE-RC     PIC S9(4) COMP.
       01 EQ-SEG-GRAU-RC   PIC S9(4) COMP.
       01 EQPSPLIT-RC      PIC S9(4) COMP.
       01 EQPMERGE-RC      PIC S9(4) COMP.
       01 EQVERIFY-RC      PIC S9(4) COMP.
       01 EQDRIFT-RC       PIC S9(4) COMP.
       01 EQDEPSPLIT-RC    PIC S9(4) COMP.
       01 EQSUMRPT-RC      PIC S9(4) COMP.
       01 EQDETRPT-RC      PIC S9(4) COMP.
       01 EQEXTRACT-RC     PIC S9(4) COMP.
       01 EQBALANCE-RC     PIC S9(4) COMP.
       01 EQMTDUPD-RC      PIC S9(4) COMP.
       01 EQANOMLY-RC      PIC S9(4) COMP.
       01 EQRESARC-RC      PIC S9(4) COMP.
       01 EQSUSFIN-RC      PIC S9(4) COMP.
       01 AUDVERIF-RC      PIC S9(4) COMP.
       01 EMPCHECK-RC      PIC S9(4) COMP.
       01 EMPBKUP-RC       PIC S9(4) COMP.
       01 EMPMAINT-RC      PIC S9(4) COMP.
       01 EQMTDRPT-RC      PIC S9(4) COMP.
       01 EQCHARGE-RC      PIC S9(4) COMP.
       01 AUDARCH-RC       PIC S9(4) COMP.

      * Resume of an interrupted window (RESUME-WINDOW and
      * RESTART-FROM in RUNPARMS). The steps the interrupted run
      * logged are kept with their latest return code; a later
      * record for the same step (an earlier resume) replaces it.
       01 RESUME-WINDOW-SWITCH PIC X(01) VALUE "N".
          88 RESUME-WINDOW-REQUESTED VALUE "Y".
       01 RESTART-FROM-STEP PIC X(14) VALUE SPACES.
       01 RESUME-BYPASS-SWITCH PIC X(01) VALUE "N".
          88 RESUME-BYPASSING VALUE "Y".
       01 STEP-BYPASS-SWITCH PIC X(01) VALUE "N".
          88 STEP-BYPASSED VALUE "Y".
       01 RESUME-WINDOW-ENDED-SWITCH PIC X(01) VALUE "N".
          88 RESUME-WINDOW-ENDED VALUE "Y".
       01 END-OF-RUN-LOG-SWITCH PIC X(01) VALUE "N".
          88 END-OF-RUN-LOG VALUE "Y".
       01 RESUME-RUN-ID PIC X(14) VALUE SPACES.
       01 RESUME-BUSINESS-DATE PIC X(08) VALUE SPACES.
       01 RESUME-WINDOW-RC PIC 9(04) VALUE ZERO.
       01 RESUME-STEP-TABLE.
          05 RESUME-STEP-COUNT PIC 9(03) VALUE ZERO.
          05 RESUME-STEP-ENTRY OCCURS 50 TIMES.
             10 RSM-STEP-NAME PIC X(14).
             10 RSM-STEP-RC PIC 9(04).
       01 RESUME-STEP-LIMIT PIC 9(03) VALUE 50.
       01 RESUME-STEP-SUB PIC 9(03).
       01 RESUME-STEP-HIT-INDEX PIC 9(03) VALUE ZERO.
       01 RESUME-STEP-HIT-SWITCH PIC X(01).
          88 RESUME-STEP-HIT VALUE "Y".
      * Every step name RESTART-FROM may name, in window order: the
      * nightly steps, then from FIRST-STREAM-STEP on the week-end
      * and month-end stream steps.
       01 WINDOW-STEP-NAMES.
          05 FILLER PIC X(14) VALUE "COBOLINITTEST".
          05 FILLER PIC X(14) VALUE "EQCOLLECT".
          05 FILLER PIC X(14) VALUE "EQDEADLN".
          05 FILLER PIC X(14) VALUE "EQEDIT".
          05 FILLER PIC X(14) VALUE "EQREJRTN".
          05 FILLER PIC X(14) VALUE "EQRECYCLE".
          05 FILLER PIC X(14) VALUE "EQPSPLIT".
          05 FILLER PIC X(14) VALUE "EQ_SEG_GRAU".
          05 FILLER PIC X(14) VALUE "EQPMERGE".
          05 FILLER PIC X(14) VALUE "EQVERIFY".
          05 FILLER PIC X(14) VALUE "EQDRIFT".
          05 FILLER PIC X(14) VALUE "EQDEPSPLIT".
          05 FILLER PIC X(14) VALUE "EQEXTRACT".
          05 FILLER PIC X(14) VALUE "EQMTDUPD".
          05 FILLER PIC X(14) VALUE "EQANOMLY".
          05 FILLER PIC X(14) VALUE "EQRESARC".
          05 FILLER PIC X(14) VALUE "EQSUMRPT".
          05 FILLER PIC X(14) VALUE "EQDETRPT".
          05 FILLER PIC X(14) VALUE "EQAGERPT".
          05 FILLER PIC X(14) VALUE "EQBALANCE".
          05 FILLER PIC X(14) VALUE "AUDVERIF".
          05 FILLER PIC X(14) VALUE "EMPCHECK".
          05 FILLER PIC X(14) VALUE "EMPBKUP".
          05 FILLER PIC X(14) VALUE "EMPMAINT".
          05 FILLER PIC X(14) VALUE "EQMTDRPT".
          05 FILLER PIC X(14) VALUE "EQCHARGE".
          05 FILLER PIC X(14) VALUE "AUDARCH".
       01 WINDOW-STEP-TABLE REDEFINES WINDOW-STEP-NAMES.
          05 WINDOW-STEP-NAME PIC X(14) OCCURS 27 TIMES.
       01 WINDOW-STEP-LIMIT PIC 9(02) VALUE 27.
       01 FIRST-STREAM-STEP PIC 9(02) VALUE 21.
       01 WINDOW-STEP-SUB PIC 9(02).
       01 RESTART-STEP-KNOWN-SWITCH PIC X(01) VALUE "N".
          88 RESTART-STEP-KNOWN VALUE "Y".
      * RESTART-FROM names a stream step: the night itself ended
      * clean and only its streams are carried on.
       01 STREAM-RESTART-SWITCH PIC X(01) VALUE "N".
          88 STREAM-RESTART VALUE "Y".
      * A partition step is named for its family and its number
      * (EQ_SEG_GRAU.01); RESTART-FROM names the family.
       01 STEP-FAMILY-NAME PIC X(14).

      * Partitioned EQ_SEG_GRAU (EQ-PARTITIONS in RUNPARMS). Each
      * partition runs in the background as its own EQPSOLVE process
      * (EQ-PARTITION-COMMAND) and reports on EQPARTCTL when it starts
      * and when it finishes; the window waits up to EQ-PARTITION-WAIT
      * minutes for the last of them.
       01 PARTITION-COUNT PIC 9(02) VALUE 1.
       01 PARTITION-DIGITS PIC 9(02).
       01 PARTITION-SUB PIC 9(02).
       01 PARTITION-HIT PIC 9(02).
       01 PARTITION-CONTROL-STATUS PIC X(02).
       01 END-OF-PARTITION-CONTROL-SWITCH PIC X(01) VALUE "N".
          88 END-OF-PARTITION-CONTROL VALUE "Y".
       01 PARTITION-COMMAND PIC X(48) VALUE "EQPSOLVE".
       01 PARTITION-LAUNCH-LINE PIC X(160).
       01 PARTITION-LAUNCH-RC PIC S9(4) COMP.
       01 PARTITION-WAIT-MINUTES PIC 9(04) VALUE 360.
       01 PARTITION-WAIT-LIMIT PIC 9(07).
       01 PARTITION-WAITED PIC 9(07).
       01 PARTITION-POLL-SECONDS PIC 9(02) VALUE 5.
       01 PARTITION-START-LIMIT PIC 9(04) VALUE 120.
       01 PARTITIONS-OUTSTANDING PIC 9(02).
       01 PARTITION-TABLE.
          05 PARTITION-ENTRY OCCURS 8 TIMES.
             10 PTN-STATE PIC X(01).
                88 PTN-NOT-LAUNCHED VALUE "N".
                88 PTN-LAUNCHED VALUE "L".
                88 PTN-STARTED VALUE "S".
                88 PTN-DONE VALUE "D".
             10 PTN-LAUNCH-STAMP PIC X(14).
             10 PTN-RC PIC 9(04).
       01 PARM-NUMBER PIC 9(07).
       01 PARM-DIGIT PIC 9(01).
       01 PARM-SUB PIC 9(02).
       01 PARM-NUMBER-VALID-SWITCH PIC X(01).
          88 PARM-NUMBER-VALID VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "N" TO END-OF-PARMS-SWITCH
           MOVE "Y" TO RUN-COBOLINITTEST-SWITCH
           MOVE "N" TO RUN-EQCOLLECT-SWITCH
           MOVE "Y" TO RUN-EQDEADLN-SWITCH
           MOVE "N" TO COLLECT-FAILED-SWITCH
           MOVE "Y" TO RUN-EQEDIT-SWITCH
           MOVE "Y" TO RUN-EQREJRTN-SWITCH
           MOVE "Y" TO RUN-EQRECYCLE-SWITCH
           MOVE "Y" TO RUN-EQVERIFY-SWITCH
           MOVE "Y" TO RUN-EQDRIFT-SWITCH
           MOVE "Y" TO RUN-EQDEPSPLIT-SWITCH
           MOVE "Y" TO RUN-EQEXTRACT-SWITCH
           MOVE "Y" TO RUN-EQBALANCE-SWITCH
           MOVE "Y" TO RUN-EQMTDUPD-SWITCH
           MOVE "Y" TO RUN-EQANOMLY-SWITCH
           MOVE "Y" TO RUN-EQRESARC-SWITCH
           MOVE "N" TO RUN-EQSUMRPT-SWITCH
           MOVE "N" TO RUN-EQDETRPT-SWITCH
           MOVE "N" TO RUN-EQAGERPT-SWITCH
           MOVE "Y" TO RUN-WEEK-END-STREAM-SWITCH
           MOVE "Y" TO RUN-MONTH-END-STREAM-SWITCH
           MOVE "Y" TO RUN-AUDVERIF-SWITCH
           MOVE "Y" TO RUN-EMPCHECK-SWITCH
           MOVE "Y" TO RUN-EMPBKUP-SWITCH
           MOVE "N" TO RUN-EMPMAINT-SWITCH
           MOVE "Y" TO RUN-EQMTDRPT-SWITCH
           MOVE "Y" TO RUN-EQCHARGE-SWITCH
           MOVE "Y" TO RUN-AUDARCH-SWITCH
           MOVE ZERO TO STREAM-RC
           MOVE "N" TO CALENDAR-CHANGED-SWITCH
           MOVE "N" TO CATCH-UP-FAILED-SWITCH
           MOVE ZERO TO TONIGHT-CAL-INDEX
           MOVE "N" TO RESUME-WINDOW-SWITCH
           MOVE SPACES TO RESTART-FROM-STEP
           MOVE "N" TO STREAM-RESTART-SWITCH
           MOVE "N" TO WINDOW-STEP-FLAG
           MOVE "N" TO RESUME-BYPASS-SWITCH
           MOVE "N" TO STEP-BYPASS-SWITCH
           MOVE "N" TO RESUME-WINDOW-ENDED-SWITCH
           MOVE "N" TO END-OF-RUN-LOG-SWITCH
           MOVE SPACES TO RESUME-RUN-ID
           MOVE SPACES TO RESUME-BUSINESS-DATE
           MOVE ZERO TO RESUME-WINDOW-RC
           MOVE ZERO TO RESUME-STEP-COUNT
           MOVE 1 TO PARTITION-COUNT
           MOVE "EQPSOLVE" TO PARTITION-COMMAND
           MOVE 360 TO PARTITION-WAIT-MINUTES

           MOVE "N" TO CAL-PRESENT-SWITCH
           MOVE "N" TO WINDOW-REFUSED-SWITCH

           PERFORM READ-RUN-PARMS

      * A resume carries on the interrupted window under its own run
      * identifier and business date; RETURN-CODE 97 means there was
      * nothing to resume or the restart step is not a window or
      * stream step.
           IF RESUME-WINDOW-REQUESTED
               PERFORM FIND-RESUME-WINDOW THRU FIND-RESUME-WINDOW-EXIT
               IF WINDOW-REFUSED
                   MOVE 97 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE RESUME-RUN-ID TO BATCH-RUN-ID
               SET RESUME-BYPASSING TO TRUE
               DISPLAY "RUNBATCH: RESUMING BATCH RUN ID " BATCH-RUN-ID
           END-IF

           PERFORM RESOLVE-BUSINESS-DATE
               THRU RESOLVE-BUSINESS-DATE-EXIT
           IF WINDOW-REFUSED
               MOVE 99 TO RETURN-CODE
               GOBACK.

      * A month end is PENDING on RUNCAL from the moment its window
      * starts, so a window that abends before the month-end stream
      * is through still leaves it for the next window to pick up.
           IF TONIGHT-CAL-INDEX NOT = ZERO
               PERFORM MARK-MONTH-END-PENDING
           END-IF

      * Every RUNLOG record names the operator who started the window
      * from OPMENU; blank when it was started outside the menu.
           IF OPERATOR-ID = LOW-VALUES
               MOVE SPACES TO OPERATOR-ID
           END-IF
           OPEN EXTEND RUN-LOG-FILE
           IF RUN-LOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
           MOVE TIMESTAMP-WORK TO WINDOW-START-STAMP
           MOVE SPACES TO RUN-LOG-RECORD
           MOVE BATCH-RUN-ID TO LOG-RUN-ID
           IF RESUME-WINDOW-REQUESTED
               MOVE "WINDOW-RESUME" TO LOG-STEP
               MOVE RESTART-FROM-STEP TO LOG-END
           ELSE
               MOVE "WINDOW-START" TO LOG-STEP
           END-IF
           MOVE WINDOW-START-STAMP TO LOG-START
           MOVE BUSINESS-DATE TO LOG-BUSINESS-DATE
           MOVE OPERATOR-ID TO LOG-OPERATOR-ID
           WRITE RUN-LOG-RECORD

           PERFORM RUN-WINDOW-STEPS THRU RUN-WINDOW-STEPS-EXIT

      * The period-end streams only follow a clean nightly run, and
      * only a shop that keeps a RUNCAL has period ends to run.
           IF WINDOW-RC = ZERO AND CAL-PRESENT
               PERFORM RUN-PERIOD-STREAMS THRU RUN-PERIOD-STREAMS-EXIT
           END-IF

      * A stream step named by RESTART-FROM that no stream reached
      * (not due on this date, held, or no RUNCAL) re-ran nothing.
           IF STREAM-RESTART AND RESUME-BYPASSING
               DISPLAY "RUNBATCH: RESTART-FROM STEP " RESTART-FROM-STEP
                   " WAS NEVER REACHED - NOTHING WAS RERUN"
               MOVE 96 TO WINDOW-RC
           END-IF

           PERFORM MAKE-TIMESTAMP
           MOVE SPACES TO RUN-LOG-RECORD
           MOVE BATCH-RUN-ID TO LOG-RUN-ID
           MOVE TIMESTAMP-WORK TO LOG-END
           MOVE WINDOW-RC TO LOG-RETURN-CODE
           MOVE BUSINESS-DATE TO LOG-BUSINESS-DATE
           MOVE OPERATOR-ID TO LOG-OPERATOR-ID
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE

               PERFORM MARK-BUSINESS-DATE-COMPLETE
           END-IF

      * A clean night with a failed stream still ends non-zero, with
      * the failing stream step's own return code.
           IF WINDOW-RC = ZERO
               MOVE STREAM-RC TO RETURN-CODE
           ELSE
               MOVE WINDOW-RC TO RETURN-CODE
           END-IF
           GOBACK.

      ******************************************************************
      * end and return code to RUNLOG, and stops the window at the
      * first step that fails. WINDOW-RC carries one value per step
      * so operations can tell from the return code alone where the
      * window stopped. A resumed window passes over the steps the
      * interrupted run already finished (see CHECK-RESUME-BYPASS)
      * and runs everything from the restart step on.
      ******************************************************************
       RUN-WINDOW-STEPS.
           MOVE "COBOLINITTEST" TO CURRENT-STEP-NAME
           PERFORM CHECK-RESUME-BYPASS
           EVALUATE TRUE
               WHEN STEP-BYPASSED
                   CONTINUE
               WHEN NOT RUN-COBOLINITTEST-STEP
                   DISPLAY "RUNBATCH: COBOLINITTEST SKIPPED BY "
                       "RUNPARMS"
                   PERFORM WRITE-SKIPPED-RECORD
               WHEN OTHER
                   DISPLAY "RUNBATCH: STARTING NAME-SERVICE REGRESSION"
                   PERFORM STAMP-STEP-START
                   CALL 'COBOLINITTEST'
                   MOVE RETURN-CODE TO COBOLINITTEST-RC
                   MOVE COBOLINITTEST-RC TO CURRENT-STEP-RC
                   PERFORM WRITE-STEP-RECORD
                   IF COBOLINITTEST-RC NOT = 0
                       DISPLAY "RUNBATCH: COBOLINITTEST FAILED - "
                           "ABENDING BATCH WINDOW BEFORE EQ_SEG_GRAU"
                       MOVE 1 TO WINDOW-RC
                       GO TO RUN-WINDOW-STEPS-EXIT
                   END-IF
                   DISPLAY "RUNBATCH: NAME-SERVICE REGRESSION CLEAN"
           END-EVALUATE

           MOVE "EQCOLLECT" TO CURRENT-STEP-NAME
           PERFORM CHECK-RESUME-BYPASS
           EVALUATE TRUE
               WHEN STEP-BYPASSED
                   CONTINUE
               WHEN NOT RUN-EQCOLLECT-STEP
                   DISPLAY "RUNBATCH: EQCOLLECT SKIPPED BY RUNPARMS"
                   PERFORM WRITE-SKIPPED-RECORD
               WHEN OTHER
                   DISPLAY "RUNBATCH: COLLECTING SUPPLIER "
                       "TRANSMISSIONS"
                   PERFORM STAMP-STEP-START
                   CALL 'EQCOLLECT'
                   MOVE RETURN-CODE TO EQCOLLECT-RC
                   MOVE EQCOLLECT-RC TO CURRENT-STEP-RC
                   PERFORM WRITE-STEP-RECORD
                   IF EQCOLLECT-RC NOT = 0
                       DISPLAY "RUNBATCH: EQCOLLECT PASSED NO SUPPLIER "
                           "BATCH"
                       SET COLLECT-FAILED TO TRUE
                   END-IF
           END-EVALUATE

      * The deadline check runs even when EQCOLLECT failed: a night
      * with nothing to collect is the night the missing suppliers
      * have to be escalated. The window stops after it.
           MOVE "EQDEADLN" TO CURRENT-STEP-NAME
           PERFORM CHECK-RESUME-BYPASS
           EVALUATE TRUE
               WHEN STEP-BYPASSED
                   CONTINUE
               WHEN NOT RUN-EQCOLLECT-STEP
                   DISPLAY "RUNBATCH: EQDEADLN SKIPPED - NO SUPPLIER "
                       "COLLECTION IN THIS WINDOW"
                   PERFORM WRITE-SKIPPED-RECORD
               WHEN NOT RUN-EQDEADLN-STEP
                   DISPLAY "RUNBATCH: EQDEADLN SKIPPED BY RUNPARMS"
                   PERFORM WRITE-SKIPPED-RECORD
               WHEN OTHER
                   DISPLAY "RUNBATCH: CHECKING SUPPLIER DEADLINES"
                   PERFORM STAMP-STEP-START
                   CALL 'EQDEADLN'
                   MOVE RETURN-CODE TO EQDEADLN-RC
                   MOVE EQDEADLN-RC TO CURRENT-STEP-RC
                   PERFORM WRITE-STEP-RECORD
                   IF EQDEADLN-RC NOT = 0
                       DISPLAY "RUNBATCH: EQDEADLN COULD NOT WRITE ITS "
                           "ESCALATIONS"
                       IF NOT COLLECT-FAILED
                           MOVE 3 TO WINDOW-RC
                           GO TO RUN-WINDOW-STEPS-EXIT
                       END-IF
                   END-IF
           END-EVALUATE

           IF COLLECT-FAILED
               DISPLAY "RUNBATCH: ABENDING BATCH WINDOW - NO SUPPLIER "
                   "BATCH COLLECTED"
               MOVE 2 TO WINDOW-RC
               GO TO RUN-WINDOW-STEPS-EXIT
           END-IF

           MOVE "EQEDIT" TO CURRENT-STEP-NAME
           PERFORM CHECK-RESUME-BYPASS
           EVALUATE TRUE
               WHEN STEP-BYPASSED
                   CONTINUE
               WHEN NOT RUN-EQEDIT-STEP
                   DISPLAY "RUNBATCH: EQEDIT SKIPPED BY RUNPARMS"
                   PERFORM WRITE-SKIPPED-RECORD
               WHEN OTHER
                   DISPLAY "RUNBATCH: STARTING EQINPUT PRE-EDIT"
                   PERFORM STAMP-STEP-START
                   CALL 'EQEDIT'
                   MOVE RETURN-CODE TO EQEDIT-RC
                   MOVE EQEDIT-RC TO CURRENT-STEP-RC
                   PERFORM WRITE-STEP-RECORD
                   IF EQEDIT-RC NOT = 0
                       IF EQEDIT-RC = 3
                           DISPLAY "RUNBATCH: EQEDIT REFUSED A "
                               "DUPLICATE TRANSMISSION - SET "
                               "EQEDIT-ALLOW-RESEND=Y IN RUNPARMS "
                               "ONLY FOR A LEGITIMATE RESEND"
                       ELSE
                           DISPLAY "RUNBATCH: EQEDIT FAILED - "
                               "ABENDING BATCH WINDOW BEFORE "
                               "EQ_SEG_GRAU"
                       END-IF
                       MOVE 4 TO WINDOW-RC
                       GO TO RUN-WINDOW-STEPS-EXIT
                   END-IF
                   DISPLAY "RUNBATCH: EQINPUT PRE-EDIT COMPLETE"
           END-EVALUATE

           MOVE "EQREJRTN" TO CURRENT-STEP-NAME
           PERFORM CHECK-RESUME-BYPASS
           EVALUATE TRUE
               WHEN STEP-BYPASSED
                   CONTINUE
               WHEN NOT RUN-EQREJRTN-STEP
                   DISPLAY "RUNBATCH: EQREJRTN SKIPPED BY RUNPARMS"
                   PERFORM WRITE-SKIPPED-RECORD
               WHEN OTHER
                   DISPLAY "RUNBATCH: WRITING SUPPLIER REJECT RETURNS"
                   PERFORM STAMP-STEP-START
                   CALL 'EQREJRTN'
                   MOVE RETURN-CODE TO EQREJRTN-RC
                   MOVE EQREJRTN-RC TO CURRENT-STEP-RC
                   PERFORM WRITE-STEP-RECORD
                   IF EQREJRTN-RC NOT = 0
                       DISPLAY "RUNBATCH: EQREJRTN FAILED - "
                           "ABENDING BATCH WINDOW BEFORE EQ_SEG_GRAU"
                       MOVE 5 TO WINDOW-RC
                       GO TO RUN-WINDOW-STEPS-EXIT
                   END-IF
           END-EVALUATE

           MOVE "EQRECYCLE" TO CURRENT-STEP-NAME
           PERFORM CHECK-RESUME-BYPASS
           EVALUATE TRUE
               WHEN STEP-BYPASSED
                   CONTINUE
               WHEN NOT RUN-EQRECYCLE-STEP
                   DISPLAY "RUNBATCH: EQRECYCLE SKIPPED BY RUNPARMS"
                   PERFORM WRITE-SKIPPED-RECORD
               WHEN OTHER
                   DISPLAY "RUNBATCH: RECYCLING CORRECTED REJECTS"
                   PERFORM STAMP-STEP-START
                   CALL 'EQRECYCLE'
                   MOVE RETURN-CODE TO EQRECYCLE-RC
                   MOVE EQRECYCLE-RC TO CURRENT-STEP-RC
                   PERFORM WRITE-STEP-RECORD
                   IF EQRECYCLE-RC NOT = 0
                       DISPLAY "RUNBATCH: EQRECYCLE FAILED - "
                           "ABENDING BATCH WINDOW BEFORE EQ_SEG_GRAU"
                       MOVE 6 TO WINDOW-RC
                       GO TO RUN-WINDOW-STEPS-EXIT
                   END-IF
           END-EVALUATE

           IF PARTITION-COUNT > 1
               PERFORM RUN-PARTITIONED-SOLVE
                   THRU RUN-PARTITIONED-SOLVE-EXIT
               IF EQ-SEG-GRAU-RC NOT = 0
                   MOVE 7 TO WINDOW-RC
                   GO TO RUN-WINDOW-STEPS-EXIT
               END-IF
           ELSE
               MOVE "EQ_SEG_GRAU" TO CURRENT-STEP-NAME
               PERFORM CHECK-RESUME-BYPASS
               IF NOT STEP-BYPASSED
                   DISPLAY "RUNBATCH: STARTING EQ_SEG_GRAU EQUATION "
                       "BATCH"
                   PERFORM STAMP-STEP-START
                   CALL 'EQ_SEG_GRAU'
                   MOVE RETURN-CODE TO EQ-SEG-GRAU-RC
                   MOVE EQ-SEG-GRAU-RC TO CURRENT-STEP-RC
                   PERFORM WRITE-STEP-RECORD

                   IF EQ-SEG-GRAU-RC NOT = 0
                       DISPLAY "RUNBATCH: EQ_SEG_GRAU REPORTED AN ERROR"
                       MOVE 7 TO WINDOW-RC
                       GO TO RUN-WINDOW-STEPS-EXIT
                   END-IF
               END-IF
           END-IF

           MOVE "EQVERIFY" TO CURRENT-STEP-NAME
           PERFORM CHECK-RESUME-BYPASS
           EVALUATE TRUE
               WHEN STEP-BYPASSED
                   CONTINUE
               WHEN NOT RUN-EQVERIFY-STEP
                   DISPLAY "RUNBATCH: EQVERIFY SKIPPED BY RUNPARMS"
                   PERFORM WRITE-SKIPPED-RECORD
               WHEN OTHER
                   DISPLAY "RUNBATCH: STARTING ROOT VERIFICATION"
                   PERFORM STAMP-STEP-START
                   CALL 'EQVERIFY'
                   MOVE RETURN-CODE TO EQVERIFY-RC
                   MOVE EQVERIFY-RC TO CURRENT-STEP-RC
                   PERFORM WRITE-STEP-RECORD
                   IF EQVERIFY-RC NOT = 0
                       DISPLAY "RUNBATCH: EQVERIFY FOUND ROOTS OUT OF "
                           "TOLERANCE - SEE EQEXCEPT"
                       MOVE 8 TO WINDOW-RC
                       GO TO RUN-WINDOW-STEPS-EXIT
                   END-IF
                   DISPLAY "RUNBATCH: ROOT VERIFICATION CLEAN"
           END-EVALUATE

           MOVE "EQDRIFT" TO CURRENT-STEP-NAME
           PERFORM CHECK-RESUME-BYPASS
           EVALUATE TRUE
               WHEN STEP-BYPASSED
                   CONTINUE
               WHEN NOT RUN-EQDRIFT-STEP
                   DISPLAY "RUNBATCH: EQDRIFT SKIPPED BY RUNPARMS"
                   PERFORM WRITE-SKIPPED-RECORD
               WHEN OTHER
                   DISPLAY "RUNBATCH: CHECKING RESULTS AGAINST EARLIER "
                       "RUNS"
                   PERFORM STAMP-STEP-START
                   CALL 'EQDRIFT'
                   MOVE RETURN-CODE TO EQDRIFT-RC
                   MOVE EQDRIFT-RC TO CURRENT-STEP-RC
                   PERFORM WRITE-STEP-RECORD
                   IF EQDRIFT-RC NOT = 0
                       DISPLAY "RUNBATCH: EQDRIFT FOUND RESULTS THAT "
                           "MOVED - SEE EQDRFLST"
                       MOVE 9 TO WINDOW-RC
                       GO TO RUN-WINDOW-STEPS-EXIT
                   END-IF
           END-EVALUATE

           MOVE "EQDEPSPLIT" TO CURRENT-STEP-NAME
           PERFORM CHECK-RESUME-BYPASS
           EVALUATE TRUE
               WHEN STEP-BYPASSED
                   CONTINUE
               WHEN NOT RUN-EQDEPSPLIT-STEP
                   DISPLAY "RUNBATCH: EQDEPSPLIT SKIPPED BY RUNPARMS"
                   PERFORM WRITE-SKIPPED-RECORD
               WHEN OTHER
                   DISPLAY "RUNBATCH: SPLITTING RESULTS BY DEPARTMENT"
                   PERFORM STAMP-STEP-START
                   CALL 'EQDEPSPLIT'
                   MOVE RETURN-CODE TO EQDEPSPLIT-RC
                   MOVE EQDEPSPLIT-RC TO CURRENT-STEP-RC
                   PERFORM WRITE-STEP-RECORD
                   IF EQDEPSPLIT-RC NOT = 0
                       DISPLAY "RUNBATCH: EQDEPSPLIT REPORTED AN ERROR"
                       MOVE 10 TO WINDOW-RC
                       GO TO RUN-WINDOW-STEPS-EXIT
                   END-IF
           END-EVALUATE

           MOVE "EQEXTRACT" TO CURRENT-STEP-NAME
           PERFORM CHECK-RESUME-BYPASS
           EVALUATE TRUE
               WHEN STEP-BYPASSED
                   CONTINUE
               WHEN NOT RUN-EQEXTRACT-STEP
                   DISPLAY "RUNBATCH: EQEXTRACT SKIPPED BY RUNPARMS"
                   PERFORM WRITE-SKIPPED-RECORD
               WHEN OTHER
                   DISPLAY "RUNBATCH: EXTRACTING RESULTS FOR MIS"
                   PERFORM STAMP-STEP-START
                   CALL 'EQEXTRACT'
                   MOVE RETURN-CODE TO EQEXTRACT-RC
                   MOVE EQEXTRACT-RC TO CURRENT-STEP-RC
                   PERFORM WRITE-STEP-RECORD
                   IF EQEXTRACT-RC NOT = 0
                       DISPLAY "RUNBATCH: EQEXTRACT REPORTED AN ERROR"
                       MOVE 11 TO WINDOW-RC
                       GO TO RUN-WINDOW-STEPS-EXIT
                   END-IF
           END-EVALUATE

           MOVE "EQMTDUPD" TO CURRENT-STEP-NAME
           PERFORM CHECK-RESUME-BYPASS
           EVALUATE TRUE
               WHEN STEP-BYPASSED
                   CONTINUE
               WHEN NOT RUN-EQMTDUPD-STEP
                   DISPLAY "RUNBATCH: EQMTDUPD SKIPPED BY RUNPARMS"
                   PERFORM WRITE-SKIPPED-RECORD
               WHEN OTHER
                   DISPLAY "RUNBATCH: POSTING MONTH-TO-DATE TOTALS"
                   PERFORM STAMP-STEP-START
                   CALL 'EQMTDUPD'
                   MOVE RETURN-CODE TO EQMTDUPD-RC
                   MOVE EQMTDUPD-RC TO CURRENT-STEP-RC
                   PERFORM WRITE-STEP-RECORD
                   IF EQMTDUPD-RC NOT = 0
                       DISPLAY "RUNBATCH: EQMTDUPD REPORTED AN ERROR"
                       MOVE 12 TO WINDOW-RC
                       GO TO RUN-WINDOW-STEPS-EXIT
                   END-IF
           END-EVALUATE

           MOVE "EQANOMLY" TO CURRENT-STEP-NAME
           PERFORM CHECK-RESUME-BYPASS
           EVALUATE TRUE
               WHEN STEP-BYPASSED
                   CONTINUE
               WHEN NOT RUN-EQANOMLY-STEP
                   DISPLAY "RUNBATCH: EQANOMLY SKIPPED BY RUNPARMS"
                   PERFORM WRITE-SKIPPED-RECORD
               WHEN OTHER
                   DISPLAY "RUNBATCH: CHECKING TONIGHT AGAINST THE "
                       "MONTH'S TREND"
                   PERFORM STAMP-STEP-START
                   CALL 'EQANOMLY'
                   MOVE RETURN-CODE TO EQANOMLY-RC
                   MOVE EQANOMLY-RC TO CURRENT-STEP-RC
                   PERFORM WRITE-STEP-RECORD
                   IF EQANOMLY-RC NOT = 0
                       DISPLAY "RUNBATCH: EQANOMLY FOUND AN ANOMALY OR "
                           "REPORTED AN ERROR - SEE EQANOLST"
                       MOVE 13 TO WINDOW-RC
                       GO TO RUN-WINDOW-STEPS-EXIT
                   END-IF
           END-EVALUATE

           MOVE "EQRESARC" TO CURRENT-STEP-NAME
           PERFORM CHECK-RESUME-BYPASS
           EVALUATE TRUE
               WHEN STEP-BYPASSED
                   CONTINUE
               WHEN NOT RUN-EQRESARC-STEP
                   DISPLAY "RUNBATCH: EQRESARC SKIPPED BY RUNPARMS"
                   PERFORM WRITE-SKIPPED-RECORD
               WHEN OTHER
                   DISPLAY "RUNBATCH: ARCHIVING THE RUN'S RESULTS"
                   PERFORM STAMP-STEP-START
                   CALL 'EQRESARC'
                   MOVE RETURN-CODE TO EQRESARC-RC
                   MOVE EQRESARC-RC TO CURRENT-STEP-RC
                   PERFORM WRITE-STEP-RECORD
                   IF EQRESARC-RC NOT = 0
                       DISPLAY "RUNBATCH: EQRESARC REPORTED AN ERROR"
                       MOVE 14 TO WINDOW-RC
                       GO TO RUN-WINDOW-STEPS-EXIT
                   END-IF
           END-EVALUATE

      * The optional reports leave no RUNLOG record when they are
      * switched off, so a resume only weighs the ones switched on.
           MOVE "EQSUMRPT" TO CURRENT-STEP-NAME
           IF RUN-EQSUMRPT-STEP
               PERFORM CHECK-RESUME-BYPASS
               IF NOT STEP-BYPASSED
                   DISPLAY "RUNBATCH: PRINTING BATCH SUMMARY"
                   PERFORM STAMP-STEP-START
                   CALL 'EQSUMRPT'
                   MOVE RETURN-CODE TO EQSUMRPT-RC
                   MOVE EQSUMRPT-RC TO CURRENT-STEP-RC
                   PERFORM WRITE-STEP-RECORD
                   IF EQSUMRPT-RC NOT = 0
                       DISPLAY "RUNBATCH: EQSUMRPT REPORTED AN ERROR"
                       MOVE 15 TO WINDOW-RC
                       GO TO RUN-WINDOW-STEPS-EXIT
                   END-IF
               END-IF
           END-IF

           MOVE "EQDETRPT" TO CURRENT-STEP-NAME
           IF RUN-EQDETRPT-STEP
               PERFORM CHECK-RESUME-BYPASS
               IF NOT STEP-BYPASSED
                   DISPLAY "RUNBATCH: PRINTING DETAIL REPORT"
                   PERFORM STAMP-STEP-START
                   CALL 'EQDETRPT'
                   MOVE RETURN-CODE TO EQDETRPT-RC
                   MOVE EQDETRPT-RC TO CURRENT-STEP-RC
                   PERFORM WRITE-STEP-RECORD
                   IF EQDETRPT-RC NOT = 0
                       DISPLAY "RUNBATCH: EQDETRPT REPORTED AN ERROR"
                       MOVE 16 TO WINDOW-RC
                       GO TO RUN-WINDOW-STEPS-EXIT
                   END-IF
               END-IF
           END-IF

           MOVE "EQAGERPT" TO CURRENT-STEP-NAME
           IF RUN-EQAGERPT-STEP
               PERFORM CHECK-RESUME-BYPASS
               IF NOT STEP-BYPASSED
                   DISPLAY "RUNBATCH: PRINTING OPEN-REJECT AGING "
                       "REPORT"
                   PERFORM STAMP-STEP-START
                   CALL 'EQAGERPT'
                   MOVE RETURN-CODE TO EQAGERPT-RC
                   MOVE EQAGERPT-RC TO CURRENT-STEP-RC
                   PERFORM WRITE-STEP-RECORD
                   IF EQAGERPT-RC NOT = 0
                       DISPLAY "RUNBATCH: EQAGERPT REPORTED AN ERROR"
                       MOVE 17 TO WINDOW-RC
                       GO TO RUN-WINDOW-STEPS-EXIT
                   END-IF
               END-IF
           END-IF

           MOVE "EQBALANCE" TO CURRENT-STEP-NAME
           PERFORM CHECK-RESUME-BYPASS
           EVALUATE TRUE
               WHEN STEP-BYPASSED
                   CONTINUE
               WHEN NOT RUN-EQBALANCE-STEP
                   DISPLAY "RUNBATCH: EQBALANCE SKIPPED BY RUNPARMS"
                   PERFORM WRITE-SKIPPED-RECORD
               WHEN OTHER
                   DISPLAY "RUNBATCH: BALANCING THE NIGHT END TO END"
                   PERFORM STAMP-STEP-START
                   CALL 'EQBALANCE'
                   MOVE RETURN-CODE TO EQBALANCE-RC
                   MOVE EQBALANCE-RC TO CURRENT-STEP-RC
                   PERFORM WRITE-STEP-RECORD
                   IF EQBALANCE-RC NOT = 0
                       DISPLAY "RUNBATCH: EQBALANCE FOUND A VARIANCE - "
                           "SEE EQBALLST"
                       MOVE 18 TO WINDOW-RC
                       GO TO RUN-WINDOW-STEPS-EXIT
                   END-IF
           END-EVALUATE

      * A RESTART-FROM naming a report step that is switched off is
      * never reached - every step was passed over, nothing re-ran,
      * and the window must not pass as complete. A stream restart
      * carries on passing steps over into the streams.
           IF RESUME-BYPASSING AND RESTART-FROM-STEP NOT = SPACES
               AND NOT STREAM-RESTART
               DISPLAY "RUNBATCH: RESTART-FROM STEP " RESTART-FROM-STEP
                   " WAS NEVER REACHED - NOTHING WAS RERUN"
               MOVE 96 TO WINDOW-RC
               GO TO RUN-WINDOW-STEPS-EXIT
           END-IF

           DISPLAY "RUNBATCH: BATCH WINDOW COMPLETE".

       RUN-WINDOW-STEPS-EXIT.
           EXIT.

      ******************************************************************
      * Solves the night in partitions (EQ-PARTITIONS above 1):
      * EQPSPLIT splits EQVALID by department, every partition is
      * launched at once as its own background EQPSOLVE process and
      * its own step (EQ_SEG_GRAU.nn, with its own EQCKPnn checkpoint
      * and EQAUDPnn audit file, so a resume re-launches only the
      * partitions that did not finish clean), the window waits until
      * each has reported finishing on EQPARTCTL, and only then does
      * EQPMERGE reconcile the partitions to the EQVALID trailer,
      * write EQOUTPUT back in EQVALID order and move the audit
      * entries into AUDITLOG. Whichever of them fails leaves its
      * return code in EQ-SEG-GRAU-RC.
      ******************************************************************
       RUN-PARTITIONED-SOLVE.
           MOVE ZERO TO EQ-SEG-GRAU-RC
           MOVE "EQPSPLIT" TO CURRENT-STEP-NAME
           PERFORM CHECK-RESUME-BYPASS
           IF NOT STEP-BYPASSED
               DISPLAY "RUNBATCH: SPLITTING EQVALID INTO "
                   PARTITION-COUNT " PARTITIONS"
               PERFORM STAMP-STEP-START
               CALL 'EQPSPLIT'
               MOVE RETURN-CODE TO EQPSPLIT-RC
               MOVE EQPSPLIT-RC TO CURRENT-STEP-RC
               PERFORM WRITE-STEP-RECORD
               IF EQPSPLIT-RC NOT = 0
                   DISPLAY "RUNBATCH: EQPSPLIT FAILED - "
                       "ABENDING BATCH WINDOW BEFORE EQ_SEG_GRAU"
                   MOVE EQPSPLIT-RC TO EQ-SEG-GRAU-RC
                   GO TO RUN-PARTITIONED-SOLVE-EXIT
               END-IF
           END-IF

           MOVE ZERO TO PARTITIONS-OUTSTANDING
           PERFORM LAUNCH-ONE-PARTITION THRU LAUNCH-ONE-PARTITION-EXIT
               VARYING PARTITION-SUB FROM 1 BY 1
               UNTIL PARTITION-SUB > PARTITION-COUNT
           IF PARTITIONS-OUTSTANDING > ZERO
               PERFORM WAIT-FOR-PARTITIONS
                   THRU WAIT-FOR-PARTITIONS-EXIT
           END-IF
           IF EQ-SEG-GRAU-RC NOT = 0
               GO TO RUN-PARTITIONED-SOLVE-EXIT
           END-IF

           MOVE "EQPMERGE" TO CURRENT-STEP-NAME
           PERFORM CHECK-RESUME-BYPASS
           IF NOT STEP-BYPASSED
               DISPLAY "RUNBATCH: MERGING THE PARTITIONS INTO EQOUTPUT"
               PERFORM STAMP-STEP-START
               CALL 'EQPMERGE'
               MOVE RETURN-CODE TO EQPMERGE-RC
               MOVE EQPMERGE-RC TO CURRENT-STEP-RC
               PERFORM WRITE-STEP-RECORD
               IF EQPMERGE-RC NOT = 0
                   DISPLAY "RUNBATCH: EQPMERGE COULD NOT RECONCILE THE "
                       "PARTITIONS - EQOUTPUT NOT REPLACED"
                   MOVE EQPMERGE-RC TO EQ-SEG-GRAU-RC
               END-IF
           END-IF.

       RUN-PARTITIONED-SOLVE-EXIT.
           EXIT.

      ******************************************************************
      * Launches one partition (PARTITION-SUB) in the background: the
      * EQ-PARTITION-COMMAND program (EQPSOLVE) with the partition
      * number, its launch stamp and the window's run identifier,
      * business date and operator, its DISPLAY lines to EQPLOGnn. A
      * partition a resume passes over is not launched at all.
      ******************************************************************
       LAUNCH-ONE-PARTITION.
           SET PTN-NOT-LAUNCHED (PARTITION-SUB) TO TRUE
           MOVE PARTITION-SUB TO PARTITION-HIT
           PERFORM SET-PARTITION-STEP-NAME
           PERFORM CHECK-RESUME-BYPASS
           IF STEP-BYPASSED
               GO TO LAUNCH-ONE-PARTITION-EXIT
           END-IF
           PERFORM MAKE-TIMESTAMP
           MOVE TIMESTAMP-WORK TO PTN-LAUNCH-STAMP (PARTITION-SUB)
           MOVE SPACES TO PARTITION-LAUNCH-LINE
           STRING PARTITION-COMMAND DELIMITED BY "  "
               " " DELIMITED BY SIZE
               PARTITION-DIGITS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PTN-LAUNCH-STAMP (PARTITION-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BATCH-RUN-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BUSINESS-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OPERATOR-ID DELIMITED BY SPACE
               " > EQPLOG" DELIMITED BY SIZE
               PARTITION-DIGITS DELIMITED BY SIZE
               " 2>&1 &" DELIMITED BY SIZE
               INTO PARTITION-LAUNCH-LINE
           DISPLAY "RUNBATCH: LAUNCHING EQ_SEG_GRAU PARTITION "
               PARTITION-DIGITS
           CALL "SYSTEM" USING PARTITION-LAUNCH-LINE
           MOVE RETURN-CODE TO PARTITION-LAUNCH-RC
           IF PARTITION-LAUNCH-RC NOT = 0
               DISPLAY "RUNBATCH: PARTITION " PARTITION-DIGITS
                   " COULD NOT BE LAUNCHED - " PARTITION-COMMAND
               MOVE 91 TO PTN-RC (PARTITION-SUB)
               PERFORM LOG-PARTITION-STEP
               GO TO LAUNCH-ONE-PARTITION-EXIT
           END-IF
           SET PTN-LAUNCHED (PARTITION-SUB) TO TRUE
           ADD 1 TO PARTITIONS-OUTSTANDING.

       LAUNCH-ONE-PARTITION-EXIT.
           EXIT.

      ******************************************************************
      * Waits for every launched partition to report back on
      * EQPARTCTL, reading it every PARTITION-POLL-SECONDS. One that
      * has not started within PARTITION-START-LIMIT seconds, or not
      * finished within EQ-PARTITION-WAIT minutes, is given up on -
      * but only after the wait for the others is over, so nothing
      * after it runs while a partition may still be writing.
      ******************************************************************
       WAIT-FOR-PARTITIONS.
           COMPUTE PARTITION-WAIT-LIMIT = PARTITION-WAIT-MINUTES * 60
           MOVE ZERO TO PARTITION-WAITED
           DISPLAY "RUNBATCH: WAITING FOR " PARTITIONS-OUTSTANDING
               " PARTITION(S) ON EQPARTCTL"
           PERFORM POLL-PARTITIONS THRU POLL-PARTITIONS-EXIT
               UNTIL PARTITIONS-OUTSTANDING = ZERO
               OR PARTITION-WAITED NOT < PARTITION-WAIT-LIMIT
           IF PARTITIONS-OUTSTANDING > ZERO
               DISPLAY "RUNBATCH: GAVE UP WAITING AFTER "
                   PARTITION-WAIT-MINUTES " MINUTES - A PARTITION MAY "
                   "STILL BE RUNNING; CHECK ITS EQPLOGNN BEFORE "
                   "RESUMING"
               PERFORM GIVE-UP-ONE-PARTITION
                   VARYING PARTITION-SUB FROM 1 BY 1
                   UNTIL PARTITION-SUB > PARTITION-COUNT
           END-IF.

       WAIT-FOR-PARTITIONS-EXIT.
           EXIT.

       POLL-PARTITIONS.
           CALL "C$SLEEP" USING PARTITION-POLL-SECONDS
           ADD PARTITION-POLL-SECONDS TO PARTITION-WAITED
           OPEN INPUT PARTITION-CONTROL-FILE
           IF PARTITION-CONTROL-STATUS NOT = "00"
               DISPLAY "RUNBATCH: EQPARTCTL NOT AVAILABLE - STATUS "
                   PARTITION-CONTROL-STATUS
               GO TO POLL-PARTITIONS-EXIT
           END-IF
           MOVE "N" TO END-OF-PARTITION-CONTROL-SWITCH
           PERFORM NOTE-ONE-PARTITION-CONTROL
               THRU NOTE-ONE-PARTITION-CONTROL-EXIT
               UNTIL END-OF-PARTITION-CONTROL
           CLOSE PARTITION-CONTROL-FILE
           IF PARTITION-WAITED NOT < PARTITION-START-LIMIT
               PERFORM CHECK-PARTITION-STARTED
                   VARYING PARTITION-SUB FROM 1 BY 1
                   UNTIL PARTITION-SUB > PARTITION-COUNT
           END-IF.

       POLL-PARTITIONS-EXIT.
           EXIT.

      ******************************************************************
      * Notes one EQPARTCTL record: an S or C record of this run for a
      * partition launched under the same stamp. Records of an earlier
      * launch (a resumed window relaunching the partition) do not
      * count.
      ******************************************************************
       NOTE-ONE-PARTITION-CONTROL.
           READ PARTITION-CONTROL-FILE
               AT END
                   SET END-OF-PARTITION-CONTROL TO TRUE
                   GO TO NOTE-ONE-PARTITION-CONTROL-EXIT
           END-READ
           IF PCT-RECORD-TYPE NOT = "S" AND PCT-RECORD-TYPE NOT = "C"
               GO TO NOTE-ONE-PARTITION-CONTROL-EXIT
           END-IF
           IF PCT-RUN-ID NOT = BATCH-RUN-ID
               OR PCT-PARTITION IS NOT NUMERIC
               GO TO NOTE-ONE-PARTITION-CONTROL-EXIT
           END-IF
           IF PCT-PARTITION = ZERO OR PCT-PARTITION > PARTITION-COUNT
               GO TO NOTE-ONE-PARTITION-CONTROL-EXIT
           END-IF
           MOVE PCT-PARTITION TO PARTITION-HIT
           IF PCT-LAUNCH-STAMP NOT = PTN-LAUNCH-STAMP (PARTITION-HIT)
               GO TO NOTE-ONE-PARTITION-CONTROL-EXIT
           END-IF
           IF PCT-RECORD-TYPE = "S"
               IF PTN-LAUNCHED (PARTITION-HIT)
                   SET PTN-STARTED (PARTITION-HIT) TO TRUE
               END-IF
           ELSE
               IF PTN-LAUNCHED (PARTITION-HIT)
                   OR PTN-STARTED (PARTITION-HIT)
                   MOVE PCT-RETURN-CODE TO PTN-RC (PARTITION-HIT)
                   PERFORM FINISH-ONE-PARTITION
               END-IF
           END-IF.

       NOTE-ONE-PARTITION-CONTROL-EXIT.
           EXIT.

      * A partition still only launched this long after its launch
      * never got going (a bad EQ-PARTITION-COMMAND, say).
       CHECK-PARTITION-STARTED.
           IF PTN-LAUNCHED (PARTITION-SUB)
               MOVE PARTITION-SUB TO PARTITION-HIT
               MOVE 92 TO PTN-RC (PARTITION-HIT)
               PERFORM FINISH-ONE-PARTITION
           END-IF.

       GIVE-UP-ONE-PARTITION.
           MOVE PARTITION-SUB TO PARTITION-HIT
           IF PTN-LAUNCHED (PARTITION-HIT)
               MOVE 92 TO PTN-RC (PARTITION-HIT)
               PERFORM FINISH-ONE-PARTITION
           END-IF
           IF PTN-STARTED (PARTITION-HIT)
               MOVE 93 TO PTN-RC (PARTITION-HIT)
               PERFORM FINISH-ONE-PARTITION
           END-IF.

      ******************************************************************
      * Closes the wait on the partition in PARTITION-HIT with the
      * return code in its PTN-RC and logs it.
      ******************************************************************
       FINISH-ONE-PARTITION.
           SET PTN-DONE (PARTITION-HIT) TO TRUE
           SUBTRACT 1 FROM PARTITIONS-OUTSTANDING
           PERFORM LOG-PARTITION-STEP.

      ******************************************************************
      * Logs the partition in PARTITION-HIT to RUNLOG as its own step,
      * from its launch to now, with its return code: EQ_SEG_GRAU's
      * own, or 91 not launched, 92 never started, 93 not finished
      * within EQ-PARTITION-WAIT. Any of them but zero fails the
      * partitioned solve.
      ******************************************************************
       LOG-PARTITION-STEP.
           MOVE PARTITION-HIT TO PARTITION-DIGITS
           PERFORM SET-PARTITION-STEP-NAME
           MOVE PTN-LAUNCH-STAMP (PARTITION-HIT) TO STEP-START-STAMP
           MOVE PTN-RC (PARTITION-HIT) TO CURRENT-STEP-RC
           PERFORM WRITE-STEP-RECORD
           IF PTN-RC (PARTITION-HIT) = ZERO
               DISPLAY "RUNBATCH: EQ_SEG_GRAU PARTITION "
                   PARTITION-DIGITS " FINISHED"
           ELSE
               DISPLAY "RUNBATCH: EQ_SEG_GRAU PARTITION "
                   PARTITION-DIGITS " ENDED WITH RETURN CODE "
                   PTN-RC (PARTITION-HIT) " - SEE EQPLOG"
                   PARTITION-DIGITS
               MOVE PTN-RC (PARTITION-HIT) TO EQ-SEG-GRAU-RC
           END-IF.

      * Step name for the partition in PARTITION-HIT: EQ_SEG_GRAU.nn.
       SET-PARTITION-STEP-NAME.
           MOVE PARTITION-HIT TO PARTITION-DIGITS
           MOVE SPACES TO CURRENT-STEP-NAME
           STRING "EQ_SEG_GRAU." DELIMITED BY SIZE
               PARTITION-DIGITS DELIMITED BY SIZE
               INTO CURRENT-STEP-NAME.

      ******************************************************************
      * Runs the period-end job streams after a clean nightly run:
      * first every earlier month end still PENDING on RUNCAL, oldest
      * first and each under its own business date, then tonight's
      * weekly stream and tonight's month-end stream as the calendar
      * marks them. A catch-up that fails leaves the later month ends
      * PENDING behind it - they must not run out of order. STREAM-RC
      * keeps the first failing stream step's return code. Stream
      * status changes go back to RUNCAL here, so they hold whatever
      * happens to the rest of the window.
      ******************************************************************
       RUN-PERIOD-STREAMS.
           MOVE BUSINESS-DATE TO NIGHTLY-BUSINESS-DATE
           PERFORM CATCH-UP-ONE-MONTH-END
               VARYING STREAM-CAL-SUB FROM 1 BY 1
               UNTIL STREAM-CAL-SUB > CAL-ENTRY-COUNT
               OR CATCH-UP-FAILED
           MOVE NIGHTLY-BUSINESS-DATE TO BUSINESS-DATE

           IF TONIGHT-CAL-INDEX = ZERO
               GO TO RUN-PERIOD-STREAMS-EXIT
           END-IF

           IF CAL-TAB-WEEK-END (TONIGHT-CAL-INDEX) = "Y"
               PERFORM RUN-WEEK-END-STREAM
                   THRU RUN-WEEK-END-STREAM-EXIT
           END-IF

           IF CAL-TAB-MONTH-END (TONIGHT-CAL-INDEX) = "Y"
               OR CAL-TAB-QUARTER-END (TONIGHT-CAL-INDEX) = "Y"
               EVALUATE TRUE
                   WHEN CATCH-UP-FAILED
                       DISPLAY "RUNBATCH: MONTH-END STREAM FOR "
                           BUSINESS-DATE " LEFT PENDING BEHIND AN "
                           "EARLIER MONTH END"
                   WHEN CAL-TAB-ME-STATUS (TONIGHT-CAL-INDEX)
                       = "COMPLETE"
                       DISPLAY "RUNBATCH: MONTH-END STREAM FOR "
                           BUSINESS-DATE " ALREADY COMPLETE"
                   WHEN OTHER
                       MOVE TONIGHT-CAL-INDEX TO STREAM-CAL-INDEX
                       PERFORM RUN-MONTH-END-STREAM
                           THRU RUN-MONTH-END-STREAM-EXIT
               END-EVALUATE
           END-IF.

       RUN-PERIOD-STREAMS-EXIT.
           IF CALENDAR-CHANGED
               PERFORM REWRITE-CALENDAR-FILE
           END-IF.

      ******************************************************************
      * Runs one earlier month end still PENDING on RUNCAL - its
      * stream failed, was held, or its window abended - under that
      * date's business date.
      ******************************************************************
       CATCH-UP-ONE-MONTH-END.
           IF CAL-TAB-DATE (STREAM-CAL-SUB) < NIGHTLY-BUSINESS-DATE
               AND CAL-TAB-ME-STATUS (STREAM-CAL-SUB) = "PENDING"
               DISPLAY "RUNBATCH: MONTH-END STREAM FOR "
                   CAL-TAB-DATE (STREAM-CAL-SUB)
                   " STILL PENDING - RUNNING IT NOW"
               MOVE STREAM-CAL-SUB TO STREAM-CAL-INDEX
               PERFORM RUN-MONTH-END-STREAM
                   THRU RUN-MONTH-END-STREAM-EXIT
               IF CAL-TAB-ME-STATUS (STREAM-CAL-SUB) NOT = "COMPLETE"
                   SET CATCH-UP-FAILED TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * The weekly housekeeping stream: the AUDITLOG chain check, the
      * employee master integrity check and, when an EMPTRAN batch is
      * waiting, a backup of the master and then the batch itself -
      * never the batch without the backup in front of it. A failed
      * step ends the stream; nothing is carried to the next week.
      ******************************************************************
       RUN-WEEK-END-STREAM.
           IF NOT WEEK-END-STREAM-ON
               DISPLAY "RUNBATCH: WEEK-END STREAM HELD BY RUNPARMS"
               MOVE "WEEK-END" TO CURRENT-STEP-NAME
               PERFORM WRITE-SKIPPED-RECORD
               GO TO RUN-WEEK-END-STREAM-EXIT
           END-IF
           DISPLAY "RUNBATCH: STARTING WEEK-END STREAM FOR "
               BUSINESS-DATE

           MOVE "AUDVERIF" TO CURRENT-STEP-NAME
           PERFORM CHECK-RESUME-BYPASS
           EVALUATE TRUE
               WHEN STEP-BYPASSED
                   CONTINUE
               WHEN NOT RUN-AUDVERIF-STEP
                   DISPLAY "RUNBATCH: AUDVERIF SKIPPED BY RUNPARMS"
                   PERFORM WRITE-SKIPPED-RECORD
               WHEN OTHER
                   DISPLAY "RUNBATCH: VERIFYING THE AUDITLOG CHAIN"
                   PERFORM STAMP-STEP-START
                   CALL 'AUDVERIF'
                   MOVE RETURN-CODE TO AUDVERIF-RC
                   MOVE AUDVERIF-RC TO CURRENT-STEP-RC
                   PERFORM WRITE-STEP-RECORD
                   IF AUDVERIF-RC NOT = 0
                       DISPLAY "RUNBATCH: AUDVERIF FOUND A BREAK OR "
                           "REPORTED AN ERROR - WEEK-END STREAM STOPPED"
                       MOVE 20 TO CURRENT-STEP-RC
                       PERFORM NOTE-STREAM-FAILURE
                       GO TO RUN-WEEK-END-STREAM-EXIT
                   END-IF
           END-EVALUATE

           MOVE "EMPCHECK" TO CURRENT-STEP-NAME
           PERFORM CHECK-RESUME-BYPASS
           EVALUATE TRUE
               WHEN STEP-BYPASSED
                   CONTINUE
               WHEN NOT RUN-EMPCHECK-STEP
                   DISPLAY "RUNBATCH: EMPCHECK SKIPPED BY RUNPARMS"
                   PERFORM WRITE-SKIPPED-RECORD
               WHEN OTHER
                   DISPLAY "RUNBATCH: CHECKING THE EMPLOYEE MASTER"
                   PERFORM STAMP-STEP-START
                   CALL 'EMPCHECK'
                   MOVE RETURN-CODE TO EMPCHECK-RC
                   MOVE EMPCHECK-RC TO CURRENT-STEP-RC
                   PERFORM WRITE-STEP-RECORD
                   IF EMPCHECK-RC NOT = 0
                       DISPLAY "RUNBATCH: EMPCHECK FOUND PROBLEMS IN "
                           "THE EMPLOYEE MASTER - WEEK-END STREAM "
                           "STOPPED"
                       MOVE 21 TO CURRENT-STEP-RC
                       PERFORM NOTE-STREAM-FAILURE
                       GO TO RUN-WEEK-END-STREAM-EXIT
                   END-IF
           END-EVALUATE

           PERFORM CHECK-EMPTRAN-WAITING
           MOVE "N" TO EMPBKUP-TAKEN-SWITCH

           MOVE "EMPBKUP" TO CURRENT-STEP-NAME
           PERFORM CHECK-RESUME-BYPASS
           EVALUATE TRUE
               WHEN STEP-BYPASSED
                   SET EMPBKUP-TAKEN TO TRUE
               WHEN NOT EMPTRAN-WAITING
                   DISPLAY "RUNBATCH: EMPBKUP SKIPPED - NO EMPTRAN "
                       "BATCH WAITING"
                   PERFORM WRITE-SKIPPED-RECORD
               WHEN NOT RUN-EMPBKUP-STEP
                   DISPLAY "RUNBATCH: EMPBKUP SKIPPED BY RUNPARMS"
                   PERFORM WRITE-SKIPPED-RECORD
               WHEN OTHER
                   DISPLAY "RUNBATCH: BACKING UP THE EMPLOYEE MASTER"
                   PERFORM STAMP-STEP-START
                   CALL 'EMPBKUP'
                   MOVE RETURN-CODE TO EMPBKUP-RC
                   MOVE EMPBKUP-RC TO CURRENT-STEP-RC
                   PERFORM WRITE-STEP-RECORD
                   IF EMPBKUP-RC NOT = 0
                       DISPLAY "RUNBATCH: EMPBKUP REPORTED AN ERROR - "
                           "EMPTRAN BATCH NOT APPLIED"
                       MOVE 22 TO CURRENT-STEP-RC
                       PERFORM NOTE-STREAM-FAILURE
                       GO TO RUN-WEEK-END-STREAM-EXIT
                   END-IF
                   SET EMPBKUP-TAKEN TO TRUE
           END-EVALUATE

           MOVE "EMPMAINT" TO CURRENT-STEP-NAME
           PERFORM CHECK-RESUME-BYPASS
           EVALUATE TRUE
               WHEN STEP-BYPASSED
                   CONTINUE
               WHEN NOT EMPTRAN-WAITING
                   DISPLAY "RUNBATCH: EMPMAINT SKIPPED - NO EMPTRAN "
                       "BATCH WAITING"
                   PERFORM WRITE-SKIPPED-RECORD
               WHEN NOT RUN-EMPMAINT-STEP
                   DISPLAY "RUNBATCH: EMPMAINT SKIPPED - EMPTRAN "
                       "WAITS FOR HR SIGN-OFF (RUN-EMPMAINT=Y)"
                   PERFORM WRITE-SKIPPED-RECORD
               WHEN NOT EMPBKUP-TAKEN
                   DISPLAY "RUNBATCH: EMPMAINT SKIPPED - NO EMPBKUP "
                       "BACKUP TAKEN IN FRONT OF IT"
                   PERFORM WRITE-SKIPPED-RECORD
               WHEN OTHER
                   DISPLAY "RUNBATCH: APPLYING THE EMPTRAN BATCH"
                   PERFORM STAMP-STEP-START
                   CALL 'EMPMAINT'
                   MOVE RETURN-CODE TO EMPMAINT-RC
                   MOVE EMPMAINT-RC TO CURRENT-STEP-RC
                   PERFORM WRITE-STEP-RECORD
                   IF EMPMAINT-RC NOT = 0
                       DISPLAY "RUNBATCH: EMPMAINT REPORTED AN ERROR - "
                           "SEE EMPRPT"
                       MOVE 23 TO CURRENT-STEP-RC
                       PERFORM NOTE-STREAM-FAILURE
                       GO TO RUN-WEEK-END-STREAM-EXIT
                   END-IF
           END-EVALUATE

           DISPLAY "RUNBATCH: WEEK-END STREAM COMPLETE".

       RUN-WEEK-END-STREAM-EXIT.
           EXIT.

      ******************************************************************
      * The month-end stream for the calendar entry in STREAM-CAL-
      * INDEX, run under that entry's business date: the month's
      * management report, the departmental chargeback and the
      * AUDITLOG roll-off, in that order. Only a stream that gets all
      * the way through is marked COMPLETE; a held or failed one
      * stays PENDING for the next window.
      ******************************************************************
       RUN-MONTH-END-STREAM.
           MOVE CAL-TAB-DATE (STREAM-CAL-INDEX) TO BUSINESS-DATE
           IF NOT MONTH-END-STREAM-ON
               DISPLAY "RUNBATCH: MONTH-END STREAM FOR " BUSINESS-DATE
                   " HELD BY RUNPARMS - STAYS PENDING"
               MOVE "MONTH-END" TO CURRENT-STEP-NAME
               PERFORM WRITE-SKIPPED-RECORD
               GO TO RUN-MONTH-END-STREAM-EXIT
           END-IF
           DISPLAY "RUNBATCH: STARTING MONTH-END STREAM FOR "
               BUSINESS-DATE

           MOVE "EQMTDRPT" TO CURRENT-STEP-NAME
           PERFORM CHECK-RESUME-BYPASS
           EVALUATE TRUE
               WHEN STEP-BYPASSED
                   CONTINUE
               WHEN NOT RUN-EQMTDRPT-STEP
                   DISPLAY "RUNBATCH: EQMTDRPT SKIPPED BY RUNPARMS"
                   PERFORM WRITE-SKIPPED-RECORD
               WHEN OTHER
                   DISPLAY "RUNBATCH: PRINTING THE MONTH-END REPORT"
                   PERFORM STAMP-STEP-START
                   CALL 'EQMTDRPT'
                   MOVE RETURN-CODE TO EQMTDRPT-RC
                   MOVE EQMTDRPT-RC TO CURRENT-STEP-RC
                   PERFORM WRITE-STEP-RECORD
                   IF EQMTDRPT-RC NOT = 0
                       DISPLAY "RUNBATCH: EQMTDRPT REPORTED AN ERROR - "
                           "MONTH END STAYS PENDING"
                       MOVE 24 TO CURRENT-STEP-RC
                       PERFORM NOTE-STREAM-FAILURE
                       GO TO RUN-MONTH-END-STREAM-EXIT
                   END-IF
           END-EVALUATE

           MOVE "EQCHARGE" TO CURRENT-STEP-NAME
           PERFORM CHECK-RESUME-BYPASS
           EVALUATE TRUE
               WHEN STEP-BYPASSED
                   CONTINUE
               WHEN NOT RUN-EQCHARGE-STEP
                   DISPLAY "RUNBATCH: EQCHARGE SKIPPED BY RUNPARMS"
                   PERFORM WRITE-SKIPPED-RECORD
               WHEN OTHER
                   DISPLAY "RUNBATCH: BUILDING THE DEPARTMENTAL "
                       "CHARGEBACK"
                   PERFORM STAMP-STEP-START
                   CALL 'EQCHARGE'
                   MOVE RETURN-CODE TO EQCHARGE-RC
                   MOVE EQCHARGE-RC TO CURRENT-STEP-RC
                   PERFORM WRITE-STEP-RECORD
                   IF EQCHARGE-RC NOT = 0
                       DISPLAY "RUNBATCH: EQCHARGE WITHHELD THE "
                           "JOURNAL OR REPORTED AN ERROR - MONTH END "
                           "STAYS PENDING"
                       MOVE 25 TO CURRENT-STEP-RC
                       PERFORM NOTE-STREAM-FAILURE
                       GO TO RUN-MONTH-END-STREAM-EXIT
                   END-IF
           END-EVALUATE

           MOVE "AUDARCH" TO CURRENT-STEP-NAME
           PERFORM CHECK-RESUME-BYPASS
           EVALUATE TRUE
               WHEN STEP-BYPASSED
                   CONTINUE
               WHEN NOT RUN-AUDARCH-STEP
                   DISPLAY "RUNBATCH: AUDARCH SKIPPED BY RUNPARMS"
                   PERFORM WRITE-SKIPPED-RECORD
               WHEN OTHER
                   DISPLAY "RUNBATCH: ROLLING OFF THE AUDITLOG"
                   PERFORM STAMP-STEP-START
                   CALL 'AUDARCH'
                   MOVE RETURN-CODE TO AUDARCH-RC
                   MOVE AUDARCH-RC TO CURRENT-STEP-RC
                   PERFORM WRITE-STEP-RECORD
                   IF AUDARCH-RC NOT = 0
                       DISPLAY "RUNBATCH: AUDARCH REPORTED AN ERROR - "
                           "MONTH END STAYS PENDING"
                       MOVE 26 TO CURRENT-STEP-RC
                       PERFORM NOTE-STREAM-FAILURE
                       GO TO RUN-MONTH-END-STREAM-EXIT
                   END-IF
           END-EVALUATE

      * Still passing steps over for a RESTART-FROM means none of
      * this stream ran - it is on the way to the restart step, not
      * finished.
           IF RESUME-BYPASSING AND RESTART-FROM-STEP NOT = SPACES
               DISPLAY "RUNBATCH: MONTH-END STREAM FOR " BUSINESS-DATE
                   " PASSED OVER - STAYS PENDING"
               GO TO RUN-MONTH-END-STREAM-EXIT
           END-IF

           MOVE "COMPLETE" TO CAL-TAB-ME-STATUS (STREAM-CAL-INDEX)
           MOVE BATCH-RUN-ID TO CAL-TAB-ME-RUN-ID (STREAM-CAL-INDEX)
           SET CALENDAR-CHANGED TO TRUE
           DISPLAY "RUNBATCH: MONTH-END STREAM FOR " BUSINESS-DATE
               " COMPLETE".

       RUN-MONTH-END-STREAM-EXIT.
           EXIT.

      ******************************************************************
      * Keeps the first failing stream step's return code (passed in
      * CURRENT-STEP-RC) for the window's RETURN-CODE.
      ******************************************************************
       NOTE-STREAM-FAILURE.
           IF STREAM-RC = ZERO
               MOVE CURRENT-STEP-RC TO STREAM-RC
           END-IF.

      ******************************************************************
      * An EMPTRAN batch is waiting when the file is there and holds
      * at least one record; EMPMAINT empties it after a live apply.
      ******************************************************************
       CHECK-EMPTRAN-WAITING.
           MOVE "N" TO EMPTRAN-WAITING-SWITCH
           OPEN INPUT EMPLOYEE-TRAN-FILE
           IF EMPLOYEE-TRAN-STATUS = "00"
               READ EMPLOYEE-TRAN-FILE
                   NOT AT END
                       SET EMPTRAN-WAITING TO TRUE
               END-READ
               CLOSE EMPLOYEE-TRAN-FILE
           END-IF.

      ******************************************************************
      * Reads the RUNPARMS steering file. Only this program's
      * keywords are picked up here - CKPT-INTERVAL, VERIFY-TOLERANCE,
      * the DRIFT- and the ANOMALY- keywords belong to EQ_SEG_GRAU,
      * EQVERIFY, EQDRIFT and EQANOMLY, which read the same file
      * themselves, as do EMPMAINT-MODE and CHARGE-MONTH for the
      * stream steps EMPMAINT and EQCHARGE - and a missing file or
      * keyword just leaves today's defaults in place.
      ******************************************************************
       READ-RUN-PARMS.
           OPEN INPUT RUN-PARMS-FILE
           DISPLAY "RUNBATCH: RUN-COBOLINITTEST "
               RUN-COBOLINITTEST-SWITCH
           DISPLAY "RUNBATCH: RUN-EQCOLLECT     " RUN-EQCOLLECT-SWITCH
           DISPLAY "RUNBATCH: RUN-EQDEADLN      " RUN-EQDEADLN-SWITCH
           DISPLAY "RUNBATCH: RUN-EQEDIT        " RUN-EQEDIT-SWITCH
           DISPLAY "RUNBATCH: RUN-EQREJRTN      " RUN-EQREJRTN-SWITCH
           DISPLAY "RUNBATCH: RUN-EQRECYCLE     " RUN-EQRECYCLE-SWITCH
           DISPLAY "RUNBATCH: EQ-PARTITIONS     " PARTITION-COUNT
           IF PARTITION-COUNT > 1
               DISPLAY "RUNBATCH: EQ-PARTITION-COMMAND "
                   PARTITION-COMMAND
               DISPLAY "RUNBATCH: EQ-PARTITION-WAIT "
                   PARTITION-WAIT-MINUTES " MINUTES"
           END-IF
           DISPLAY "RUNBATCH: RUN-EQVERIFY      " RUN-EQVERIFY-SWITCH
           DISPLAY "RUNBATCH: RUN-EQDRIFT       " RUN-EQDRIFT-SWITCH
           DISPLAY "RUNBATCH: RUN-EQDEPSPLIT    " RUN-EQDEPSPLIT-SWITCH
           DISPLAY "RUNBATCH: RUN-EQEXTRACT     " RUN-EQEXTRACT-SWITCH
           DISPLAY "RUNBATCH: RUN-EQBALANCE     " RUN-EQBALANCE-SWITCH
           DISPLAY "RUNBATCH: RUN-EQMTDUPD      " RUN-EQMTDUPD-SWITCH
           DISPLAY "RUNBATCH: RUN-EQANOMLY      " RUN-EQANOMLY-SWITCH
           DISPLAY "RUNBATCH: RUN-EQRESARC      " RUN-EQRESARC-SWITCH
           DISPLAY "RUNBATCH: RUN-EQSUMRPT      " RUN-EQSUMRPT-SWITCH
           DISPLAY "RUNBATCH: RUN-EQDETRPT      " RUN-EQDETRPT-SWITCH
           DISPLAY "RUNBATCH: RUN-EQAGERPT      " RUN-EQAGERPT-SWITCH
           DISPLAY "RUNBATCH: RUN-WEEK-END-STREAM "
               RUN-WEEK-END-STREAM-SWITCH
           DISPLAY "RUNBATCH: RUN-AUDVERIF      " RUN-AUDVERIF-SWITCH
           DISPLAY "RUNBATCH: RUN-EMPCHECK      " RUN-EMPCHECK-SWITCH
           DISPLAY "RUNBATCH: RUN-EMPBKUP       " RUN-EMPBKUP-SWITCH
           DISPLAY "RUNBATCH: RUN-EMPMAINT      " RUN-EMPMAINT-SWITCH
           DISPLAY "RUNBATCH: RUN-MONTH-END-STREAM "
               RUN-MONTH-END-STREAM-SWITCH
           DISPLAY "RUNBATCH: RUN-EQMTDRPT      " RUN-EQMTDRPT-SWITCH
           DISPLAY "RUNBATCH: RUN-EQCHARGE      " RUN-EQCHARGE-SWITCH
           DISPLAY "RUNBATCH: RUN-AUDARCH       " RUN-AUDARCH-SWITCH
           IF RESTART-FROM-STEP NOT = SPACES
               MOVE "Y" TO RESUME-WINDOW-SWITCH
           END-IF
           DISPLAY "RUNBATCH: RESUME-WINDOW     " RESUME-WINDOW-SWITCH
           IF RESTART-FROM-STEP NOT = SPACES
               DISPLAY "RUNBATCH: RESTART-FROM      " RESTART-FROM-STEP
           END-IF.

      ******************************************************************
      * Reads one KEYWORD=VALUE steering record. Only the first "="
                   MOVE PARM-VALUE (1:1) TO RUN-COBOLINITTEST-SWITCH
               WHEN "RUN-EQCOLLECT"
                   MOVE PARM-VALUE (1:1) TO RUN-EQCOLLECT-SWITCH
               WHEN "RUN-EQDEADLN"
                   MOVE PARM-VALUE (1:1) TO RUN-EQDEADLN-SWITCH
               WHEN "RUN-EQEDIT"
                   MOVE PARM-VALUE (1:1) TO RUN-EQEDIT-SWITCH
               WHEN "RUN-EQREJRTN"
                   MOVE PARM-VALUE (1:1) TO RUN-EQREJRTN-SWITCH
               WHEN "RUN-EQRECYCLE"
                   MOVE PARM-VALUE (1:1) TO RUN-EQRECYCLE-SWITCH
               WHEN "RUN-EQVERIFY"
                   MOVE PARM-VALUE (1:1) TO RUN-EQVERIFY-SWITCH
               WHEN "RUN-EQDRIFT"
                   MOVE PARM-VALUE (1:1) TO RUN-EQDRIFT-SWITCH
               WHEN "RUN-EQDEPSPLIT"
                   MOVE PARM-VALUE (1:1) TO RUN-EQDEPSPLIT-SWITCH
               WHEN "RUN-EQEXTRACT"
                   MOVE PARM-VALUE (1:1) TO RUN-EQBALANCE-SWITCH
               WHEN "RUN-EQMTDUPD"
                   MOVE PARM-VALUE (1:1) TO RUN-EQMTDUPD-SWITCH
               WHEN "RUN-EQANOMLY"
                   MOVE PARM-VALUE (1:1) TO RUN-EQANOMLY-SWITCH
               WHEN "RUN-EQRESARC"
                   MOVE PARM-VALUE (1:1) TO RUN-EQRESARC-SWITCH
               WHEN "RUN-EQSUMRPT"
                   MOVE PARM-VALUE (1:1) TO RUN-EQDETRPT-SWITCH
               WHEN "RUN-EQAGERPT"
                   MOVE PARM-VALUE (1:1) TO RUN-EQAGERPT-SWITCH
               WHEN "RUN-WEEK-END-STREAM"
                   MOVE PARM-VALUE (1:1) TO RUN-WEEK-END-STREAM-SWITCH
               WHEN "RUN-MONTH-END-STREAM"
                   MOVE PARM-VALUE (1:1) TO RUN-MONTH-END-STREAM-SWITCH
               WHEN "RUN-AUDVERIF"
                   MOVE PARM-VALUE (1:1) TO RUN-AUDVERIF-SWITCH
               WHEN "RUN-EMPCHECK"
                   MOVE PARM-VALUE (1:1) TO RUN-EMPCHECK-SWITCH
               WHEN "RUN-EMPBKUP"
                   MOVE PARM-VALUE (1:1) TO RUN-EMPBKUP-SWITCH
               WHEN "RUN-EMPMAINT"
                   MOVE PARM-VALUE (1:1) TO RUN-EMPMAINT-SWITCH
               WHEN "RUN-EQMTDRPT"
                   MOVE PARM-VALUE (1:1) TO RUN-EQMTDRPT-SWITCH
               WHEN "RUN-EQCHARGE"
                   MOVE PARM-VALUE (1:1) TO RUN-EQCHARGE-SWITCH
               WHEN "RUN-AUDARCH"
                   MOVE PARM-VALUE (1:1) TO RUN-AUDARCH-SWITCH
               WHEN "RESUME-WINDOW"
                   MOVE PARM-VALUE (1:1) TO RESUME-WINDOW-SWITCH
               WHEN "RESTART-FROM"
                   MOVE PARM-VALUE (1:14) TO RESTART-FROM-STEP
               WHEN "EQ-PARTITIONS"
                   IF PARM-VALUE (1:1) >= "1"
                       AND PARM-VALUE (1:1) <= "8"
                       AND PARM-VALUE (2:1) = SPACE
                       MOVE "0" TO PARTITION-DIGITS (1:1)
                       MOVE PARM-VALUE (1:1) TO PARTITION-DIGITS (2:1)
                       MOVE PARTITION-DIGITS TO PARTITION-COUNT
                   ELSE
                       DISPLAY "RUNBATCH: EQ-PARTITIONS NOT 1 TO 8 - "
                           "KEEPING " PARTITION-COUNT
                   END-IF
               WHEN "EQ-PARTITION-COMMAND"
                   IF PARM-VALUE NOT = SPACES
                       MOVE PARM-VALUE TO PARTITION-COMMAND
                   END-IF
               WHEN "EQ-PARTITION-WAIT"
                   PERFORM CONVERT-PARM-NUMBER
                   IF PARM-NUMBER-VALID AND PARM-NUMBER > ZERO
                       AND PARM-NUMBER <= 1440
                       MOVE PARM-NUMBER TO PARTITION-WAIT-MINUTES
                   ELSE
                       DISPLAY "RUNBATCH: EQ-PARTITION-WAIT NOT 1 TO "
                           "1440 MINUTES - KEEPING "
                           PARTITION-WAIT-MINUTES
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       READ-ONE-PARM-EXIT.
           EXIT.

       CONVERT-PARM-NUMBER.
           MOVE ZERO TO PARM-NUMBER
           MOVE "Y" TO PARM-NUMBER-VALID-SWITCH
           IF PARM-VALUE (1:1) = SPACE
               MOVE "N" TO PARM-NUMBER-VALID-SWITCH
           END-IF
           PERFORM CONVERT-ONE-DIGIT
               VARYING PARM-SUB FROM 1 BY 1
               UNTIL PARM-SUB > 7
               OR PARM-VALUE (PARM-SUB:1) = SPACE
               OR NOT PARM-NUMBER-VALID
           IF PARM-SUB > 7 AND PARM-VALUE (PARM-SUB:1) NOT = SPACE
               MOVE "N" TO PARM-NUMBER-VALID-SWITCH
           END-IF.

       CONVERT-ONE-DIGIT.
           IF PARM-VALUE (PARM-SUB:1) >= "0"
               AND PARM-VALUE (PARM-SUB:1) <= "9"
               MOVE PARM-VALUE (PARM-SUB:1) TO PARM-DIGIT
               COMPUTE PARM-NUMBER = PARM-NUMBER * 10 + PARM-DIGIT
           ELSE
               MOVE "N" TO PARM-NUMBER-VALID-SWITCH
           END-IF.

      ******************************************************************
      * Logs a step the RUNPARMS steering told the window not to run.
      ******************************************************************
           MOVE "SKIPPED" TO LOG-END
           MOVE ZERO TO LOG-RETURN-CODE
           MOVE BUSINESS-DATE TO LOG-BUSINESS-DATE
           MOVE OPERATOR-ID TO LOG-OPERATOR-ID
           WRITE RUN-LOG-RECORD.

      ******************************************************************
      * Remembers when the step about to be CALLed started, and
      * raises RUN-BY-WINDOW (see RUNID) so the step knows it is
      * running unattended inside the window.
      ******************************************************************
       STAMP-STEP-START.
           PERFORM MAKE-TIMESTAMP
           MOVE TIMESTAMP-WORK TO STEP-START-STAMP
           SET RUN-BY-WINDOW TO TRUE.

      ******************************************************************
      * Appends the step just finished to RUNLOG with its start time,
      * end time and return code, and lowers RUN-BY-WINDOW again.
      ******************************************************************
       WRITE-STEP-RECORD.
           MOVE "N" TO WINDOW-STEP-FLAG
           PERFORM MAKE-TIMESTAMP
           MOVE SPACES TO RUN-LOG-RECORD
           MOVE BATCH-RUN-ID TO LOG-RUN-ID
           MOVE TIMESTAMP-WORK TO LOG-END
           MOVE CURRENT-STEP-RC TO LOG-RETURN-CODE
           MOVE BUSINESS-DATE TO LOG-BUSINESS-DATE
           MOVE OPERATOR-ID TO LOG-OPERATOR-ID
           WRITE RUN-LOG-RECORD.

      ******************************************************************
      * Finds the window a resume carries on: the last window opened
      * on RUNLOG (by WINDOW-START, or WINDOW-RESUME of an earlier
      * resume), with its business date and every step it logged. A
      * window that reached WINDOW-END with return code zero has
      * nothing left to resume, and neither has an empty RUNLOG -
      * both refuse, as does a RESTART-FROM that names no window
      * step, before anything is logged or locked. A RESTART-FROM
      * naming a stream step is the other way round: only a night
      * that ended clean (or never reached WINDOW-END) has streams
      * to carry on.
      ******************************************************************
       FIND-RESUME-WINDOW.
           IF RESTART-FROM-STEP NOT = SPACES
               MOVE "N" TO RESTART-STEP-KNOWN-SWITCH
               PERFORM CHECK-ONE-WINDOW-STEP-NAME
                   VARYING WINDOW-STEP-SUB FROM 1 BY 1
                   UNTIL WINDOW-STEP-SUB > WINDOW-STEP-LIMIT
                   OR RESTART-STEP-KNOWN
               IF NOT RESTART-STEP-KNOWN
                   DISPLAY "RUNBATCH: RESTART-FROM " RESTART-FROM-STEP
                       " IS NOT A WINDOW OR STREAM STEP - REFUSING TO "
                       "RESUME"
                   SET WINDOW-REFUSED TO TRUE
                   GO TO FIND-RESUME-WINDOW-EXIT
               END-IF
           END-IF

           OPEN INPUT RUN-LOG-FILE
           IF RUN-LOG-STATUS NOT = "00"
               DISPLAY "RUNBATCH: NO RUNLOG - NO WINDOW TO RESUME"
               SET WINDOW-REFUSED TO TRUE
               GO TO FIND-RESUME-WINDOW-EXIT
           END-IF
           PERFORM NOTE-ONE-RESUME-RECORD
               THRU NOTE-ONE-RESUME-RECORD-EXIT
               UNTIL END-OF-RUN-LOG
           CLOSE RUN-LOG-FILE

           IF RESUME-RUN-ID = SPACES
               DISPLAY "RUNBATCH: RUNLOG HOLDS NO WINDOW TO RESUME"
               SET WINDOW-REFUSED TO TRUE
               GO TO FIND-RESUME-WINDOW-EXIT
           END-IF
           IF STREAM-RESTART
               IF RESUME-WINDOW-ENDED AND RESUME-WINDOW-RC NOT = ZERO
                   DISPLAY "RUNBATCH: RUN " RESUME-RUN-ID
                       " ENDED WITH WINDOW RETURN CODE "
                       RESUME-WINDOW-RC " - ITS STREAMS NEVER RAN; "
                       "RESUME THE NIGHTLY STEPS FIRST"
                   SET WINDOW-REFUSED TO TRUE
                   GO TO FIND-RESUME-WINDOW-EXIT
               END-IF
           ELSE
               IF RESUME-WINDOW-ENDED AND RESUME-WINDOW-RC = ZERO
                   DISPLAY "RUNBATCH: LAST WINDOW (RUN " RESUME-RUN-ID
                       ") ENDED CLEAN - NOTHING TO RESUME; TAKE "
                       "RESUME-WINDOW OUT OF RUNPARMS"
                   DISPLAY "RUNBATCH: A FAILED STREAM STEP IS "
                       "RESTARTED WITH RESTART-FROM=STEPNAME"
                   SET WINDOW-REFUSED TO TRUE
                   GO TO FIND-RESUME-WINDOW-EXIT
               END-IF
           END-IF

           IF RESUME-WINDOW-ENDED
               DISPLAY "RUNBATCH: RUN " RESUME-RUN-ID
                   " ENDED WITH WINDOW RETURN CODE " RESUME-WINDOW-RC
           ELSE
               DISPLAY "RUNBATCH: RUN " RESUME-RUN-ID
                   " NEVER REACHED WINDOW-END"
           END-IF
           IF RESUME-BUSINESS-DATE = SPACES
               DISPLAY "RUNBATCH: WARNING - RUN " RESUME-RUN-ID
                   " CARRIES NO BUSINESS DATE, RESOLVING AFRESH"
           END-IF.

       FIND-RESUME-WINDOW-EXIT.
           EXIT.

       CHECK-ONE-WINDOW-STEP-NAME.
           IF WINDOW-STEP-NAME (WINDOW-STEP-SUB) = RESTART-FROM-STEP
               SET RESTART-STEP-KNOWN TO TRUE
               IF WINDOW-STEP-SUB NOT < FIRST-STREAM-STEP
                   SET STREAM-RESTART TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * Notes one RUNLOG record for the resume: a window opening
      * under a new run identifier starts the step list over, and a
      * step record of the window being followed is kept with its
      * return code (a SKIPPED step logs zero - it finished as the
      * steering asked).
      ******************************************************************
       NOTE-ONE-RESUME-RECORD.
           READ RUN-LOG-FILE
               AT END
                   SET END-OF-RUN-LOG TO TRUE
                   GO TO NOTE-ONE-RESUME-RECORD-EXIT
           END-READ

           IF LOG-STEP = "WINDOW-START" OR LOG-STEP = "WINDOW-RESUME"
               IF LOG-RUN-ID NOT = RESUME-RUN-ID
                   MOVE LOG-RUN-ID TO RESUME-RUN-ID
                   MOVE ZERO TO RESUME-STEP-COUNT
               END-IF
               MOVE LOG-BUSINESS-DATE TO RESUME-BUSINESS-DATE
               MOVE "N" TO RESUME-WINDOW-ENDED-SWITCH
               GO TO NOTE-ONE-RESUME-RECORD-EXIT
           END-IF

           IF LOG-RUN-ID NOT = RESUME-RUN-ID
               GO TO NOTE-ONE-RESUME-RECORD-EXIT
           END-IF

           IF LOG-STEP = "WINDOW-END"
               SET RESUME-WINDOW-ENDED TO TRUE
               MOVE LOG-RETURN-CODE TO RESUME-WINDOW-RC
               GO TO NOTE-ONE-RESUME-RECORD-EXIT
           END-IF

           MOVE LOG-STEP TO CURRENT-STEP-NAME
           PERFORM FIND-RESUME-STEP
           IF RESUME-STEP-HIT
               MOVE LOG-RETURN-CODE
                   TO RSM-STEP-RC (RESUME-STEP-HIT-INDEX)
           ELSE
               IF RESUME-STEP-COUNT < RESUME-STEP-LIMIT
                   ADD 1 TO RESUME-STEP-COUNT
                   MOVE LOG-STEP TO RSM-STEP-NAME (RESUME-STEP-COUNT)
                   MOVE LOG-RETURN-CODE
                       TO RSM-STEP-RC (RESUME-STEP-COUNT)
               END-IF
           END-IF.

       NOTE-ONE-RESUME-RECORD-EXIT.
           EXIT.

       FIND-RESUME-STEP.
           MOVE "N" TO RESUME-STEP-HIT-SWITCH
           MOVE ZERO TO RESUME-STEP-HIT-INDEX
           PERFORM CHECK-ONE-RESUME-STEP
               VARYING RESUME-STEP-SUB FROM 1 BY 1
               UNTIL RESUME-STEP-SUB > RESUME-STEP-COUNT
               OR RESUME-STEP-HIT.

       CHECK-ONE-RESUME-STEP.
           IF RSM-STEP-NAME (RESUME-STEP-SUB) = CURRENT-STEP-NAME
               SET RESUME-STEP-HIT TO TRUE
               MOVE RESUME-STEP-SUB TO RESUME-STEP-HIT-INDEX
           END-IF.

      ******************************************************************
      * Decides whether a resumed window passes over the step named
      * in CURRENT-STEP-NAME. Until the restart step is reached every
      * step is passed over; the restart step is the one RESTART-FROM
      * names or, without it, the first step the interrupted run did
      * not finish with return code zero (failed, or never logged).
      * From the restart step on, everything runs as in a fresh
      * window.
      ******************************************************************
       CHECK-RESUME-BYPASS.
           MOVE "N" TO STEP-BYPASS-SWITCH
           IF RESUME-BYPASSING
               PERFORM DECIDE-RESUME-BYPASS
           END-IF.

       DECIDE-RESUME-BYPASS.
           IF RESTART-FROM-STEP NOT = SPACES
               MOVE SPACES TO STEP-FAMILY-NAME
               UNSTRING CURRENT-STEP-NAME DELIMITED BY "."
                   INTO STEP-FAMILY-NAME
               IF CURRENT-STEP-NAME NOT = RESTART-FROM-STEP
                   AND STEP-FAMILY-NAME NOT = RESTART-FROM-STEP
                   SET STEP-BYPASSED TO TRUE
               END-IF
           ELSE
               PERFORM FIND-RESUME-STEP
               IF RESUME-STEP-HIT
                   AND RSM-STEP-RC (RESUME-STEP-HIT-INDEX) = ZERO
                   SET STEP-BYPASSED TO TRUE
               END-IF
           END-IF
           IF STEP-BYPASSED
               DISPLAY "RUNBATCH: " CURRENT-STEP-NAME
                   " ALREADY DONE IN RUN " BATCH-RUN-ID
                   " - PASSED OVER"
           ELSE
               MOVE "N" TO RESUME-BYPASS-SWITCH
               DISPLAY "RUNBATCH: RESUMING THE WINDOW AT "
                   CURRENT-STEP-NAME
           END-IF.

      ******************************************************************
      * Closes the suspense entries EQRECYCLE fed into this window -
      * safe only now the window is known to have finished. A
           IF EQSUSFIN-RC NOT = 0
               DISPLAY "RUNBATCH: EQSUSFIN COULD NOT CLOSE THE FED "
                   "SUSPENSE ENTRIES - THEY WILL BE RE-INJECTED"
               MOVE 19 TO WINDOW-RC
           END-IF.

      ******************************************************************
      * already marked COMPLETE refuses the window; a non-processing
      * day, or a date missing from the calendar, only warns. No
      * calendar file at all falls back to wall-clock dating with a
      * warning, so a shop without RUNCAL runs exactly as before. A
      * resumed window keeps the interrupted window's business date
      * and only has the COMPLETE check to pass - and a stream
      * restart not even that, its night having ended clean.
      ******************************************************************
       RESOLVE-BUSINESS-DATE.
           PERFORM LOAD-CALENDAR-TABLE
           IF RESUME-WINDOW-REQUESTED
               AND RESUME-BUSINESS-DATE NOT = SPACES
               MOVE RESUME-BUSINESS-DATE TO BUSINESS-DATE
           ELSE
               ACCEPT WALL-DATE FROM DATE YYYYMMDD
               ACCEPT WALL-TIME FROM TIME

               MOVE WALL-DATE TO BUSINESS-DATE
               IF WALL-TIME (1:2) < "12"
                   PERFORM FIND-PRIOR-CALENDAR-DATE
               END-IF
           END-IF

           PERFORM FIND-CALENDAR-ENTRY
           IF CAL-HIT
               MOVE CAL-HIT-INDEX TO TONIGHT-CAL-INDEX
               IF CAL-TAB-STATUS (CAL-HIT-INDEX) = "COMPLETE"
                   AND NOT STREAM-RESTART
                   DISPLAY "RUNBATCH: BUSINESS DATE " BUSINESS-DATE
                       " ALREADY COMPLETE (RUN "
                       CAL-TAB-RUN-ID (CAL-HIT-INDEX)
               MOVE CAL-STATUS TO CAL-TAB-STATUS (CAL-ENTRY-COUNT)
               MOVE CAL-COMPLETE-RUN-ID
                   TO CAL-TAB-RUN-ID (CAL-ENTRY-COUNT)
               MOVE CAL-WEEK-END TO CAL-TAB-WEEK-END (CAL-ENTRY-COUNT)
               MOVE CAL-MONTH-END
                   TO CAL-TAB-MONTH-END (CAL-ENTRY-COUNT)
               MOVE CAL-QUARTER-END
                   TO CAL-TAB-QUARTER-END (CAL-ENTRY-COUNT)
               MOVE CAL-MONTH-END-STATUS
                   TO CAL-TAB-ME-STATUS (CAL-ENTRY-COUNT)
               MOVE CAL-MONTH-END-RUN-ID
                   TO CAL-TAB-ME-RUN-ID (CAL-ENTRY-COUNT)
           ELSE
               DISPLAY "RUNBATCH: CALENDAR TABLE FULL - ROLL OLD "
                   "RUNCAL DATES OFF BY HAND"
                   MOVE "COMPLETE" TO CAL-TAB-STATUS (CAL-ENTRY-COUNT)
                   MOVE BATCH-RUN-ID
                       TO CAL-TAB-RUN-ID (CAL-ENTRY-COUNT)
                   MOVE SPACES TO CAL-TAB-WEEK-END (CAL-ENTRY-COUNT)
                   MOVE SPACES TO CAL-TAB-MONTH-END (CAL-ENTRY-COUNT)
                   MOVE SPACES
                       TO CAL-TAB-QUARTER-END (CAL-ENTRY-COUNT)
                   MOVE SPACES TO CAL-TAB-ME-STATUS (CAL-ENTRY-COUNT)
                   MOVE SPACES TO CAL-TAB-ME-RUN-ID (CAL-ENTRY-COUNT)
               END-IF
           END-IF
           PERFORM REWRITE-CALENDAR-FILE.

      ******************************************************************
      * A window starting on a month-end (or quarter-end) date marks
      * the month-end stream PENDING on RUNCAL straight away, unless
      * an earlier window already finished it.
      ******************************************************************
       MARK-MONTH-END-PENDING.
           IF (CAL-TAB-MONTH-END (TONIGHT-CAL-INDEX) = "Y"
               OR CAL-TAB-QUARTER-END (TONIGHT-CAL-INDEX) = "Y")
               AND CAL-TAB-ME-STATUS (TONIGHT-CAL-INDEX) NOT = "PENDING"
               AND CAL-TAB-ME-STATUS (TONIGHT-CAL-INDEX)
                   NOT = "COMPLETE"
               MOVE "PENDING" TO CAL-TAB-ME-STATUS (TONIGHT-CAL-INDEX)
               MOVE SPACES TO CAL-TAB-ME-RUN-ID (TONIGHT-CAL-INDEX)
               PERFORM REWRITE-CALENDAR-FILE
           END-IF.

      ******************************************************************
      * Rewrites RUNCAL from storage.
      ******************************************************************
       REWRITE-CALENDAR-FILE.
           OPEN OUTPUT RUN-CALENDAR-FILE
           IF RUN-CALENDAR-STATUS NOT = "00"
               DISPLAY "RUNBATCH: RUNCAL NOT REWRITABLE - STATUS "
           MOVE CAL-TAB-TYPE (CAL-SUB) TO CAL-DAY-TYPE
           MOVE CAL-TAB-STATUS (CAL-SUB) TO CAL-STATUS
           MOVE CAL-TAB-RUN-ID (CAL-SUB) TO CAL-COMPLETE-RUN-ID
           MOVE CAL-TAB-WEEK-END (CAL-SUB) TO CAL-WEEK-END
           MOVE CAL-TAB-MONTH-END (CAL-SUB) TO CAL-MONTH-END
           MOVE CAL-TAB-QUARTER-END (CAL-SUB) TO CAL-QUARTER-END
           MOVE CAL-TAB-ME-STATUS (CAL-SUB) TO CAL-MONTH-END-STATUS
           MOVE CAL-TAB-ME-RUN-ID (CAL-SUB) TO CAL-MONTH-END-RUN-ID
           WRITE RUN-CALENDAR-RECORD.

      ******************************************************************
