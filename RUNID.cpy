      *             stand-alone run that generates its own run
      *             identifier sets the business date to the wall
      *             date in the same breath.
      * 2026-10-15  Added OPERATOR-ID: OPMENU sets it to the operator
      *             who signed on (see OPRREC) and blanks it at sign-
      *             off, and every program stamps it on the AUDITLOG
      *             and RUNLOG records it writes, so the trail says
      *             who asked for a run as well as which program ran.
      *             Run any other way there is no operator, and it is
      *             left blank.
      * 2026-10-15  Added WINDOW-STEP-FLAG: RUNBATCH raises it just
      *             before it CALLs a step and lowers it as soon as
      *             the step returns. A program that behaves
      *             differently as a window step (no prompts, the
      *             business date's month, emptying its input) tests
      *             RUN-BY-WINDOW rather than a non-blank run
      *             identifier, which outlives the window in a run
      *             unit that goes on to run something else.
      ******************************************************************
       01  BATCH-RUN-AREA EXTERNAL.
           05  BATCH-RUN-ID          PIC X(14).
           05  BUSINESS-DATE         PIC X(08).
           05  OPERATOR-ID           PIC X(08).
           05  WINDOW-STEP-FLAG      PIC X(01).
               88  RUN-BY-WINDOW         VALUE "Y".
