      ******************************************************************
      * Author: Fábio Correia
      * Date: 2026-10-15
      * Purpose: study - cross-night result drift check. EQVERIFY
      *          proves tonight's roots satisfy tonight's equations,
      *          but not that the same equation still gets the same
      *          answer it got last week - a change to EQ_SEG_GRAU's
      *          precision or branch logic can move an answer while
      *          every residual stays inside tolerance. This step
      *          takes every distinct A/B/C triple in tonight's
      *          EQOUTPUT and looks it up in the most recent runs
      *          EQRESARC archived (the CURRENT entries of the
      *          EQRESCAT catalog). A triple that comes back with a
      *          different result type, or with a root further from
      *          the archived one than VERIFY-TOLERANCE, is listed
      *          to EQDRFLST with tonight's run and answer on one
      *          line and the earlier run and answer underneath.
      * Tectonics: cobc
      ******************************************************************
      * Steering comes from the shared RUNPARMS file:
      *   VERIFY-TOLERANCE=n.nnnn  the same tolerance EQVERIFY uses
      *                            (default 0.0100);
      *   DRIFT-LOOKBACK=nn        how many archived runs, newest
      *                            first, to compare with (1 to 20,
      *                            default 5);
      *   DRIFT-FAIL=Y             ends with return code 2 when any
      *                            drift is found, so the window
      *                            stops before the results go out;
      *                            the default (N) only warns.
      * Tonight's own run is never compared with itself: a restarted
      * window whose run EQRESARC already archived skips that entry.
      * No catalog, or no archived run yet, is not an error - there
      * is simply nothing to compare with. An archive that cannot be
      * opened is noted on the report and the others still run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQDRIFT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULTS-FILE ASSIGN USING RESULTS-SOURCE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESULTS-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "EQRESCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-STATUS.
           SELECT RUN-PARMS-FILE ASSIGN TO "RUNPARMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-PARMS-STATUS.
           SELECT DRIFT-REPORT-FILE ASSIGN TO "EQDRFLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRIFT-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RESULTS-FILE.
           COPY EQOUTREC.

       FD  CATALOG-FILE.
           COPY EQRESREC.

       FD  RUN-PARMS-FILE.
       01 RUN-PARMS-RECORD PIC X(80).

       FD  DRIFT-REPORT-FILE.
       01 PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 RESULTS-STATUS PIC X(02).
       01 RESULTS-SOURCE-NAME PIC X(20) VALUE "EQOUTPUT".
       01 CATALOG-STATUS PIC X(02).
       01 RUN-PARMS-STATUS PIC X(02).
       01 DRIFT-REPORT-STATUS PIC X(02).
       01 REPORT-DATE PIC X(08).
       01 TONIGHT-RUN-ID PIC X(14) VALUE SPACES.
       01 RECORD-COUNT PIC 9(07) VALUE ZERO.
       01 DRIFT-COUNT PIC 9(07) VALUE ZERO.
       01 TYPE-DRIFT-COUNT PIC 9(07) VALUE ZERO.
       01 ROOT-DRIFT-COUNT PIC 9(07) VALUE ZERO.
       01 NOT-CHECKED-COUNT PIC 9(07) VALUE ZERO.
       01 DRIFT-LOOKBACK PIC 9(02) VALUE 5.
       01 DRIFT-FAIL-SWITCH PIC X(01) VALUE "N".
          88 DRIFT-FAIL VALUE "Y".
       01 END-OF-RESULTS-SWITCH PIC X(01) VALUE "N".
          88 END-OF-RESULTS VALUE "Y".
       01 END-OF-CATALOG-SWITCH PIC X(01) VALUE "N".
          88 END-OF-CATALOG VALUE "Y".
       01 END-OF-PARMS-SWITCH PIC X(01) VALUE "N".
          88 END-OF-PARMS VALUE "Y".
       01 ROOTS-DIFFER-SWITCH PIC X(01) VALUE "N".
          88 ROOTS-DIFFER VALUE "Y".

       01 PARM-KEYWORD PIC X(20).
       01 PARM-VALUE PIC X(48).
       01 PARSE-POINTER PIC 9(02).
       01 PARSE-LENGTH PIC 9(02).
       01 PARM-NUMBER PIC 9(07).
       01 PARM-DIGIT PIC 9(01).
       01 PARM-SUB PIC 9(02).
       01 PARM-NUMBER-VALID-SWITCH PIC X(01).
          88 PARM-NUMBER-VALID VALUE "Y".

       01 TOLERANCE PIC S9(3)V9(4) USAGE COMP-3 VALUE 0.0100.
       01 TOLERANCE-DISPLAY PIC 9(3).9(4).
       01 TOL-WHOLE-TEXT PIC X(08).
       01 TOL-FRAC-TEXT PIC X(08).
       01 TOL-FRAC-PADDED PIC X(04).
       01 TOL-WHOLE-NUMBER PIC 9(03).
       01 TOL-FRAC-NUMBER PIC 9(04).
       01 TOL-DIGIT PIC 9(01).
       01 TOL-SUB PIC 9(02).
       01 TOL-VALID-SWITCH PIC X(01).
          88 TOL-VALID VALUE "Y".
       01 ROOT-DIFFERENCE PIC S9(10)V9(4) USAGE COMP-3.

      * Tonight's distinct equations. The key is the A/B/C image as
      * written (bytes 1-36 of EQOUTPUT) and the roots image is bytes
      * 37-92, so both sides of a comparison are read exactly as the
      * two runs wrote them.
       01 TONIGHT-TABLE.
          05 TONIGHT-ENTRY-COUNT PIC 9(04) VALUE ZERO.
          05 TONIGHT-ENTRY OCCURS 2000 TIMES.
             10 TNT-KEY PIC X(36).
             10 TNT-RECORD-NUMBER PIC 9(07).
             10 TNT-RESULT-TYPE PIC X(01).
             10 TNT-ROOTS-IMAGE PIC X(56).
             10 TNT-LAST-PRIOR PIC 9(02).
       01 TONIGHT-LIMIT PIC 9(04) VALUE 2000.
       01 TONIGHT-SUB PIC 9(04).
       01 TONIGHT-HIT-INDEX PIC 9(04).
       01 TONIGHT-HIT-SWITCH PIC X(01) VALUE "N".
          88 TONIGHT-HIT VALUE "Y".

       01 TONIGHT-ROOTS.
           COPY EQPRECX REPLACING ==EQ-PREC-FIELD== BY ==TONIGHT-X1==
               ==EQ-PREC-USAGE== BY ==USAGE DISPLAY SIGN IS
                   LEADING SEPARATE CHARACTER==.
           COPY EQPRECX REPLACING ==EQ-PREC-FIELD== BY ==TONIGHT-X2==
               ==EQ-PREC-USAGE== BY ==USAGE DISPLAY SIGN IS
                   LEADING SEPARATE CHARACTER==.
           COPY EQPRECX REPLACING ==EQ-PREC-FIELD==
               BY ==TONIGHT-X1-IMAG==
               ==EQ-PREC-USAGE== BY ==USAGE DISPLAY SIGN IS
                   LEADING SEPARATE CHARACTER==.
           COPY EQPRECX REPLACING ==EQ-PREC-FIELD==
               BY ==TONIGHT-X2-IMAG==
               ==EQ-PREC-USAGE== BY ==USAGE DISPLAY SIGN IS
                   LEADING SEPARATE CHARACTER==.

       01 CATALOG-TABLE.
          05 CATALOG-ENTRY-COUNT PIC 9(03) VALUE ZERO.
          05 CATALOG-ENTRY OCCURS 200 TIMES.
             10 RES-TAB-RUN-ID PIC X(14).
             10 RES-TAB-ARCHIVE-DATE PIC X(08).
             10 RES-TAB-STATUS PIC X(08).
       01 CATALOG-LIMIT PIC 9(03) VALUE 200.
       01 CATALOG-SUB PIC 9(03).

      * The archived runs chosen for comparison, newest first.
       01 PRIOR-TABLE.
          05 PRIOR-ENTRY-COUNT PIC 9(02) VALUE ZERO.
          05 PRIOR-ENTRY OCCURS 20 TIMES.
             10 PRI-RUN-ID PIC X(14).
             10 PRI-ARCHIVE-DATE PIC X(08).
             10 PRI-OPEN-STATUS PIC X(02).
             10 PRI-RECORDS-READ PIC 9(07).
             10 PRI-MATCHED PIC 9(07).
             10 PRI-DRIFTED PIC 9(07).
       01 PRIOR-SUB PIC 9(02).

       01 HEADING-LINE-1.
          05 FILLER PIC X(48)
             VALUE "EQ_SEG_GRAU CROSS-NIGHT RESULT DRIFT REPORT".
          05 FILLER PIC X(09) VALUE "RUN DATE ".
          05 HDG-RUN-DATE PIC X(08).
          05 FILLER PIC X(09) VALUE "  RUN ID ".
          05 HDG-RUN-ID PIC X(14).
          05 FILLER PIC X(12) VALUE "  TOLERANCE ".
          05 HDG-TOLERANCE PIC 9(3).9(4).
          05 FILLER PIC X(24) VALUE SPACES.

       01 COLUMN-HEADING-LINE.
          05 FILLER PIC X(08) VALUE " RECORD ".
          05 FILLER PIC X(42) VALUE "COEFFICIENTS A / B / C".
          05 FILLER PIC X(15) VALUE "RUN ID".
          05 FILLER PIC X(02) VALUE "T".
          05 FILLER PIC X(16) VALUE "X1".
          05 FILLER PIC X(16) VALUE "X2".
          05 FILLER PIC X(16) VALUE "X1 IMAGINARY".
          05 FILLER PIC X(17) VALUE "X2 IMAGINARY".

       01 TONIGHT-LINE.
          05 TNL-RECORD-NUMBER PIC 9(07).
          05 FILLER PIC X(01) VALUE SPACES.
          05 TNL-A PIC -(9)9.99.
          05 FILLER PIC X(01) VALUE SPACES.
          05 TNL-B PIC -(9)9.99.
          05 FILLER PIC X(01) VALUE SPACES.
          05 TNL-C PIC -(9)9.99.
          05 FILLER PIC X(01) VALUE SPACES.
          05 TNL-RUN-ID PIC X(14).
          05 FILLER PIC X(01) VALUE SPACES.
          05 TNL-RESULT-TYPE PIC X(01).
          05 FILLER PIC X(01) VALUE SPACES.
          05 TNL-X1 PIC -(9)9.9(4).
          05 FILLER PIC X(01) VALUE SPACES.
          05 TNL-X2 PIC -(9)9.9(4).
          05 FILLER PIC X(01) VALUE SPACES.
          05 TNL-X1-IMAG PIC -(9)9.9(4).
          05 FILLER PIC X(01) VALUE SPACES.
          05 TNL-X2-IMAG PIC -(9)9.9(4).
          05 FILLER PIC X(02) VALUE SPACES.

       01 PRIOR-LINE.
          05 FILLER PIC X(10) VALUE SPACES.
          05 PRL-DRIFT-NOTE PIC X(40).
          05 PRL-RUN-ID PIC X(14).
          05 FILLER PIC X(01) VALUE SPACES.
          05 PRL-RESULT-TYPE PIC X(01).
          05 FILLER PIC X(01) VALUE SPACES.
          05 PRL-X1 PIC -(9)9.9(4).
          05 FILLER PIC X(01) VALUE SPACES.
          05 PRL-X2 PIC -(9)9.9(4).
          05 FILLER PIC X(01) VALUE SPACES.
          05 PRL-X1-IMAG PIC -(9)9.9(4).
          05 FILLER PIC X(01) VALUE SPACES.
          05 PRL-X2-IMAG PIC -(9)9.9(4).
          05 FILLER PIC X(02) VALUE SPACES.

       01 ARCHIVE-LINE.
          05 FILLER PIC X(10) VALUE "PRIOR RUN ".
          05 ARL-RUN-ID PIC X(14).
          05 FILLER PIC X(11) VALUE "  ARCHIVED ".
          05 ARL-ARCHIVE-DATE PIC X(08).
          05 FILLER PIC X(15) VALUE "  RECORDS READ ".
          05 ARL-RECORDS-READ PIC ZZZZZZ9.
          05 FILLER PIC X(10) VALUE "  MATCHED ".
          05 ARL-MATCHED PIC ZZZZZZ9.
          05 FILLER PIC X(10) VALUE "  DRIFTED ".
          05 ARL-DRIFTED PIC ZZZZZZ9.
          05 FILLER PIC X(33) VALUE SPACES.

       01 ARCHIVE-FAILED-LINE.
          05 FILLER PIC X(10) VALUE "PRIOR RUN ".
          05 AFL-RUN-ID PIC X(14).
          05 FILLER PIC X(11) VALUE "  ARCHIVED ".
          05 AFL-ARCHIVE-DATE PIC X(08).
          05 FILLER PIC X(32)
             VALUE "  ARCHIVE NOT READABLE - STATUS ".
          05 AFL-OPEN-STATUS PIC X(02).
          05 FILLER PIC X(55) VALUE SPACES.

       01 TOTAL-LINE.
          05 TOT-LABEL PIC X(40).
          05 TOT-COUNT PIC ZZZZZZ9.
          05 FILLER PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
      * A CALLed subprogram keeps last-used state, so everything a
      * prior window of the same OPMENU session may have left behind
      * is re-initialized before this check starts.
           MOVE ZERO TO RECORD-COUNT
           MOVE ZERO TO DRIFT-COUNT
           MOVE ZERO TO TYPE-DRIFT-COUNT
           MOVE ZERO TO ROOT-DRIFT-COUNT
           MOVE ZERO TO NOT-CHECKED-COUNT
           MOVE ZERO TO TONIGHT-ENTRY-COUNT
           MOVE ZERO TO CATALOG-ENTRY-COUNT
           MOVE ZERO TO PRIOR-ENTRY-COUNT
           MOVE 5 TO DRIFT-LOOKBACK
           MOVE 0.0100 TO TOLERANCE
           MOVE SPACES TO TONIGHT-RUN-ID
           MOVE "N" TO DRIFT-FAIL-SWITCH
           MOVE "N" TO END-OF-RESULTS-SWITCH
           MOVE "N" TO END-OF-CATALOG-SWITCH
           MOVE "N" TO END-OF-PARMS-SWITCH

           PERFORM READ-RUN-PARMS

           PERFORM LOAD-TONIGHT-TABLE THRU LOAD-TONIGHT-TABLE-EXIT
           IF RETURN-CODE NOT = 0
               GOBACK.
           IF TONIGHT-ENTRY-COUNT = ZERO
               DISPLAY "EQDRIFT: EQOUTPUT EMPTY - NOTHING TO CHECK"
               GOBACK.

           PERFORM LOAD-CATALOG-TABLE THRU LOAD-CATALOG-TABLE-EXIT
           PERFORM CHOOSE-PRIOR-RUN
               VARYING CATALOG-SUB FROM CATALOG-ENTRY-COUNT BY -1
               UNTIL CATALOG-SUB < 1
               OR PRIOR-ENTRY-COUNT >= DRIFT-LOOKBACK

           OPEN OUTPUT DRIFT-REPORT-FILE
           IF DRIFT-REPORT-STATUS NOT = "00"
               DISPLAY "EQDRIFT: EQDRFLST NOT AVAILABLE - STATUS "
                   DRIFT-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK.

           PERFORM PRINT-HEADINGS

           PERFORM COMPARE-ONE-PRIOR-RUN
               THRU COMPARE-ONE-PRIOR-RUN-EXIT
               VARYING PRIOR-SUB FROM 1 BY 1
               UNTIL PRIOR-SUB > PRIOR-ENTRY-COUNT

           PERFORM PRINT-SUMMARY
           CLOSE DRIFT-REPORT-FILE

           DISPLAY "EQDRIFT: EQUATIONS CHECKED   : " TONIGHT-ENTRY-COUNT
           DISPLAY "EQDRIFT: PRIOR RUNS LOOKED UP: " PRIOR-ENTRY-COUNT
           DISPLAY "EQDRIFT: RESULTS DRIFTED     : " DRIFT-COUNT
           IF PRIOR-ENTRY-COUNT = ZERO
               DISPLAY "EQDRIFT: NO ARCHIVED RUN TO COMPARE WITH"
           END-IF
           IF DRIFT-COUNT > ZERO
               IF DRIFT-FAIL
                   DISPLAY "EQDRIFT: DRIFT FOUND - SEE EQDRFLST"
                   MOVE 2 TO RETURN-CODE
               ELSE
                   DISPLAY "EQDRIFT: WARNING - DRIFT FOUND, "
                       "SEE EQDRFLST"
               END-IF
           END-IF
           GOBACK.

      ******************************************************************
      * Reads the shared RUNPARMS steering file for the tolerance,
      * the look-back and the fail switch. The resolved values are
      * displayed.
      ******************************************************************
       READ-RUN-PARMS.
           OPEN INPUT RUN-PARMS-FILE
           IF RUN-PARMS-STATUS NOT = "00"
               DISPLAY "EQDRIFT: NO RUNPARMS - USING DEFAULTS"
           ELSE
               PERFORM READ-ONE-PARM THRU READ-ONE-PARM-EXIT
                   UNTIL END-OF-PARMS
               CLOSE RUN-PARMS-FILE
           END-IF
           MOVE TOLERANCE TO TOLERANCE-DISPLAY
           DISPLAY "EQDRIFT: VERIFY-TOLERANCE " TOLERANCE-DISPLAY
           DISPLAY "EQDRIFT: DRIFT-LOOKBACK " DRIFT-LOOKBACK
           DISPLAY "EQDRIFT: DRIFT-FAIL " DRIFT-FAIL-SWITCH.

       READ-ONE-PARM.
           READ RUN-PARMS-FILE
               AT END
                   SET END-OF-PARMS TO TRUE
                   GO TO READ-ONE-PARM-EXIT
           END-READ

           IF RUN-PARMS-RECORD (1:1) = "*" OR RUN-PARMS-RECORD = SPACES
               GO TO READ-ONE-PARM-EXIT
           END-IF

           MOVE SPACES TO PARM-KEYWORD
           MOVE SPACES TO PARM-VALUE
           MOVE 1 TO PARSE-POINTER
           UNSTRING RUN-PARMS-RECORD DELIMITED BY "="
               INTO PARM-KEYWORD WITH POINTER PARSE-POINTER
           IF PARSE-POINTER <= 80
               COMPUTE PARSE-LENGTH = 81 - PARSE-POINTER
               MOVE RUN-PARMS-RECORD (PARSE-POINTER:PARSE-LENGTH)
                   TO PARM-VALUE
           END-IF
           EVALUATE PARM-KEYWORD
               WHEN "VERIFY-TOLERANCE"
                   PERFORM SET-TOLERANCE-FROM-PARM
               WHEN "DRIFT-LOOKBACK"
                   PERFORM CONVERT-PARM-NUMBER
                   IF PARM-NUMBER-VALID AND PARM-NUMBER > ZERO
                       AND PARM-NUMBER <= 20
                       MOVE PARM-NUMBER TO DRIFT-LOOKBACK
                   ELSE
                       DISPLAY "EQDRIFT: DRIFT-LOOKBACK NOT A NUMBER "
                           "FROM 1 TO 20 - KEEPING " DRIFT-LOOKBACK
                   END-IF
               WHEN "DRIFT-FAIL"
                   IF PARM-VALUE (1:1) = "Y"
                       MOVE "Y" TO DRIFT-FAIL-SWITCH
                   ELSE
                       MOVE "N" TO DRIFT-FAIL-SWITCH
                   END-IF
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
               OR NOT PARM-NUMBER-VALID.

       CONVERT-ONE-DIGIT.
           IF PARM-VALUE (PARM-SUB:1) >= "0"
               AND PARM-VALUE (PARM-SUB:1) <= "9"
               MOVE PARM-VALUE (PARM-SUB:1) TO PARM-DIGIT
               COMPUTE PARM-NUMBER = PARM-NUMBER * 10 + PARM-DIGIT
           ELSE
               MOVE "N" TO PARM-NUMBER-VALID-SWITCH
           END-IF.

      ******************************************************************
      * Converts the n.nnnn tolerance value the way EQVERIFY does, so
      * the two checks always agree on what "the same root" means.
      ******************************************************************
       SET-TOLERANCE-FROM-PARM.
           MOVE SPACES TO TOL-WHOLE-TEXT
           MOVE SPACES TO TOL-FRAC-TEXT
           UNSTRING PARM-VALUE DELIMITED BY "."
               INTO TOL-WHOLE-TEXT TOL-FRAC-TEXT
           MOVE "Y" TO TOL-VALID-SWITCH
           IF TOL-WHOLE-TEXT = SPACES AND TOL-FRAC-TEXT = SPACES
               MOVE "N" TO TOL-VALID-SWITCH
           END-IF

           MOVE ZERO TO TOL-WHOLE-NUMBER
           PERFORM CONVERT-WHOLE-DIGIT
               VARYING TOL-SUB FROM 1 BY 1
               UNTIL TOL-SUB > 8
               OR TOL-WHOLE-TEXT (TOL-SUB:1) = SPACE
               OR NOT TOL-VALID

           MOVE TOL-FRAC-TEXT (1:4) TO TOL-FRAC-PADDED
           INSPECT TOL-FRAC-PADDED REPLACING ALL SPACE BY "0"
           IF TOL-FRAC-PADDED IS NUMERIC
               MOVE TOL-FRAC-PADDED TO TOL-FRAC-NUMBER
           ELSE
               MOVE "N" TO TOL-VALID-SWITCH
           END-IF

           IF TOL-VALID
               COMPUTE TOLERANCE
                   = TOL-WHOLE-NUMBER + TOL-FRAC-NUMBER / 10000
           ELSE
               MOVE TOLERANCE TO TOLERANCE-DISPLAY
               DISPLAY "EQDRIFT: VERIFY-TOLERANCE MALFORMED - "
                   "KEEPING " TOLERANCE-DISPLAY
           END-IF.

       CONVERT-WHOLE-DIGIT.
           IF TOL-WHOLE-TEXT (TOL-SUB:1) >= "0"
               AND TOL-WHOLE-TEXT (TOL-SUB:1) <= "9"
               MOVE TOL-WHOLE-TEXT (TOL-SUB:1) TO TOL-DIGIT
               COMPUTE TOL-WHOLE-NUMBER
                       = TOL-WHOLE-NUMBER * 10 + TOL-DIGIT
                   ON SIZE ERROR
                       MOVE "N" TO TOL-VALID-SWITCH
               END-COMPUTE
           ELSE
               MOVE "N" TO TOL-VALID-SWITCH
           END-IF.

      ******************************************************************
      * Loads tonight's distinct equations from EQOUTPUT. The same
      * triple keyed twice in one night got the same answer twice
      * (EQ_SEG_GRAU solves it once), so only its first record is
      * kept.
      ******************************************************************
       LOAD-TONIGHT-TABLE.
           MOVE "EQOUTPUT" TO RESULTS-SOURCE-NAME
           OPEN INPUT RESULTS-FILE
           IF RESULTS-STATUS NOT = "00"
               DISPLAY "EQDRIFT: EQOUTPUT NOT AVAILABLE - STATUS "
                   RESULTS-STATUS
               MOVE 1 TO RETURN-CODE
               GO TO LOAD-TONIGHT-TABLE-EXIT
           END-IF
           PERFORM LOAD-ONE-TONIGHT-RESULT
               THRU LOAD-ONE-TONIGHT-RESULT-EXIT
               UNTIL END-OF-RESULTS
           CLOSE RESULTS-FILE
           IF NOT-CHECKED-COUNT > ZERO
               DISPLAY "EQDRIFT: TABLE FULL - " NOT-CHECKED-COUNT
                   " EQUATIONS NOT CHECKED"
           END-IF.

       LOAD-TONIGHT-TABLE-EXIT.
           EXIT.

       LOAD-ONE-TONIGHT-RESULT.
           READ RESULTS-FILE
               AT END
                   SET END-OF-RESULTS TO TRUE
                   GO TO LOAD-ONE-TONIGHT-RESULT-EXIT
           END-READ
           ADD 1 TO RECORD-COUNT
           IF RECORD-COUNT = 1
               MOVE OUT-RUN-ID TO TONIGHT-RUN-ID
           END-IF
           PERFORM FIND-TONIGHT-ENTRY
           IF TONIGHT-HIT
               GO TO LOAD-ONE-TONIGHT-RESULT-EXIT
           END-IF
           IF TONIGHT-ENTRY-COUNT >= TONIGHT-LIMIT
               ADD 1 TO NOT-CHECKED-COUNT
               GO TO LOAD-ONE-TONIGHT-RESULT-EXIT
           END-IF
           ADD 1 TO TONIGHT-ENTRY-COUNT
           MOVE EQ-OUTPUT-RECORD (1:36)
               TO TNT-KEY (TONIGHT-ENTRY-COUNT)
           MOVE RECORD-COUNT TO TNT-RECORD-NUMBER (TONIGHT-ENTRY-COUNT)
           MOVE OUT-RESULT-TYPE TO TNT-RESULT-TYPE (TONIGHT-ENTRY-COUNT)
           MOVE EQ-OUTPUT-RECORD (37:56)
               TO TNT-ROOTS-IMAGE (TONIGHT-ENTRY-COUNT)
           MOVE ZERO TO TNT-LAST-PRIOR (TONIGHT-ENTRY-COUNT).

       LOAD-ONE-TONIGHT-RESULT-EXIT.
           EXIT.

       FIND-TONIGHT-ENTRY.
           MOVE "N" TO TONIGHT-HIT-SWITCH
           MOVE ZERO TO TONIGHT-HIT-INDEX
           PERFORM CHECK-TONIGHT-ENTRY
               VARYING TONIGHT-SUB FROM 1 BY 1
               UNTIL TONIGHT-SUB > TONIGHT-ENTRY-COUNT
               OR TONIGHT-HIT.

       CHECK-TONIGHT-ENTRY.
           IF TNT-KEY (TONIGHT-SUB) = EQ-OUTPUT-RECORD (1:36)
               SET TONIGHT-HIT TO TRUE
               MOVE TONIGHT-SUB TO TONIGHT-HIT-INDEX
           END-IF.

      ******************************************************************
      * Loads the EQRESCAT catalog and picks the runs to compare with:
      * the newest CURRENT entries first (the catalog is appended in
      * time order), up to DRIFT-LOOKBACK of them, never tonight's.
      ******************************************************************
       LOAD-CATALOG-TABLE.
           OPEN INPUT CATALOG-FILE
           IF CATALOG-STATUS NOT = "00"
               DISPLAY "EQDRIFT: NO EQRESCAT CATALOG - STATUS "
                   CATALOG-STATUS
               GO TO LOAD-CATALOG-TABLE-EXIT
           END-IF
           PERFORM LOAD-ONE-CATALOG-ENTRY
               THRU LOAD-ONE-CATALOG-ENTRY-EXIT
               UNTIL END-OF-CATALOG
           CLOSE CATALOG-FILE.

       LOAD-CATALOG-TABLE-EXIT.
           EXIT.

       LOAD-ONE-CATALOG-ENTRY.
           READ CATALOG-FILE
               AT END
                   SET END-OF-CATALOG TO TRUE
                   GO TO LOAD-ONE-CATALOG-ENTRY-EXIT
           END-READ
           IF CATALOG-ENTRY-COUNT < CATALOG-LIMIT
               ADD 1 TO CATALOG-ENTRY-COUNT
               MOVE RES-RUN-ID
                   TO RES-TAB-RUN-ID (CATALOG-ENTRY-COUNT)
               MOVE RES-ARCHIVE-DATE
                   TO RES-TAB-ARCHIVE-DATE (CATALOG-ENTRY-COUNT)
               MOVE RES-STATUS
                   TO RES-TAB-STATUS (CATALOG-ENTRY-COUNT)
           ELSE
               DISPLAY "EQDRIFT: CATALOG TABLE FULL - NEWEST "
                   "ENTRIES NOT READ"
               SET END-OF-CATALOG TO TRUE
           END-IF.

       LOAD-ONE-CATALOG-ENTRY-EXIT.
           EXIT.

       CHOOSE-PRIOR-RUN.
           IF RES-TAB-STATUS (CATALOG-SUB) = "CURRENT"
               AND RES-TAB-RUN-ID (CATALOG-SUB) NOT = TONIGHT-RUN-ID
               ADD 1 TO PRIOR-ENTRY-COUNT
               MOVE RES-TAB-RUN-ID (CATALOG-SUB)
                   TO PRI-RUN-ID (PRIOR-ENTRY-COUNT)
               MOVE RES-TAB-ARCHIVE-DATE (CATALOG-SUB)
                   TO PRI-ARCHIVE-DATE (PRIOR-ENTRY-COUNT)
               MOVE SPACES TO PRI-OPEN-STATUS (PRIOR-ENTRY-COUNT)
               MOVE ZERO TO PRI-RECORDS-READ (PRIOR-ENTRY-COUNT)
               MOVE ZERO TO PRI-MATCHED (PRIOR-ENTRY-COUNT)
               MOVE ZERO TO PRI-DRIFTED (PRIOR-ENTRY-COUNT)
           END-IF.

      ******************************************************************
      * Reads one archived run through the same results record and
      * compares every archived answer whose equation ran tonight.
      * An equation the archive holds more than once is compared on
      * its first occurrence only.
      ******************************************************************
       COMPARE-ONE-PRIOR-RUN.
           MOVE SPACES TO RESULTS-SOURCE-NAME
           STRING "EQRES" DELIMITED BY SIZE
               PRI-RUN-ID (PRIOR-SUB) DELIMITED BY SIZE
               INTO RESULTS-SOURCE-NAME
           OPEN INPUT RESULTS-FILE
           MOVE RESULTS-STATUS TO PRI-OPEN-STATUS (PRIOR-SUB)
           IF RESULTS-STATUS NOT = "00"
               DISPLAY "EQDRIFT: " RESULTS-SOURCE-NAME
                   " NOT READABLE - STATUS " RESULTS-STATUS
               GO TO COMPARE-ONE-PRIOR-RUN-EXIT
           END-IF
           MOVE "N" TO END-OF-RESULTS-SWITCH
           PERFORM COMPARE-ONE-PRIOR-RESULT
               THRU COMPARE-ONE-PRIOR-RESULT-EXIT
               UNTIL END-OF-RESULTS
           CLOSE RESULTS-FILE.

       COMPARE-ONE-PRIOR-RUN-EXIT.
           EXIT.

       COMPARE-ONE-PRIOR-RESULT.
           READ RESULTS-FILE
               AT END
                   SET END-OF-RESULTS TO TRUE
                   GO TO COMPARE-ONE-PRIOR-RESULT-EXIT
           END-READ
           ADD 1 TO PRI-RECORDS-READ (PRIOR-SUB)
           PERFORM FIND-TONIGHT-ENTRY
           IF NOT TONIGHT-HIT
               GO TO COMPARE-ONE-PRIOR-RESULT-EXIT
           END-IF
           IF TNT-LAST-PRIOR (TONIGHT-HIT-INDEX) = PRIOR-SUB
               GO TO COMPARE-ONE-PRIOR-RESULT-EXIT
           END-IF
           MOVE PRIOR-SUB TO TNT-LAST-PRIOR (TONIGHT-HIT-INDEX)
           ADD 1 TO PRI-MATCHED (PRIOR-SUB)
           MOVE TNT-ROOTS-IMAGE (TONIGHT-HIT-INDEX) TO TONIGHT-ROOTS

           IF OUT-RESULT-TYPE NOT = TNT-RESULT-TYPE (TONIGHT-HIT-INDEX)
               ADD 1 TO TYPE-DRIFT-COUNT
               MOVE "  EARLIER RUN - RESULT TYPE DIFFERS"
                   TO PRL-DRIFT-NOTE
               PERFORM PRINT-DRIFT-PAIR
               GO TO COMPARE-ONE-PRIOR-RESULT-EXIT
           END-IF

      * Only the roots the result type actually carries are compared:
      * two real roots (R) or one repeated root (D) in X1 and X2, the
      * linear root (L) in X1, a complex pair (C) in all four, and an
      * error (E) carries none.
           MOVE "N" TO ROOTS-DIFFER-SWITCH
           EVALUATE OUT-RESULT-TYPE
               WHEN "R"
               WHEN "D"
                   PERFORM CHECK-ROOT-X1
                   PERFORM CHECK-ROOT-X2
               WHEN "L"
                   PERFORM CHECK-ROOT-X1
               WHEN "C"
                   PERFORM CHECK-ROOT-X1
                   PERFORM CHECK-ROOT-X2
                   PERFORM CHECK-ROOT-X1-IMAG
                   PERFORM CHECK-ROOT-X2-IMAG
           END-EVALUATE
           IF ROOTS-DIFFER
               ADD 1 TO ROOT-DRIFT-COUNT
               MOVE "  EARLIER RUN - ROOTS OUT OF TOLERANCE"
                   TO PRL-DRIFT-NOTE
               PERFORM PRINT-DRIFT-PAIR
           END-IF.

       COMPARE-ONE-PRIOR-RESULT-EXIT.
           EXIT.

       CHECK-ROOT-X1.
           COMPUTE ROOT-DIFFERENCE = TONIGHT-X1 - OUT-X1
           PERFORM CHECK-ROOT-DIFFERENCE.

       CHECK-ROOT-X2.
           COMPUTE ROOT-DIFFERENCE = TONIGHT-X2 - OUT-X2
           PERFORM CHECK-ROOT-DIFFERENCE.

       CHECK-ROOT-X1-IMAG.
           COMPUTE ROOT-DIFFERENCE = TONIGHT-X1-IMAG - OUT-X1-IMAG
           PERFORM CHECK-ROOT-DIFFERENCE.

       CHECK-ROOT-X2-IMAG.
           COMPUTE ROOT-DIFFERENCE = TONIGHT-X2-IMAG - OUT-X2-IMAG
           PERFORM CHECK-ROOT-DIFFERENCE.

       CHECK-ROOT-DIFFERENCE.
           IF ROOT-DIFFERENCE < ZERO
               COMPUTE ROOT-DIFFERENCE = ZERO - ROOT-DIFFERENCE
           END-IF
           IF ROOT-DIFFERENCE > TOLERANCE
               SET ROOTS-DIFFER TO TRUE
           END-IF.

      ******************************************************************
      * Prints one drifted equation: tonight's run and answer, then
      * the archived run and its answer directly underneath.
      ******************************************************************
       PRINT-DRIFT-PAIR.
           ADD 1 TO DRIFT-COUNT
           ADD 1 TO PRI-DRIFTED (PRIOR-SUB)
           MOVE TNT-RECORD-NUMBER (TONIGHT-HIT-INDEX)
               TO TNL-RECORD-NUMBER
           MOVE OUT-A TO TNL-A
           MOVE OUT-B TO TNL-B
           MOVE OUT-C TO TNL-C
           MOVE TONIGHT-RUN-ID TO TNL-RUN-ID
           MOVE TNT-RESULT-TYPE (TONIGHT-HIT-INDEX) TO TNL-RESULT-TYPE
           MOVE TONIGHT-X1 TO TNL-X1
           MOVE TONIGHT-X2 TO TNL-X2
           MOVE TONIGHT-X1-IMAG TO TNL-X1-IMAG
           MOVE TONIGHT-X2-IMAG TO TNL-X2-IMAG
           MOVE TONIGHT-LINE TO PRINT-LINE
           WRITE PRINT-LINE

           MOVE PRI-RUN-ID (PRIOR-SUB) TO PRL-RUN-ID
           MOVE OUT-RESULT-TYPE TO PRL-RESULT-TYPE
           MOVE OUT-X1 TO PRL-X1
           MOVE OUT-X2 TO PRL-X2
           MOVE OUT-X1-IMAG TO PRL-X1-IMAG
           MOVE OUT-X2-IMAG TO PRL-X2-IMAG
           MOVE PRIOR-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-HEADINGS.
           ACCEPT REPORT-DATE FROM DATE YYYYMMDD
           MOVE REPORT-DATE TO HDG-RUN-DATE
           MOVE TONIGHT-RUN-ID TO HDG-RUN-ID
           MOVE TOLERANCE TO HDG-TOLERANCE
           MOVE HEADING-LINE-1 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE COLUMN-HEADING-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE.

      ******************************************************************
      * Prints one line per archived run compared, then the totals.
      ******************************************************************
       PRINT-SUMMARY.
           IF DRIFT-COUNT = ZERO
               MOVE "NO DRIFT FOUND" TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           IF PRIOR-ENTRY-COUNT = ZERO
               MOVE "NO ARCHIVED RUN TO COMPARE WITH" TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           PERFORM PRINT-ONE-ARCHIVE-LINE
               VARYING PRIOR-SUB FROM 1 BY 1
               UNTIL PRIOR-SUB > PRIOR-ENTRY-COUNT
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE

           MOVE "TONIGHT'S RECORDS READ . . . . . . . . :"
               TO TOT-LABEL
           MOVE RECORD-COUNT TO TOT-COUNT
           PERFORM PRINT-TOTAL-LINE
           MOVE "DISTINCT EQUATIONS CHECKED . . . . . . :"
               TO TOT-LABEL
           MOVE TONIGHT-ENTRY-COUNT TO TOT-COUNT
           PERFORM PRINT-TOTAL-LINE
           IF NOT-CHECKED-COUNT > ZERO
               MOVE "EQUATIONS NOT CHECKED - TABLE FULL . . :"
                   TO TOT-LABEL
               MOVE NOT-CHECKED-COUNT TO TOT-COUNT
               PERFORM PRINT-TOTAL-LINE
           END-IF
           MOVE "PRIOR RUNS LOOKED UP . . . . . . . . . :"
               TO TOT-LABEL
           MOVE PRIOR-ENTRY-COUNT TO TOT-COUNT
           PERFORM PRINT-TOTAL-LINE
           MOVE "RESULT TYPE DIFFERS  . . . . . . . . . :"
               TO TOT-LABEL
           MOVE TYPE-DRIFT-COUNT TO TOT-COUNT
           PERFORM PRINT-TOTAL-LINE
           MOVE "ROOTS OUTSIDE TOLERANCE  . . . . . . . :"
               TO TOT-LABEL
           MOVE ROOT-DRIFT-COUNT TO TOT-COUNT
           PERFORM PRINT-TOTAL-LINE.

       PRINT-ONE-ARCHIVE-LINE.
           IF PRI-OPEN-STATUS (PRIOR-SUB) = "00"
               MOVE PRI-RUN-ID (PRIOR-SUB) TO ARL-RUN-ID
               MOVE PRI-ARCHIVE-DATE (PRIOR-SUB) TO ARL-ARCHIVE-DATE
               MOVE PRI-RECORDS-READ (PRIOR-SUB) TO ARL-RECORDS-READ
               MOVE PRI-MATCHED (PRIOR-SUB) TO ARL-MATCHED
               MOVE PRI-DRIFTED (PRIOR-SUB) TO ARL-DRIFTED
               MOVE ARCHIVE-LINE TO PRINT-LINE
           ELSE
               MOVE PRI-RUN-ID (PRIOR-SUB) TO AFL-RUN-ID
               MOVE PRI-ARCHIVE-DATE (PRIOR-SUB) TO AFL-ARCHIVE-DATE
               MOVE PRI-OPEN-STATUS (PRIOR-SUB) TO AFL-OPEN-STATUS
               MOVE ARCHIVE-FAILED-LINE TO PRINT-LINE
           END-IF
           WRITE PRINT-LINE.

       PRINT-TOTAL-LINE.
           MOVE TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

       END PROGRAM EQDRIFT.
