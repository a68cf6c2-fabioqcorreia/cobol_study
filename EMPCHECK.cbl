      ******************************************************************
      * Author: Fábio Correia
      * Date: 2026-10-15
      * Purpose: study - referential integrity and data quality pass
      *          over the EMPMAST employee master and its EMPHIST
      *          name history. EMPMAINT, EMPREST, EMPHCONV and EMPLOAD
      *          all write these files and nothing else proves they
      *          still agree, so this pass reads both in key order
      *          and lists every problem it finds on EMPCKLST:
      *            ORPHAN    a history row for an employee that is not
      *                      on the master
      *            OVERLAP   a row that starts before the employee's
      *                      previous row ended, or ends before it
      *                      starts
      *            GAP       a row that starts after the previous row
      *                      ended, or a first row not in force from
      *                      load
      *            HANDOVER  the employee's latest row does not hand
      *                      over cleanly to the current master name
      *            NAME      a blank or non-alphabetic first or last
      *                      name on the master
      *            DUPLICATE two employees with the same first,
      *                      middle and last name and suffix - a
      *                      possible duplicate hire
      *          Run it ahead of EMPBKUP: any finding ends the run
      *          with return code 2, so a damaged generation is never
      *          backed up without someone knowing it.
      * Tectonics: cobc
      ******************************************************************
      * The history rules are EMPHREC's: an employee's rows, in key
      * order, are consecutive ranges - the first in force from
      * 00000000 (since load or add), each next one from the date the
      * one before it ended - and the latest row ends on the date the
      * current master name took over, which cannot be later than
      * today and cannot be the same name. A name is alphabetic when
      * it holds only letters, embedded spaces, hyphens and
      * apostrophes; bytes above X'7F' are the accented letters the
      * seed data carries. The duplicate test walks the master in
      * LAST-NAME alternate key order and compares each employee with
      * the others of the same last name, exactly as keyed.
      * Return codes: 0 clean, 2 findings listed, 1 the files or the
      * report could not be opened.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPCHECK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CLASS NAME-CHARACTER IS "A" THRU "Z" "a" THRU "z"
               " " "-" "'" X"80" THRU X"FF".
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS LAST-NAME WITH DUPLICATES
               FILE STATUS IS EMPLOYEE-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "EMPHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-KEY
               FILE STATUS IS HISTORY-STATUS.
           SELECT CHECK-REPORT-FILE ASSIGN TO "EMPCKLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECK-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY BOOK.

       FD  HISTORY-FILE.
           COPY EMPHREC.

       FD  CHECK-REPORT-FILE.
       01 PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 EMPLOYEE-FILE-STATUS PIC X(02).
       01 HISTORY-STATUS PIC X(02).
       01 CHECK-REPORT-STATUS PIC X(02).
       01 RUN-DATE-WORK PIC X(08).
       01 MASTER-COUNT PIC 9(07) VALUE ZERO.
       01 HISTORY-COUNT PIC 9(07) VALUE ZERO.
       01 FINDING-COUNT PIC 9(07) VALUE ZERO.
       01 ORPHAN-COUNT PIC 9(07) VALUE ZERO.
       01 OVERLAP-COUNT PIC 9(07) VALUE ZERO.
       01 GAP-COUNT PIC 9(07) VALUE ZERO.
       01 HANDOVER-COUNT PIC 9(07) VALUE ZERO.
       01 NAME-COUNT PIC 9(07) VALUE ZERO.
       01 DUPLICATE-COUNT PIC 9(07) VALUE ZERO.
       01 END-OF-MASTER-SWITCH PIC X(01) VALUE "N".
          88 END-OF-MASTER VALUE "Y".
       01 END-OF-HISTORY-SWITCH PIC X(01) VALUE "N".
          88 END-OF-HISTORY VALUE "Y".
       01 HISTORY-PRESENT-SWITCH PIC X(01) VALUE "N".
          88 HISTORY-PRESENT VALUE "Y".

      * The employee the history walk is matching against; HIGH-VALUES
      * once the master is exhausted, so every row left is an orphan.
       01 CURRENT-EMP-ID PIC X(16).
       01 CURRENT-NAME.
          05 CUR-FIRST-NAME PIC X(16).
          05 CUR-MIDDLE-NAME PIC X(16).
          05 CUR-LAST-NAME PIC X(16).
          05 CUR-SUFFIX PIC X(04).
       01 EMPLOYEE-ROW-COUNT PIC 9(05) VALUE ZERO.
       01 PRIOR-EFF-TO PIC X(08).
       01 LATEST-ROW.
          05 LATEST-EFF-FROM PIC X(08).
          05 LATEST-EFF-TO PIC X(08).
          05 LATEST-NAME.
             10 LATEST-FIRST-NAME PIC X(16).
             10 LATEST-MIDDLE-NAME PIC X(16).
             10 LATEST-LAST-NAME PIC X(16).
             10 LATEST-SUFFIX PIC X(04).

      * One LAST-NAME group of the alternate key walk: the employees
      * read so far that share the last name now being read.
       01 NAME-GROUP-TABLE.
          05 NAME-GROUP-COUNT PIC 9(03) VALUE ZERO.
          05 NAME-GROUP-ENTRY OCCURS 200 TIMES.
             10 GRP-EMP-ID PIC X(16).
             10 GRP-FIRST-NAME PIC X(16).
             10 GRP-MIDDLE-NAME PIC X(16).
             10 GRP-SUFFIX PIC X(04).
       01 NAME-GROUP-LIMIT PIC 9(03) VALUE 200.
       01 NAME-GROUP-SUB PIC 9(03).
       01 GROUP-LAST-NAME PIC X(16).
       01 GROUP-FULL-SWITCH PIC X(01) VALUE "N".
          88 GROUP-FULL VALUE "Y".

       01 HEADING-LINE.
          05 FILLER PIC X(40)
             VALUE "EMPMAST / EMPHIST INTEGRITY CHECK".
          05 FILLER PIC X(09) VALUE "RUN DATE ".
          05 HDG-RUN-DATE PIC X(08).
          05 FILLER PIC X(75) VALUE SPACES.

       01 COLUMN-HEADING-LINE.
          05 FILLER PIC X(11) VALUE "CONDITION".
          05 FILLER PIC X(18) VALUE "EMPLOYEE".
          05 FILLER PIC X(10) VALUE "EFF-FROM".
          05 FILLER PIC X(10) VALUE "EFF-TO".
          05 FILLER PIC X(83) VALUE "DETAIL".

       01 FINDING-LINE.
          05 FND-CONDITION PIC X(09).
          05 FILLER PIC X(02) VALUE SPACES.
          05 FND-EMP-ID PIC X(16).
          05 FILLER PIC X(02) VALUE SPACES.
          05 FND-EFF-FROM PIC X(08).
          05 FILLER PIC X(02) VALUE SPACES.
          05 FND-EFF-TO PIC X(08).
          05 FILLER PIC X(02) VALUE SPACES.
          05 FND-DETAIL PIC X(83).

       01 TOTAL-LINE.
          05 TOT-LABEL PIC X(30).
          05 TOT-COUNT PIC Z(06)9.
          05 FILLER PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
      * A CALLed subprogram keeps last-used state, so everything a
      * previous run may have changed is reset here.
           MOVE ZERO TO MASTER-COUNT
           MOVE ZERO TO HISTORY-COUNT
           MOVE ZERO TO FINDING-COUNT
           MOVE ZERO TO ORPHAN-COUNT
           MOVE ZERO TO OVERLAP-COUNT
           MOVE ZERO TO GAP-COUNT
           MOVE ZERO TO HANDOVER-COUNT
           MOVE ZERO TO NAME-COUNT
           MOVE ZERO TO DUPLICATE-COUNT
           MOVE ZERO TO NAME-GROUP-COUNT
           MOVE "N" TO END-OF-MASTER-SWITCH
           MOVE "N" TO END-OF-HISTORY-SWITCH
           MOVE "N" TO HISTORY-PRESENT-SWITCH
           MOVE "N" TO GROUP-FULL-SWITCH

           ACCEPT RUN-DATE-WORK FROM DATE YYYYMMDD

           OPEN INPUT EMPLOYEE-FILE
           IF EMPLOYEE-FILE-STATUS NOT = "00"
               DISPLAY "EMPCHECK: EMPMAST NOT AVAILABLE - STATUS "
                   EMPLOYEE-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK.

      * No history file yet (status 35) is a master with no name
      * changes - nothing to match. Any other failure is a damaged
      * index, which is exactly what this pass must not wave through.
           OPEN INPUT HISTORY-FILE
           IF HISTORY-STATUS = "00"
               SET HISTORY-PRESENT TO TRUE
           ELSE
               IF HISTORY-STATUS = "35"
                   DISPLAY "EMPCHECK: NO EMPHIST YET - MASTER ONLY"
                   SET END-OF-HISTORY TO TRUE
               ELSE
                   DISPLAY "EMPCHECK: EMPHIST NOT READABLE - STATUS "
                       HISTORY-STATUS
                   CLOSE EMPLOYEE-FILE
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN OUTPUT CHECK-REPORT-FILE
           IF CHECK-REPORT-STATUS NOT = "00"
               DISPLAY "EMPCHECK: EMPCKLST NOT AVAILABLE - STATUS "
                   CHECK-REPORT-STATUS
               CLOSE EMPLOYEE-FILE
               IF HISTORY-PRESENT
                   CLOSE HISTORY-FILE
               END-IF
               MOVE 1 TO RETURN-CODE
               GOBACK.

           MOVE RUN-DATE-WORK TO HDG-RUN-DATE
           WRITE PRINT-LINE FROM HEADING-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM COLUMN-HEADING-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE

           IF HISTORY-PRESENT
               PERFORM READ-NEXT-HISTORY THRU READ-NEXT-HISTORY-EXIT
           END-IF
           PERFORM CHECK-ONE-MASTER THRU CHECK-ONE-MASTER-EXIT
               UNTIL END-OF-MASTER
           MOVE HIGH-VALUES TO CURRENT-EMP-ID
           PERFORM CHECK-ONE-HISTORY-ROW
               THRU CHECK-ONE-HISTORY-ROW-EXIT
               UNTIL END-OF-HISTORY
           IF HISTORY-PRESENT
               CLOSE HISTORY-FILE
           END-IF

           PERFORM CHECK-DUPLICATE-NAMES
               THRU CHECK-DUPLICATE-NAMES-EXIT
           CLOSE EMPLOYEE-FILE

           PERFORM PRINT-TOTALS
           CLOSE CHECK-REPORT-FILE

           DISPLAY "EMPCHECK: MASTER RECORDS READ  : " MASTER-COUNT
           DISPLAY "EMPCHECK: HISTORY ROWS READ  . : " HISTORY-COUNT
           DISPLAY "EMPCHECK: FINDINGS . . . . . . : " FINDING-COUNT
           IF FINDING-COUNT > ZERO
               DISPLAY "EMPCHECK: FILES DO NOT AGREE - SEE EMPCKLST "
                   "BEFORE TAKING A BACKUP"
               MOVE 2 TO RETURN-CODE
           END-IF
           GOBACK.

      ******************************************************************
      * One master record: its names are checked, then every history
      * row up to and including its EMP-ID is matched against it -
      * rows below it belong to no employee. An employee who has
      * history must hand over from the latest row to the name the
      * master carries now.
      ******************************************************************
       CHECK-ONE-MASTER.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END
                   SET END-OF-MASTER TO TRUE
                   GO TO CHECK-ONE-MASTER-EXIT
           END-READ
           ADD 1 TO MASTER-COUNT
           MOVE EMP-ID TO CURRENT-EMP-ID
           MOVE FIRST-NAME TO CUR-FIRST-NAME
           MOVE MIDDLE-NAME TO CUR-MIDDLE-NAME
           MOVE LAST-NAME TO CUR-LAST-NAME
           MOVE SUFFIX TO CUR-SUFFIX

           PERFORM CHECK-MASTER-NAMES

           MOVE ZERO TO EMPLOYEE-ROW-COUNT
           PERFORM CHECK-ONE-HISTORY-ROW
               THRU CHECK-ONE-HISTORY-ROW-EXIT
               UNTIL END-OF-HISTORY
               OR HIST-EMP-ID > CURRENT-EMP-ID
           IF EMPLOYEE-ROW-COUNT > ZERO
               PERFORM CHECK-HANDOVER
           END-IF.

       CHECK-ONE-MASTER-EXIT.
           EXIT.

       CHECK-MASTER-NAMES.
           IF CUR-FIRST-NAME = SPACES
               MOVE "FIRST NAME BLANK" TO FND-DETAIL
               PERFORM WRITE-NAME-FINDING
           ELSE
               IF CUR-FIRST-NAME IS NOT NAME-CHARACTER
                   OR CUR-FIRST-NAME (1:1) = SPACE
                   MOVE SPACES TO FND-DETAIL
                   STRING "FIRST NAME NOT ALPHABETIC: "
                           DELIMITED BY SIZE
                       CUR-FIRST-NAME DELIMITED BY SIZE
                       INTO FND-DETAIL
                   PERFORM WRITE-NAME-FINDING
               END-IF
           END-IF
           IF CUR-LAST-NAME = SPACES
               MOVE "LAST NAME BLANK" TO FND-DETAIL
               PERFORM WRITE-NAME-FINDING
           ELSE
               IF CUR-LAST-NAME IS NOT NAME-CHARACTER
                   OR CUR-LAST-NAME (1:1) = SPACE
                   MOVE SPACES TO FND-DETAIL
                   STRING "LAST NAME NOT ALPHABETIC: "
                           DELIMITED BY SIZE
                       CUR-LAST-NAME DELIMITED BY SIZE
                       INTO FND-DETAIL
                   PERFORM WRITE-NAME-FINDING
               END-IF
           END-IF.

       WRITE-NAME-FINDING.
           ADD 1 TO NAME-COUNT
           MOVE "NAME" TO FND-CONDITION
           MOVE CURRENT-EMP-ID TO FND-EMP-ID
           MOVE SPACES TO FND-EFF-FROM
           MOVE SPACES TO FND-EFF-TO
           PERFORM WRITE-FINDING-LINE.

      ******************************************************************
      * One history row, already read ahead. A row below the current
      * employee is an orphan; a row for the employee must carry on
      * from where the previous one ended. The next row is read
      * before leaving, so the walk always holds the row to match.
      ******************************************************************
       CHECK-ONE-HISTORY-ROW.
           IF HIST-EMP-ID < CURRENT-EMP-ID
               ADD 1 TO ORPHAN-COUNT
               MOVE "ORPHAN" TO FND-CONDITION
               MOVE HIST-EMP-ID TO FND-EMP-ID
               MOVE HIST-EFF-FROM TO FND-EFF-FROM
               MOVE HIST-EFF-TO TO FND-EFF-TO
               MOVE "HISTORY ROW FOR AN EMPLOYEE NOT ON EMPMAST"
                   TO FND-DETAIL
               PERFORM WRITE-FINDING-LINE
               GO TO CHECK-ONE-HISTORY-ROW-NEXT
           END-IF

           ADD 1 TO EMPLOYEE-ROW-COUNT
           IF EMPLOYEE-ROW-COUNT = 1
               IF HIST-EFF-FROM NOT = "00000000"
                   ADD 1 TO GAP-COUNT
                   MOVE "GAP" TO FND-CONDITION
                   MOVE "FIRST ROW NOT IN FORCE FROM LOAD (00000000)"
                       TO FND-DETAIL
                   PERFORM WRITE-HISTORY-FINDING
               END-IF
           ELSE
               IF HIST-EFF-FROM < PRIOR-EFF-TO
                   ADD 1 TO OVERLAP-COUNT
                   MOVE "OVERLAP" TO FND-CONDITION
                   MOVE SPACES TO FND-DETAIL
                   STRING "STARTS BEFORE THE PREVIOUS ROW ENDED ON "
                           DELIMITED BY SIZE
                       PRIOR-EFF-TO DELIMITED BY SIZE
                       INTO FND-DETAIL
                   PERFORM WRITE-HISTORY-FINDING
               END-IF
               IF HIST-EFF-FROM > PRIOR-EFF-TO
                   ADD 1 TO GAP-COUNT
                   MOVE "GAP" TO FND-CONDITION
                   MOVE SPACES TO FND-DETAIL
                   STRING "STARTS AFTER THE PREVIOUS ROW ENDED ON "
                           DELIMITED BY SIZE
                       PRIOR-EFF-TO DELIMITED BY SIZE
                       INTO FND-DETAIL
                   PERFORM WRITE-HISTORY-FINDING
               END-IF
           END-IF

           IF HIST-EFF-TO IS NOT NUMERIC
               OR HIST-EFF-TO NOT > HIST-EFF-FROM
               ADD 1 TO OVERLAP-COUNT
               MOVE "OVERLAP" TO FND-CONDITION
               MOVE "ROW ENDS BEFORE IT STARTS OR EFF-TO NOT A DATE"
                   TO FND-DETAIL
               PERFORM WRITE-HISTORY-FINDING
           END-IF

           MOVE HIST-EFF-TO TO PRIOR-EFF-TO
           MOVE HIST-EFF-FROM TO LATEST-EFF-FROM
           MOVE HIST-EFF-TO TO LATEST-EFF-TO
           MOVE HIST-FIRST-NAME TO LATEST-FIRST-NAME
           MOVE HIST-MIDDLE-NAME TO LATEST-MIDDLE-NAME
           MOVE HIST-LAST-NAME TO LATEST-LAST-NAME
           MOVE HIST-SUFFIX TO LATEST-SUFFIX.

       CHECK-ONE-HISTORY-ROW-NEXT.
           PERFORM READ-NEXT-HISTORY THRU READ-NEXT-HISTORY-EXIT.

       CHECK-ONE-HISTORY-ROW-EXIT.
           EXIT.

       WRITE-HISTORY-FINDING.
           MOVE HIST-EMP-ID TO FND-EMP-ID
           MOVE HIST-EFF-FROM TO FND-EFF-FROM
           MOVE HIST-EFF-TO TO FND-EFF-TO
           PERFORM WRITE-FINDING-LINE.

       READ-NEXT-HISTORY.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   SET END-OF-HISTORY TO TRUE
                   GO TO READ-NEXT-HISTORY-EXIT
           END-READ
           ADD 1 TO HISTORY-COUNT.

       READ-NEXT-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      * The latest row ends on the day its name was replaced by the
      * one the master carries now: that day cannot be in the future,
      * and a replacement by the very same name means the master and
      * the history have come apart (a restore of one without the
      * other, or a change that never reached the master).
      ******************************************************************
       CHECK-HANDOVER.
           MOVE SPACES TO FND-DETAIL
           IF LATEST-EFF-TO IS NUMERIC
               AND LATEST-EFF-TO > RUN-DATE-WORK
               MOVE "LATEST ROW ENDS AFTER TODAY" TO FND-DETAIL
           END-IF
           IF LATEST-NAME = CURRENT-NAME
               MOVE "LATEST ROW HOLDS THE CURRENT MASTER NAME"
                   TO FND-DETAIL
           END-IF
           IF FND-DETAIL NOT = SPACES
               ADD 1 TO HANDOVER-COUNT
               MOVE "HANDOVER" TO FND-CONDITION
               MOVE CURRENT-EMP-ID TO FND-EMP-ID
               MOVE LATEST-EFF-FROM TO FND-EFF-FROM
               MOVE LATEST-EFF-TO TO FND-EFF-TO
               PERFORM WRITE-FINDING-LINE
           END-IF.

      ******************************************************************
      * Walks the master in LAST-NAME order and compares each employee
      * with the ones already read under the same last name. Every
      * matching pair is listed once, against the later employee.
      ******************************************************************
       CHECK-DUPLICATE-NAMES.
           MOVE "N" TO END-OF-MASTER-SWITCH
           MOVE LOW-VALUES TO LAST-NAME
           START EMPLOYEE-FILE KEY >= LAST-NAME
               INVALID KEY
                   GO TO CHECK-DUPLICATE-NAMES-EXIT
           END-START
           MOVE HIGH-VALUES TO GROUP-LAST-NAME
           PERFORM CHECK-ONE-NAME THRU CHECK-ONE-NAME-EXIT
               UNTIL END-OF-MASTER.

       CHECK-DUPLICATE-NAMES-EXIT.
           EXIT.

       CHECK-ONE-NAME.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END
                   SET END-OF-MASTER TO TRUE
                   GO TO CHECK-ONE-NAME-EXIT
           END-READ
           IF LAST-NAME NOT = GROUP-LAST-NAME
               MOVE LAST-NAME TO GROUP-LAST-NAME
               MOVE ZERO TO NAME-GROUP-COUNT
               MOVE "N" TO GROUP-FULL-SWITCH
           END-IF

           PERFORM COMPARE-ONE-GROUP-ENTRY
               VARYING NAME-GROUP-SUB FROM 1 BY 1
               UNTIL NAME-GROUP-SUB > NAME-GROUP-COUNT

           IF NAME-GROUP-COUNT < NAME-GROUP-LIMIT
               ADD 1 TO NAME-GROUP-COUNT
               MOVE EMP-ID TO GRP-EMP-ID (NAME-GROUP-COUNT)
               MOVE FIRST-NAME TO GRP-FIRST-NAME (NAME-GROUP-COUNT)
               MOVE MIDDLE-NAME TO GRP-MIDDLE-NAME (NAME-GROUP-COUNT)
               MOVE SUFFIX TO GRP-SUFFIX (NAME-GROUP-COUNT)
           ELSE
               IF NOT GROUP-FULL
                   DISPLAY "EMPCHECK: MORE THAN " NAME-GROUP-LIMIT
                       " EMPLOYEES NAMED " LAST-NAME
                       " - LATER ONES NOT COMPARED WITH EACH OTHER"
                   SET GROUP-FULL TO TRUE
               END-IF
           END-IF.

       CHECK-ONE-NAME-EXIT.
           EXIT.

       COMPARE-ONE-GROUP-ENTRY.
           IF GRP-FIRST-NAME (NAME-GROUP-SUB) = FIRST-NAME
               AND GRP-MIDDLE-NAME (NAME-GROUP-SUB) = MIDDLE-NAME
               AND GRP-SUFFIX (NAME-GROUP-SUB) = SUFFIX
               ADD 1 TO DUPLICATE-COUNT
               MOVE "DUPLICATE" TO FND-CONDITION
               MOVE EMP-ID TO FND-EMP-ID
               MOVE SPACES TO FND-EFF-FROM
               MOVE SPACES TO FND-EFF-TO
               MOVE SPACES TO FND-DETAIL
               STRING "SAME NAME AS " DELIMITED BY SIZE
                   GRP-EMP-ID (NAME-GROUP-SUB) DELIMITED BY SPACE
                   " - " DELIMITED BY SIZE
                   FIRST-NAME DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   MIDDLE-NAME DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   LAST-NAME DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   SUFFIX DELIMITED BY SPACE
                   INTO FND-DETAIL
               PERFORM WRITE-FINDING-LINE
           END-IF.

       WRITE-FINDING-LINE.
           ADD 1 TO FINDING-COUNT
           WRITE PRINT-LINE FROM FINDING-LINE.

       PRINT-TOTALS.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           IF FINDING-COUNT = ZERO
               MOVE "NO FINDINGS - MASTER AND HISTORY AGREE"
                   TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           MOVE "MASTER RECORDS READ  . . . :" TO TOT-LABEL
           MOVE MASTER-COUNT TO TOT-COUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "HISTORY ROWS READ  . . . . :" TO TOT-LABEL
           MOVE HISTORY-COUNT TO TOT-COUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "ORPHAN HISTORY ROWS  . . . :" TO TOT-LABEL
           MOVE ORPHAN-COUNT TO TOT-COUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "OVERLAPPING RANGES . . . . :" TO TOT-LABEL
           MOVE OVERLAP-COUNT TO TOT-COUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "GAPS IN RANGES . . . . . . :" TO TOT-LABEL
           MOVE GAP-COUNT TO TOT-COUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "BAD HAND-OVERS . . . . . . :" TO TOT-LABEL
           MOVE HANDOVER-COUNT TO TOT-COUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "BAD NAMES  . . . . . . . . :" TO TOT-LABEL
           MOVE NAME-COUNT TO TOT-COUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "POSSIBLE DUPLICATE HIRES . :" TO TOT-LABEL
           MOVE DUPLICATE-COUNT TO TOT-COUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "TOTAL FINDINGS . . . . . . :" TO TOT-LABEL
           MOVE FINDING-COUNT TO TOT-COUNT
           WRITE PRINT-LINE FROM TOTAL-LINE.

       END PROGRAM EMPCHECK.
