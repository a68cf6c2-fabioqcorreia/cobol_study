      ******************************************************************
      * Author: Fábio Correia
      * Date: 2026-10-15
      * Purpose: study - equation data entry, launched from OPMENU.
      *          Departments with no upstream system of their own send
      *          paper sheets, and the text file keyed from them kept
      *          failing EQEDIT on a stray letter or a missing sign
      *          byte. Here a clerk keys each equation - a department
      *          picked from DEPTREF and the A/B/C coefficients - and
      *          every field is checked as it is keyed against the
      *          same rules EQEDIT applies (see EQEDIT's reason
      *          codes), so a mistake is fixed at the keyboard instead
      *          of coming back the next morning on EQREJECT:
      *            A - add an entry;
      *            L - list the pending entries;
      *            C - change a pending entry (a blank answer keeps
      *                the value it had);
      *            D - delete a pending entry;
      *            X - close the batch.
      *          Entries wait in EQENTPND until the batch is closed,
      *          so a clerk can leave and come back to it. Closing
      *          writes them to EQINP04 as an ordinary supplier batch
      *          under an EQCTLREC header (system-id EQENTRY) and a
      *          counted trailer, which EQCOLLECT picks up with the
      *          upstream systems' EQINP01-03, empties EQENTPND, and
      *          notes the clerk and the closing time on AUDITLOG.
      *          Actions repeat until the clerk keys a blank one.
      * Tectonics: cobc
      ******************************************************************
      * A coefficient is keyed exactly as the EQPRECA text field
      * holds it: a "+" or "-" sign byte and 11 digits, the last two
      * of them decimals (+00000012550 is 125.50). A department must
      * be on DEPTREF and active today.
      *
      * Closing twice before the window has collected EQINP04 does
      * not lose the first batch: whatever EQINP04 holds that is not
      * yet on the EQREGSTR registry is carried into the new batch.
      * EQCOLLECT empties EQINP04 once it has collected and registered
      * the batch, so no batch goes into two windows; an empty EQINP04
      * is the same as none. Once a window has registered today's
      * batch (EQENTRY under today's date on EQREGSTR), a second one
      * dated today would be held by EQCOLLECT as a re-sent file, so
      * the close is refused and the entries stay pending for the
      * next day.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQENTRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-ENTRY-FILE ASSIGN TO "EQENTPND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-ENTRY-STATUS.
           SELECT DEPT-REF-FILE ASSIGN TO "DEPTREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-REF-STATUS.
           SELECT SUPPLIER-FILE ASSIGN TO "EQINP04"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUPPLIER-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO "EQREGSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTRY-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-ENTRY-FILE.
       01 PENDING-ENTRY-RECORD.
          05 PND-ENTRY-NUMBER PIC 9(05).
          05 FILLER PIC X(01).
          05 PND-EQUATION-IMAGE.
             10 PND-COEFFICIENT OCCURS 3 TIMES PIC X(12).
             10 PND-DEPT-CODE PIC X(04).
          05 FILLER PIC X(01).
          05 PND-CLERK-ID PIC X(08).
          05 FILLER PIC X(01).
          05 PND-KEYED-DATE PIC X(08).
          05 PND-KEYED-TIME PIC X(06).

       FD  DEPT-REF-FILE.
           COPY DEPTREC.

       FD  SUPPLIER-FILE.
       01 SUPPLIER-RECORD PIC X(80).
           COPY EQCTLREC REPLACING LEADING ==EQC== BY ==SUP==.

       FD  REGISTRY-FILE.
           COPY EQREGREC.

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
           COPY RUNID.
           COPY AUDSEALC.
       01 PENDING-ENTRY-STATUS PIC X(02).
       01 DEPT-REF-STATUS PIC X(02).
       01 SUPPLIER-STATUS PIC X(02).
       01 REGISTRY-STATUS PIC X(02).
       01 AUDIT-LOG-STATUS PIC X(02).
       01 END-OF-PENDING-SWITCH PIC X(01) VALUE "N".
          88 END-OF-PENDING VALUE "Y".
       01 END-OF-DEPTS-SWITCH PIC X(01) VALUE "N".
          88 END-OF-DEPTS VALUE "Y".
       01 END-OF-SUPPLIER-SWITCH PIC X(01) VALUE "N".
          88 END-OF-SUPPLIER VALUE "Y".
       01 END-OF-REGISTRY-SWITCH PIC X(01) VALUE "N".
          88 END-OF-REGISTRY VALUE "Y".
       01 DONE-SWITCH PIC X(01) VALUE "N".
          88 CLERK-IS-DONE VALUE "Y".
       01 ENTRY-CHANGED-SWITCH PIC X(01) VALUE "N".
          88 ENTRY-CHANGED VALUE "Y".
       01 FIELD-DONE-SWITCH PIC X(01) VALUE "N".
          88 FIELD-DONE VALUE "Y".
       01 ENTRY-ABANDONED-SWITCH PIC X(01) VALUE "N".
          88 ENTRY-ABANDONED VALUE "Y".
       01 CHANGING-SWITCH PIC X(01) VALUE "N".
          88 CHANGING-ENTRY VALUE "Y".
       01 CLOSE-REFUSED-SWITCH PIC X(01) VALUE "N".
          88 CLOSE-REFUSED VALUE "Y".
       01 RUN-DATE-WORK PIC X(08).
       01 RUN-TIME-WORK PIC X(08).
       01 TODAY-DATE PIC X(08).
       01 CLERK-ID PIC X(08).
       01 ENTRY-SYSTEM-ID PIC X(08) VALUE "EQENTRY".

       01 MAINT-ACTION PIC X(01).
       01 KEYED-NUMBER PIC X(05).
       01 KEYED-ENTRY-NUMBER PIC 9(05).
       01 KEYED-DIGIT PIC 9(01).
       01 NUMBER-SUB PIC 9(01).
       01 KEYED-NUMBER-VALID-SWITCH PIC X(01).
          88 KEYED-NUMBER-VALID VALUE "Y".
       01 KEYED-DEPT PIC X(08).
       01 KEYED-COEFFICIENT PIC X(20).
       01 KEYED-CONFIRM PIC X(01).
       01 ADDED-COUNT PIC 9(05) VALUE ZERO.
       01 CHANGED-COUNT PIC 9(05) VALUE ZERO.
       01 DELETED-COUNT PIC 9(05) VALUE ZERO.
       01 CLOSED-COUNT PIC 9(05) VALUE ZERO.
       01 CARRIED-COUNT PIC 9(05) VALUE ZERO.
       01 NEXT-ENTRY-NUMBER PIC 9(05) VALUE ZERO.

      * The entry being keyed, in the 40-byte EQINPUT detail layout
      * EQEDIT reads: three 12-byte coefficients and the department.
       01 WORK-EQUATION-IMAGE.
          05 WORK-COEFFICIENT OCCURS 3 TIMES PIC X(12).
          05 WORK-DEPT-CODE PIC X(04).
       01 COEF-SUB PIC 9(01).
       01 COEF-LETTERS PIC X(03) VALUE "ABC".
       01 EDIT-REASON-CODE PIC X(03).
       01 EDIT-REASON-TEXT PIC X(24).
       01 COEFFICIENT-CHECK-AREA.
          05 CHECK-COEFFICIENT PIC X(12).
       01 COEFFICIENT-VALUE-AREA REDEFINES COEFFICIENT-CHECK-AREA.
           COPY EQPRECA REPLACING ==EQ-PREC-FIELD== BY ==CHECK-VALUE==
               ==EQ-PREC-USAGE== BY
               ==USAGE DISPLAY SIGN IS LEADING SEPARATE CHARACTER==.
       01 COEFFICIENT-EDITED PIC -(9)9.99.

       01 ENTRY-TABLE.
          05 ENTRY-COUNT PIC 9(05) VALUE ZERO.
          05 ENTRY-ROW OCCURS 500 TIMES.
             10 ENT-NUMBER PIC 9(05).
             10 ENT-EQUATION-IMAGE.
                15 ENT-COEFFICIENT OCCURS 3 TIMES PIC X(12).
                15 ENT-DEPT-CODE PIC X(04).
             10 ENT-CLERK-ID PIC X(08).
             10 ENT-KEYED-DATE PIC X(08).
             10 ENT-KEYED-TIME PIC X(06).
       01 ENTRY-LIMIT PIC 9(05) VALUE 500.
       01 ENTRY-SUB PIC 9(05).
       01 ENTRY-HIT-INDEX PIC 9(05) VALUE ZERO.
       01 ENTRY-HIT-SWITCH PIC X(01).
          88 ENTRY-HIT VALUE "Y".

      * Details already on an EQINP04 the window has not collected,
      * carried into the next batch so a second close loses nothing.
       01 CARRY-TABLE.
          05 CARRY-ENTRY-COUNT PIC 9(05) VALUE ZERO.
          05 CARRY-IMAGE OCCURS 500 TIMES PIC X(40).
       01 CARRY-LIMIT PIC 9(05) VALUE 500.
       01 CARRY-SUB PIC 9(05).
       01 EXISTING-RECORD-COUNT PIC 9(05) VALUE ZERO.
       01 EXISTING-HEADER-SWITCH PIC X(01) VALUE "N".
          88 EXISTING-HEADER-SEEN VALUE "Y".
       01 EXISTING-CREATE-DATE PIC X(08).
       01 EXISTING-SYSTEM-ID PIC X(08).
       01 BATCH-TOTAL PIC 9(07).

       01 DEPT-TABLE.
          05 DEPT-ENTRY-COUNT PIC 9(03) VALUE ZERO.
          05 DEPT-ENTRY OCCURS 100 TIMES.
             10 DEPT-TABLE-CODE PIC X(04).
             10 DEPT-TABLE-NAME PIC X(24).
             10 DEPT-TABLE-EFF-FROM PIC X(08).
             10 DEPT-TABLE-EFF-TO PIC X(08).
       01 DEPT-LIMIT PIC 9(03) VALUE 100.
       01 DEPT-SUB PIC 9(03).
       01 DEPT-HIT-INDEX PIC 9(03) VALUE ZERO.
       01 DEPT-AS-OF-DATE PIC X(08).
       01 DEPT-HIT-SWITCH PIC X(01).
          88 DEPT-HIT VALUE "Y".

       01 REGISTERED-SWITCH PIC X(01) VALUE "N".
          88 EXISTING-REGISTERED VALUE "Y".

       01 AUDIT-EVENT-INPUT PIC X(48).
       01 AUDIT-EVENT-RESULT PIC X(40).

       01 LIST-LINE.
          05 LST-NUMBER PIC Z(04)9.
          05 FILLER PIC X(01) VALUE SPACE.
          05 LST-DEPT PIC X(04).
          05 FILLER PIC X(01) VALUE SPACE.
          05 LST-COEFFICIENT OCCURS 3 TIMES.
             10 LST-COEF-VALUE PIC -(9)9.99.
             10 FILLER PIC X(01).
          05 LST-CLERK PIC X(08).
          05 FILLER PIC X(01) VALUE SPACE.
          05 LST-KEYED-TIME PIC X(06).

       01 DEPT-LIST-LINE.
          05 DLS-CODE PIC X(04).
          05 FILLER PIC X(02) VALUE SPACES.
          05 DLS-NAME PIC X(24).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
      * A CALLed subprogram keeps last-used state between calls;
      * reset what each session depends on.
           MOVE "N" TO DONE-SWITCH
           MOVE ZERO TO ADDED-COUNT
           MOVE ZERO TO CHANGED-COUNT
           MOVE ZERO TO DELETED-COUNT
           MOVE ZERO TO CLOSED-COUNT
           MOVE ZERO TO DEPT-ENTRY-COUNT
           MOVE "N" TO END-OF-DEPTS-SWITCH
           IF BATCH-RUN-ID = SPACES OR BATCH-RUN-ID = LOW-VALUES
               PERFORM ASSIGN-RUN-ID
           END-IF
           IF BUSINESS-DATE = SPACES OR BUSINESS-DATE = LOW-VALUES
               ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF
           IF OPERATOR-ID = LOW-VALUES
               MOVE SPACES TO OPERATOR-ID
           END-IF

      * The clerk is whoever signed on to OPMENU; run on its own the
      * program asks, since every batch must say who keyed it.
           MOVE OPERATOR-ID TO CLERK-ID
           IF CLERK-ID = SPACES
               DISPLAY "CLERK ID: " WITH NO ADVANCING
               ACCEPT CLERK-ID
               INSPECT CLERK-ID CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE CLERK-ID TO OPERATOR-ID
           END-IF
           IF CLERK-ID = SPACES
               DISPLAY "EQENTRY: NO CLERK ID - REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE TODAY-DATE TO DEPT-AS-OF-DATE
           PERFORM LOAD-DEPT-TABLE THRU LOAD-DEPT-TABLE-EXIT
           IF DEPT-ENTRY-COUNT = ZERO
               DISPLAY "EQENTRY: DEPTREF MISSING OR EMPTY - NO "
                   "DEPARTMENT CAN BE KEYED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-PENDING-ENTRIES
               THRU LOAD-PENDING-ENTRIES-EXIT
           DISPLAY "EQENTRY: " ENTRY-COUNT " ENTRY(IES) PENDING"

           PERFORM MAINTAIN-ONE-ENTRY THRU MAINTAIN-ONE-ENTRY-EXIT
               UNTIL CLERK-IS-DONE

           DISPLAY "EQENTRY: ADDED " ADDED-COUNT " CHANGED "
               CHANGED-COUNT " DELETED " DELETED-COUNT
               " CLOSED " CLOSED-COUNT
           GOBACK.

      ******************************************************************
      * One entry action. The pending entries are reloaded first so
      * what another clerk keyed or closed since the last action is
      * not overwritten.
      ******************************************************************
       MAINTAIN-ONE-ENTRY.
           DISPLAY " "
           DISPLAY "=============== EQUATION ENTRY ==================="
           DISPLAY "A. ADD ENTRY           L. LIST PENDING ENTRIES"
           DISPLAY "C. CHANGE ENTRY        D. DELETE ENTRY"
           DISPLAY "X. CLOSE THE BATCH"
           DISPLAY "ACTION, BLANK TO LEAVE: " WITH NO ADVANCING
           MOVE SPACES TO MAINT-ACTION
           ACCEPT MAINT-ACTION
           INSPECT MAINT-ACTION CONVERTING "acdlx" TO "ACDLX"
           IF MAINT-ACTION = SPACE
               SET CLERK-IS-DONE TO TRUE
               GO TO MAINTAIN-ONE-ENTRY-EXIT
           END-IF

           PERFORM LOAD-PENDING-ENTRIES
               THRU LOAD-PENDING-ENTRIES-EXIT
           MOVE "N" TO ENTRY-CHANGED-SWITCH
           EVALUATE MAINT-ACTION
               WHEN "A"
                   PERFORM ADD-ENTRY THRU ADD-ENTRY-EXIT
               WHEN "L"
                   PERFORM LIST-ENTRIES
               WHEN "C"
                   PERFORM CHANGE-ENTRY THRU CHANGE-ENTRY-EXIT
               WHEN "D"
                   PERFORM DELETE-ENTRY THRU DELETE-ENTRY-EXIT
               WHEN "X"
                   PERFORM CLOSE-BATCH THRU CLOSE-BATCH-EXIT
               WHEN OTHER
                   DISPLAY "EQENTRY: UNKNOWN ACTION " MAINT-ACTION
           END-EVALUATE

           IF ENTRY-CHANGED
               PERFORM REWRITE-PENDING-ENTRIES
           END-IF.

       MAINTAIN-ONE-ENTRY-EXIT.
           EXIT.

       ADD-ENTRY.
           IF ENTRY-COUNT NOT < ENTRY-LIMIT
               DISPLAY "EQENTRY: BATCH FULL AT " ENTRY-LIMIT
                   " ENTRIES - CLOSE IT FIRST"
               GO TO ADD-ENTRY-EXIT
           END-IF
           MOVE "N" TO CHANGING-SWITCH
           MOVE SPACES TO WORK-EQUATION-IMAGE
           PERFORM KEY-EQUATION-FIELDS THRU KEY-EQUATION-FIELDS-EXIT
           IF ENTRY-ABANDONED
               DISPLAY "EQENTRY: ENTRY ABANDONED - NOTHING ADDED"
               GO TO ADD-ENTRY-EXIT
           END-IF

           ADD 1 TO ENTRY-COUNT
           ADD 1 TO NEXT-ENTRY-NUMBER
           MOVE NEXT-ENTRY-NUMBER TO ENT-NUMBER (ENTRY-COUNT)
           MOVE WORK-EQUATION-IMAGE TO ENT-EQUATION-IMAGE (ENTRY-COUNT)
           MOVE CLERK-ID TO ENT-CLERK-ID (ENTRY-COUNT)
           MOVE ENTRY-COUNT TO ENTRY-SUB
           PERFORM STAMP-ENTRY-TIME
           SET ENTRY-CHANGED TO TRUE
           ADD 1 TO ADDED-COUNT
           DISPLAY "EQENTRY: ENTRY " NEXT-ENTRY-NUMBER " ADDED".

       ADD-ENTRY-EXIT.
           EXIT.

       CHANGE-ENTRY.
           PERFORM ACCEPT-ENTRY-NUMBER THRU ACCEPT-ENTRY-NUMBER-EXIT
           IF NOT ENTRY-HIT
               GO TO CHANGE-ENTRY-EXIT
           END-IF
           MOVE ENTRY-HIT-INDEX TO ENTRY-SUB
           PERFORM LIST-ONE-ENTRY
           DISPLAY "KEY THE NEW VALUES - BLANK KEEPS THE VALUE SHOWN"
           SET CHANGING-ENTRY TO TRUE
           MOVE ENT-EQUATION-IMAGE (ENTRY-HIT-INDEX)
               TO WORK-EQUATION-IMAGE
           PERFORM KEY-EQUATION-FIELDS THRU KEY-EQUATION-FIELDS-EXIT
           IF WORK-EQUATION-IMAGE = ENT-EQUATION-IMAGE (ENTRY-HIT-INDEX)
               DISPLAY "EQENTRY: ENTRY " KEYED-ENTRY-NUMBER
                   " UNCHANGED"
               GO TO CHANGE-ENTRY-EXIT
           END-IF

           MOVE WORK-EQUATION-IMAGE
               TO ENT-EQUATION-IMAGE (ENTRY-HIT-INDEX)
           MOVE CLERK-ID TO ENT-CLERK-ID (ENTRY-HIT-INDEX)
           MOVE ENTRY-HIT-INDEX TO ENTRY-SUB
           PERFORM STAMP-ENTRY-TIME
           SET ENTRY-CHANGED TO TRUE
           ADD 1 TO CHANGED-COUNT
           DISPLAY "EQENTRY: ENTRY " KEYED-ENTRY-NUMBER " CHANGED".

       CHANGE-ENTRY-EXIT.
           EXIT.

       DELETE-ENTRY.
           PERFORM ACCEPT-ENTRY-NUMBER THRU ACCEPT-ENTRY-NUMBER-EXIT
           IF NOT ENTRY-HIT
               GO TO DELETE-ENTRY-EXIT
           END-IF
           MOVE ENTRY-HIT-INDEX TO ENTRY-SUB
           PERFORM LIST-ONE-ENTRY
           DISPLAY "DELETE THIS ENTRY (Y/N): " WITH NO ADVANCING
           MOVE SPACES TO KEYED-CONFIRM
           ACCEPT KEYED-CONFIRM
           INSPECT KEYED-CONFIRM CONVERTING "y" TO "Y"
           IF KEYED-CONFIRM NOT = "Y"
               DISPLAY "EQENTRY: ENTRY " KEYED-ENTRY-NUMBER " KEPT"
               GO TO DELETE-ENTRY-EXIT
           END-IF

      * The rows after it move up one; entry numbers are kept, so the
      * numbers the clerk has already noted stay good.
           PERFORM SHIFT-ONE-ENTRY-UP
               VARYING ENTRY-SUB FROM ENTRY-HIT-INDEX BY 1
               UNTIL ENTRY-SUB NOT < ENTRY-COUNT
           SUBTRACT 1 FROM ENTRY-COUNT
           SET ENTRY-CHANGED TO TRUE
           ADD 1 TO DELETED-COUNT
           DISPLAY "EQENTRY: ENTRY " KEYED-ENTRY-NUMBER " DELETED".

       DELETE-ENTRY-EXIT.
           EXIT.

       SHIFT-ONE-ENTRY-UP.
           MOVE ENTRY-ROW (ENTRY-SUB + 1) TO ENTRY-ROW (ENTRY-SUB).

       ACCEPT-ENTRY-NUMBER.
           MOVE "N" TO ENTRY-HIT-SWITCH
           IF ENTRY-COUNT = ZERO
               DISPLAY "EQENTRY: NO ENTRIES PENDING"
               GO TO ACCEPT-ENTRY-NUMBER-EXIT
           END-IF
           DISPLAY "ENTRY NUMBER: " WITH NO ADVANCING
           MOVE SPACES TO KEYED-NUMBER
           ACCEPT KEYED-NUMBER
           IF KEYED-NUMBER = SPACES
               GO TO ACCEPT-ENTRY-NUMBER-EXIT
           END-IF
           PERFORM CONVERT-KEYED-NUMBER
           IF NOT KEYED-NUMBER-VALID
               DISPLAY "EQENTRY: ENTRY NUMBER NOT NUMERIC"
               GO TO ACCEPT-ENTRY-NUMBER-EXIT
           END-IF
           PERFORM FIND-ENTRY
           IF NOT ENTRY-HIT
               DISPLAY "EQENTRY: NO PENDING ENTRY " KEYED-ENTRY-NUMBER
           END-IF.

       ACCEPT-ENTRY-NUMBER-EXIT.
           EXIT.

       CONVERT-KEYED-NUMBER.
           MOVE ZERO TO KEYED-ENTRY-NUMBER
           MOVE "Y" TO KEYED-NUMBER-VALID-SWITCH
           PERFORM CONVERT-ONE-DIGIT
               VARYING NUMBER-SUB FROM 1 BY 1
               UNTIL NUMBER-SUB > 5
               OR KEYED-NUMBER (NUMBER-SUB:1) = SPACE
               OR NOT KEYED-NUMBER-VALID.

       CONVERT-ONE-DIGIT.
           IF KEYED-NUMBER (NUMBER-SUB:1) >= "0"
               AND KEYED-NUMBER (NUMBER-SUB:1) <= "9"
               MOVE KEYED-NUMBER (NUMBER-SUB:1) TO KEYED-DIGIT
               COMPUTE KEYED-ENTRY-NUMBER
                   = KEYED-ENTRY-NUMBER * 10 + KEYED-DIGIT
           ELSE
               MOVE "N" TO KEYED-NUMBER-VALID-SWITCH
           END-IF.

       FIND-ENTRY.
           MOVE "N" TO ENTRY-HIT-SWITCH
           MOVE ZERO TO ENTRY-HIT-INDEX
           PERFORM CHECK-ENTRY
               VARYING ENTRY-SUB FROM 1 BY 1
               UNTIL ENTRY-SUB > ENTRY-COUNT OR ENTRY-HIT.

       CHECK-ENTRY.
           IF ENT-NUMBER (ENTRY-SUB) = KEYED-ENTRY-NUMBER
               SET ENTRY-HIT TO TRUE
               MOVE ENTRY-SUB TO ENTRY-HIT-INDEX
           END-IF.

      ******************************************************************
      * Keys the department and the three coefficients of one entry
      * into WORK-EQUATION-IMAGE, each field re-asked until it passes.
      * A blank answer abandons a new entry, or keeps the current
      * value when an entry is being changed.
      ******************************************************************
       KEY-EQUATION-FIELDS.
           MOVE "N" TO ENTRY-ABANDONED-SWITCH
           MOVE "N" TO FIELD-DONE-SWITCH
           PERFORM ACCEPT-DEPARTMENT THRU ACCEPT-DEPARTMENT-EXIT
               UNTIL FIELD-DONE OR ENTRY-ABANDONED
           IF ENTRY-ABANDONED
               GO TO KEY-EQUATION-FIELDS-EXIT
           END-IF
           PERFORM KEY-ONE-COEFFICIENT THRU KEY-ONE-COEFFICIENT-EXIT
               VARYING COEF-SUB FROM 1 BY 1
               UNTIL COEF-SUB > 3 OR ENTRY-ABANDONED.

       KEY-EQUATION-FIELDS-EXIT.
           EXIT.

       KEY-ONE-COEFFICIENT.
           MOVE "N" TO FIELD-DONE-SWITCH
           PERFORM ACCEPT-COEFFICIENT THRU ACCEPT-COEFFICIENT-EXIT
               UNTIL FIELD-DONE OR ENTRY-ABANDONED.

       KEY-ONE-COEFFICIENT-EXIT.
           EXIT.

       ACCEPT-DEPARTMENT.
           DISPLAY "DEPARTMENT CODE (? TO LIST): " WITH NO ADVANCING
           MOVE SPACES TO KEYED-DEPT
           ACCEPT KEYED-DEPT
           INSPECT KEYED-DEPT CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF KEYED-DEPT = SPACES
               IF CHANGING-ENTRY
                   SET FIELD-DONE TO TRUE
               ELSE
                   SET ENTRY-ABANDONED TO TRUE
               END-IF
               GO TO ACCEPT-DEPARTMENT-EXIT
           END-IF
           IF KEYED-DEPT = "?"
               PERFORM LIST-ACTIVE-DEPARTMENTS
               GO TO ACCEPT-DEPARTMENT-EXIT
           END-IF
           IF KEYED-DEPT (5:4) NOT = SPACES
               DISPLAY "EQENTRY: D01 DEPARTMENT CODE UNKNOWN - "
                   "KEY IT AGAIN"
               GO TO ACCEPT-DEPARTMENT-EXIT
           END-IF

           MOVE SPACES TO EDIT-REASON-CODE
           MOVE KEYED-DEPT TO WORK-DEPT-CODE
           PERFORM VALIDATE-DEPT-CODE
           IF EDIT-REASON-CODE NOT = SPACES
               DISPLAY "EQENTRY: " EDIT-REASON-CODE " "
                   EDIT-REASON-TEXT " - KEY IT AGAIN"
               GO TO ACCEPT-DEPARTMENT-EXIT
           END-IF
           DISPLAY "          " DEPT-TABLE-NAME (DEPT-HIT-INDEX)
           SET FIELD-DONE TO TRUE.

       ACCEPT-DEPARTMENT-EXIT.
           EXIT.

       ACCEPT-COEFFICIENT.
           DISPLAY "COEFFICIENT " COEF-LETTERS (COEF-SUB:1)
               " (SIGN + 11 DIGITS, E.G. +00000012550): "
               WITH NO ADVANCING
           MOVE SPACES TO KEYED-COEFFICIENT
           ACCEPT KEYED-COEFFICIENT
           IF KEYED-COEFFICIENT = SPACES
               IF CHANGING-ENTRY
                   SET FIELD-DONE TO TRUE
               ELSE
                   SET ENTRY-ABANDONED TO TRUE
               END-IF
               GO TO ACCEPT-COEFFICIENT-EXIT
           END-IF
           IF KEYED-COEFFICIENT (13:8) NOT = SPACES
               DISPLAY "EQENTRY: MORE THAN 12 CHARACTERS KEYED - "
                   "KEY IT AGAIN"
               GO TO ACCEPT-COEFFICIENT-EXIT
           END-IF

           MOVE SPACES TO EDIT-REASON-CODE
           MOVE KEYED-COEFFICIENT TO CHECK-COEFFICIENT
           PERFORM VALIDATE-ONE-COEFFICIENT
           IF EDIT-REASON-CODE NOT = SPACES
               DISPLAY "EQENTRY: " EDIT-REASON-CODE " "
                   EDIT-REASON-TEXT " - KEY IT AGAIN"
               GO TO ACCEPT-COEFFICIENT-EXIT
           END-IF
           MOVE CHECK-COEFFICIENT TO WORK-COEFFICIENT (COEF-SUB)
           MOVE CHECK-VALUE TO COEFFICIENT-EDITED
           DISPLAY "          " COEF-LETTERS (COEF-SUB:1) " = "
               COEFFICIENT-EDITED
           SET FIELD-DONE TO TRUE.

       ACCEPT-COEFFICIENT-EXIT.
           EXIT.

      ******************************************************************
      * The EQEDIT rule for one coefficient of the EQPRECA layout:
      * byte 1 must be the separate leading sign and the remaining
      * bytes must all be digits. Leaves the same reason code and
      * text EQEDIT would write to EQREJECT.
      ******************************************************************
       VALIDATE-ONE-COEFFICIENT.
           IF CHECK-COEFFICIENT (1:1) NOT = "+" AND
              CHECK-COEFFICIENT (1:1) NOT = "-"
               STRING COEF-LETTERS (COEF-SUB:1) DELIMITED BY SIZE
                   "01" DELIMITED BY SIZE
                   INTO EDIT-REASON-CODE
               MOVE "SIGN BYTE NOT + OR -" TO EDIT-REASON-TEXT
           ELSE
               IF CHECK-COEFFICIENT (2:11) IS NOT NUMERIC
                   STRING COEF-LETTERS (COEF-SUB:1) DELIMITED BY SIZE
                       "02" DELIMITED BY SIZE
                       INTO EDIT-REASON-CODE
                   MOVE "DIGITS NOT ALL NUMERIC" TO EDIT-REASON-TEXT
               END-IF
           END-IF.

      ******************************************************************
      * The EQEDIT rule for the department: unknown or blank is D01,
      * on file but not active today (on or after its active-from
      * date and before the date it was deactivated as of) is D02.
      * Blank dates mean active since always.
      ******************************************************************
       VALIDATE-DEPT-CODE.
           MOVE "N" TO DEPT-HIT-SWITCH
           MOVE ZERO TO DEPT-HIT-INDEX
           PERFORM CHECK-DEPT-ENTRY
               VARYING DEPT-SUB FROM 1 BY 1
               UNTIL DEPT-SUB > DEPT-ENTRY-COUNT OR DEPT-HIT
           IF NOT DEPT-HIT
               MOVE "D01" TO EDIT-REASON-CODE
               MOVE "DEPARTMENT CODE UNKNOWN" TO EDIT-REASON-TEXT
           ELSE
               IF DEPT-TABLE-EFF-FROM (DEPT-HIT-INDEX) > DEPT-AS-OF-DATE
                   OR (DEPT-TABLE-EFF-TO (DEPT-HIT-INDEX) NOT = SPACES
                   AND DEPT-TABLE-EFF-TO (DEPT-HIT-INDEX)
                       NOT > DEPT-AS-OF-DATE)
                   MOVE "D02" TO EDIT-REASON-CODE
                   MOVE "DEPARTMENT NOT ACTIVE" TO EDIT-REASON-TEXT
               END-IF
           END-IF.

       CHECK-DEPT-ENTRY.
           IF DEPT-TABLE-CODE (DEPT-SUB) = WORK-DEPT-CODE
               SET DEPT-HIT TO TRUE
               MOVE DEPT-SUB TO DEPT-HIT-INDEX
           END-IF.

       LIST-ACTIVE-DEPARTMENTS.
           DISPLAY "CODE  DEPARTMENT"
           PERFORM LIST-ONE-DEPARTMENT
               VARYING DEPT-SUB FROM 1 BY 1
               UNTIL DEPT-SUB > DEPT-ENTRY-COUNT.

       LIST-ONE-DEPARTMENT.
           IF DEPT-TABLE-EFF-FROM (DEPT-SUB) > DEPT-AS-OF-DATE
               OR (DEPT-TABLE-EFF-TO (DEPT-SUB) NOT = SPACES
               AND DEPT-TABLE-EFF-TO (DEPT-SUB) NOT > DEPT-AS-OF-DATE)
               CONTINUE
           ELSE
               MOVE DEPT-TABLE-CODE (DEPT-SUB) TO DLS-CODE
               MOVE DEPT-TABLE-NAME (DEPT-SUB) TO DLS-NAME
               DISPLAY DEPT-LIST-LINE
           END-IF.

       STAMP-ENTRY-TIME.
           ACCEPT RUN-DATE-WORK FROM DATE YYYYMMDD
           ACCEPT RUN-TIME-WORK FROM TIME
           MOVE RUN-DATE-WORK TO ENT-KEYED-DATE (ENTRY-SUB)
           MOVE RUN-TIME-WORK (1:6) TO ENT-KEYED-TIME (ENTRY-SUB).

       LIST-ENTRIES.
           DISPLAY "ENTRY DEPT             A             B"
               "             C CLERK    KEYED"
           PERFORM LIST-ONE-ENTRY
               VARYING ENTRY-SUB FROM 1 BY 1
               UNTIL ENTRY-SUB > ENTRY-COUNT
           DISPLAY "EQENTRY: " ENTRY-COUNT " ENTRY(IES) PENDING".

       LIST-ONE-ENTRY.
           MOVE SPACES TO LIST-LINE
           MOVE ENT-NUMBER (ENTRY-SUB) TO LST-NUMBER
           MOVE ENT-DEPT-CODE (ENTRY-SUB) TO LST-DEPT
           PERFORM LIST-ONE-COEFFICIENT
               VARYING COEF-SUB FROM 1 BY 1
               UNTIL COEF-SUB > 3
           MOVE ENT-CLERK-ID (ENTRY-SUB) TO LST-CLERK
           MOVE ENT-KEYED-TIME (ENTRY-SUB) TO LST-KEYED-TIME
           DISPLAY LIST-LINE.

       LIST-ONE-COEFFICIENT.
           MOVE ENT-COEFFICIENT (ENTRY-SUB, COEF-SUB)
               TO CHECK-COEFFICIENT
           MOVE CHECK-VALUE TO LST-COEF-VALUE (COEF-SUB).

      ******************************************************************
      * Closes the batch: the pending entries, behind anything an
      * earlier close left on EQINP04 that the window has not yet
      * collected, are written to EQINP04 under one EQCTLREC header
      * and a counted trailer, EQENTPND is emptied, and the close is
      * noted on AUDITLOG with the clerk and the time.
      ******************************************************************
       CLOSE-BATCH.
           IF ENTRY-COUNT = ZERO
               DISPLAY "EQENTRY: NO ENTRIES PENDING - NOTHING TO CLOSE"
               GO TO CLOSE-BATCH-EXIT
           END-IF
           DISPLAY "CLOSE THE BATCH OF " ENTRY-COUNT
               " ENTRY(IES) (Y/N): " WITH NO ADVANCING
           MOVE SPACES TO KEYED-CONFIRM
           ACCEPT KEYED-CONFIRM
           INSPECT KEYED-CONFIRM CONVERTING "y" TO "Y"
           IF KEYED-CONFIRM NOT = "Y"
               DISPLAY "EQENTRY: BATCH LEFT OPEN"
               GO TO CLOSE-BATCH-EXIT
           END-IF

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE "N" TO CLOSE-REFUSED-SWITCH
           PERFORM CHECK-TODAY-COLLECTED
               THRU CHECK-TODAY-COLLECTED-EXIT
           IF CLOSE-REFUSED
               GO TO CLOSE-BATCH-EXIT
           END-IF
           PERFORM READ-EXISTING-BATCH THRU READ-EXISTING-BATCH-EXIT
           IF CLOSE-REFUSED
               GO TO CLOSE-BATCH-EXIT
           END-IF

           OPEN OUTPUT SUPPLIER-FILE
           IF SUPPLIER-STATUS NOT = "00"
               DISPLAY "EQENTRY: EQINP04 NOT WRITABLE - STATUS "
                   SUPPLIER-STATUS " - BATCH LEFT OPEN"
               MOVE 1 TO RETURN-CODE
               GO TO CLOSE-BATCH-EXIT
           END-IF
           COMPUTE BATCH-TOTAL = CARRY-ENTRY-COUNT + ENTRY-COUNT
           MOVE SPACES TO SUPPLIER-RECORD
           MOVE "H" TO SUP-HDR-RECORD-TYPE
           MOVE TODAY-DATE TO SUP-HDR-CREATE-DATE
           MOVE ENTRY-SYSTEM-ID TO SUP-HDR-SYSTEM-ID
           MOVE BATCH-TOTAL TO SUP-HDR-EXPECTED-COUNT
           WRITE SUPPLIER-RECORD
           PERFORM WRITE-ONE-CARRIED-DETAIL
               VARYING CARRY-SUB FROM 1 BY 1
               UNTIL CARRY-SUB > CARRY-ENTRY-COUNT
           PERFORM WRITE-ONE-PENDING-DETAIL
               VARYING ENTRY-SUB FROM 1 BY 1
               UNTIL ENTRY-SUB > ENTRY-COUNT
           MOVE SPACES TO SUPPLIER-RECORD
           MOVE "T" TO SUP-TLR-RECORD-TYPE
           MOVE BATCH-TOTAL TO SUP-TLR-RECORD-COUNT
           WRITE SUPPLIER-RECORD
           CLOSE SUPPLIER-FILE

           MOVE ENTRY-COUNT TO CLOSED-COUNT
           MOVE CARRY-ENTRY-COUNT TO CARRIED-COUNT
           MOVE ZERO TO ENTRY-COUNT
           SET ENTRY-CHANGED TO TRUE

           ACCEPT RUN-TIME-WORK FROM TIME
           MOVE SPACES TO AUDIT-EVENT-INPUT
           STRING "CLOSE BATCH EQINP04 " DELIMITED BY SIZE
               CLOSED-COUNT DELIMITED BY SIZE
               " ENTRIES" DELIMITED BY SIZE
               INTO AUDIT-EVENT-INPUT
           MOVE SPACES TO AUDIT-EVENT-RESULT
           STRING "CLOSED " DELIMITED BY SIZE
               RUN-TIME-WORK (1:6) DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               CLERK-ID DELIMITED BY SPACE
               ", " DELIMITED BY SIZE
               CARRIED-COUNT DELIMITED BY SIZE
               " CARRIED" DELIMITED BY SIZE
               INTO AUDIT-EVENT-RESULT
           PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT
           DISPLAY "EQENTRY: BATCH CLOSED - " CLOSED-COUNT
               " ENTRY(IES) WRITTEN TO EQINP04"
           IF CARRIED-COUNT NOT = ZERO
               DISPLAY "EQENTRY: " CARRIED-COUNT
                   " UNCOLLECTED ENTRY(IES) FROM AN EARLIER CLOSE "
                   "CARRIED INTO IT"
           END-IF.

       CLOSE-BATCH-EXIT.
           EXIT.

       WRITE-ONE-CARRIED-DETAIL.
           MOVE SPACES TO SUPPLIER-RECORD
           MOVE CARRY-IMAGE (CARRY-SUB) TO SUPPLIER-RECORD
           WRITE SUPPLIER-RECORD.

       WRITE-ONE-PENDING-DETAIL.
           MOVE SPACES TO SUPPLIER-RECORD
           MOVE ENT-EQUATION-IMAGE (ENTRY-SUB) TO SUPPLIER-RECORD
           WRITE SUPPLIER-RECORD.

      ******************************************************************
      * Refuses the close when a window has already registered an
      * EQENTRY batch created today - EQINP04 is empty by then, so
      * only EQREGSTR can say so.
      ******************************************************************
       CHECK-TODAY-COLLECTED.
           MOVE ENTRY-SYSTEM-ID TO EXISTING-SYSTEM-ID
           MOVE TODAY-DATE TO EXISTING-CREATE-DATE
           PERFORM CHECK-EXISTING-REGISTERED
               THRU CHECK-EXISTING-REGISTERED-EXIT
           IF EXISTING-REGISTERED
               DISPLAY "EQENTRY: TODAY'S BATCH HAS ALREADY BEEN "
                   "COLLECTED - ENTRIES STAY PENDING FOR TOMORROW"
               SET CLOSE-REFUSED TO TRUE
           END-IF.

       CHECK-TODAY-COLLECTED-EXIT.
           EXIT.

      ******************************************************************
      * Reads whatever EQINP04 holds from an earlier close. None, an
      * empty file (EQCOLLECT has collected it), or a batch the window
      * has registered, is simply replaced. A batch not yet registered
      * is kept in CARRY-TABLE to be written ahead of the new entries.
      * A file that is not an EQENTRY batch refuses the close.
      ******************************************************************
       READ-EXISTING-BATCH.
           MOVE ZERO TO CARRY-ENTRY-COUNT
           MOVE ZERO TO EXISTING-RECORD-COUNT
           MOVE "N" TO EXISTING-HEADER-SWITCH
           MOVE "N" TO END-OF-SUPPLIER-SWITCH
           MOVE SPACES TO EXISTING-CREATE-DATE
           MOVE SPACES TO EXISTING-SYSTEM-ID
           OPEN INPUT SUPPLIER-FILE
           IF SUPPLIER-STATUS = "35"
               GO TO READ-EXISTING-BATCH-EXIT
           END-IF
           IF SUPPLIER-STATUS NOT = "00"
               DISPLAY "EQENTRY: EQINP04 NOT READABLE - STATUS "
                   SUPPLIER-STATUS " - BATCH LEFT OPEN"
               SET CLOSE-REFUSED TO TRUE
               GO TO READ-EXISTING-BATCH-EXIT
           END-IF
           PERFORM READ-ONE-EXISTING-RECORD
               THRU READ-ONE-EXISTING-RECORD-EXIT
               UNTIL END-OF-SUPPLIER OR CLOSE-REFUSED
           CLOSE SUPPLIER-FILE
           IF CLOSE-REFUSED OR EXISTING-RECORD-COUNT = ZERO
               GO TO READ-EXISTING-BATCH-EXIT
           END-IF
           IF NOT EXISTING-HEADER-SEEN
               OR EXISTING-SYSTEM-ID NOT = ENTRY-SYSTEM-ID
               DISPLAY "EQENTRY: EQINP04 HOLDS SOMETHING OTHER THAN AN "
                   "EQENTRY BATCH - BATCH LEFT OPEN, CALL OPERATIONS"
               SET CLOSE-REFUSED TO TRUE
               GO TO READ-EXISTING-BATCH-EXIT
           END-IF

           PERFORM CHECK-EXISTING-REGISTERED
               THRU CHECK-EXISTING-REGISTERED-EXIT
           IF EXISTING-REGISTERED
               MOVE ZERO TO CARRY-ENTRY-COUNT
           END-IF.

       READ-EXISTING-BATCH-EXIT.
           EXIT.

       READ-ONE-EXISTING-RECORD.
           READ SUPPLIER-FILE
               AT END
                   SET END-OF-SUPPLIER TO TRUE
                   GO TO READ-ONE-EXISTING-RECORD-EXIT
           END-READ
           ADD 1 TO EXISTING-RECORD-COUNT
           IF SUP-HDR-RECORD-TYPE = "H"
               SET EXISTING-HEADER-SEEN TO TRUE
               MOVE SUP-HDR-CREATE-DATE TO EXISTING-CREATE-DATE
               MOVE SUP-HDR-SYSTEM-ID TO EXISTING-SYSTEM-ID
               GO TO READ-ONE-EXISTING-RECORD-EXIT
           END-IF
           IF SUP-TLR-RECORD-TYPE = "T"
               SET END-OF-SUPPLIER TO TRUE
               GO TO READ-ONE-EXISTING-RECORD-EXIT
           END-IF
           IF CARRY-ENTRY-COUNT NOT < CARRY-LIMIT
               DISPLAY "EQENTRY: UNCOLLECTED EQINP04 TOO LARGE TO "
                   "CARRY - BATCH LEFT OPEN, CALL OPERATIONS"
               SET CLOSE-REFUSED TO TRUE
               GO TO READ-ONE-EXISTING-RECORD-EXIT
           END-IF
           ADD 1 TO CARRY-ENTRY-COUNT
           MOVE SUPPLIER-RECORD (1:40)
               TO CARRY-IMAGE (CARRY-ENTRY-COUNT).

       READ-ONE-EXISTING-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * Looks the existing batch up on EQREGSTR by system-id and
      * create date, the key EQCOLLECT registers it under once it has
      * passed into a window.
      ******************************************************************
       CHECK-EXISTING-REGISTERED.
           MOVE "N" TO REGISTERED-SWITCH
           MOVE "N" TO END-OF-REGISTRY-SWITCH
           OPEN INPUT REGISTRY-FILE
           IF REGISTRY-STATUS NOT = "00"
               GO TO CHECK-EXISTING-REGISTERED-EXIT
           END-IF
           PERFORM CHECK-ONE-REGISTRY-ENTRY
               THRU CHECK-ONE-REGISTRY-ENTRY-EXIT
               UNTIL END-OF-REGISTRY OR EXISTING-REGISTERED
           CLOSE REGISTRY-FILE.

       CHECK-EXISTING-REGISTERED-EXIT.
           EXIT.

       CHECK-ONE-REGISTRY-ENTRY.
           READ REGISTRY-FILE
               AT END
                   SET END-OF-REGISTRY TO TRUE
                   GO TO CHECK-ONE-REGISTRY-ENTRY-EXIT
           END-READ
           IF REG-SYSTEM-ID = EXISTING-SYSTEM-ID
               AND REG-CREATE-DATE = EXISTING-CREATE-DATE
               SET EXISTING-REGISTERED TO TRUE
           END-IF.

       CHECK-ONE-REGISTRY-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * Loads EQENTPND into storage. No file is an empty batch. The
      * next entry number carries on from the highest one pending.
      ******************************************************************
       LOAD-PENDING-ENTRIES.
           MOVE ZERO TO ENTRY-COUNT
           MOVE ZERO TO NEXT-ENTRY-NUMBER
           MOVE "N" TO END-OF-PENDING-SWITCH
           OPEN INPUT PENDING-ENTRY-FILE
           IF PENDING-ENTRY-STATUS NOT = "00"
               IF PENDING-ENTRY-STATUS NOT = "35"
                   DISPLAY "EQENTRY: EQENTPND NOT AVAILABLE - STATUS "
                       PENDING-ENTRY-STATUS
               END-IF
               GO TO LOAD-PENDING-ENTRIES-EXIT
           END-IF
           PERFORM LOAD-ONE-PENDING-ENTRY
               THRU LOAD-ONE-PENDING-ENTRY-EXIT
               UNTIL END-OF-PENDING
           CLOSE PENDING-ENTRY-FILE.

       LOAD-PENDING-ENTRIES-EXIT.
           EXIT.

       LOAD-ONE-PENDING-ENTRY.
           READ PENDING-ENTRY-FILE
               AT END
                   SET END-OF-PENDING TO TRUE
                   GO TO LOAD-ONE-PENDING-ENTRY-EXIT
           END-READ
           IF PND-ENTRY-NUMBER IS NOT NUMERIC
               GO TO LOAD-ONE-PENDING-ENTRY-EXIT
           END-IF
           IF ENTRY-COUNT < ENTRY-LIMIT
               ADD 1 TO ENTRY-COUNT
               MOVE PND-ENTRY-NUMBER TO ENT-NUMBER (ENTRY-COUNT)
               MOVE PND-EQUATION-IMAGE
                   TO ENT-EQUATION-IMAGE (ENTRY-COUNT)
               MOVE PND-CLERK-ID TO ENT-CLERK-ID (ENTRY-COUNT)
               MOVE PND-KEYED-DATE TO ENT-KEYED-DATE (ENTRY-COUNT)
               MOVE PND-KEYED-TIME TO ENT-KEYED-TIME (ENTRY-COUNT)
               IF PND-ENTRY-NUMBER > NEXT-ENTRY-NUMBER
                   MOVE PND-ENTRY-NUMBER TO NEXT-ENTRY-NUMBER
               END-IF
           ELSE
               DISPLAY "EQENTRY: ENTRY TABLE FULL - ENTRY "
                   PND-ENTRY-NUMBER " AND LATER EQENTPND ENTRIES "
                   "IGNORED"
               SET END-OF-PENDING TO TRUE
           END-IF.

       LOAD-ONE-PENDING-ENTRY-EXIT.
           EXIT.

       REWRITE-PENDING-ENTRIES.
           OPEN OUTPUT PENDING-ENTRY-FILE
           IF PENDING-ENTRY-STATUS NOT = "00"
               DISPLAY "EQENTRY: EQENTPND NOT WRITABLE - STATUS "
                   PENDING-ENTRY-STATUS
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM WRITE-ONE-PENDING-ENTRY
                   VARYING ENTRY-SUB FROM 1 BY 1
                   UNTIL ENTRY-SUB > ENTRY-COUNT
               CLOSE PENDING-ENTRY-FILE
           END-IF.

       WRITE-ONE-PENDING-ENTRY.
           MOVE SPACES TO PENDING-ENTRY-RECORD
           MOVE ENT-NUMBER (ENTRY-SUB) TO PND-ENTRY-NUMBER
           MOVE ENT-EQUATION-IMAGE (ENTRY-SUB) TO PND-EQUATION-IMAGE
           MOVE ENT-CLERK-ID (ENTRY-SUB) TO PND-CLERK-ID
           MOVE ENT-KEYED-DATE (ENTRY-SUB) TO PND-KEYED-DATE
           MOVE ENT-KEYED-TIME (ENTRY-SUB) TO PND-KEYED-TIME
           WRITE PENDING-ENTRY-RECORD.

      ******************************************************************
      * Loads DEPTREF into the department table, with the names for
      * the pick list. A missing or empty DEPTREF leaves it empty.
      ******************************************************************
       LOAD-DEPT-TABLE.
           OPEN INPUT DEPT-REF-FILE
           IF DEPT-REF-STATUS NOT = "00"
               DISPLAY "EQENTRY: DEPTREF NOT AVAILABLE - STATUS "
                   DEPT-REF-STATUS
               GO TO LOAD-DEPT-TABLE-EXIT
           END-IF
           PERFORM LOAD-ONE-DEPT THRU LOAD-ONE-DEPT-EXIT
               UNTIL END-OF-DEPTS
           CLOSE DEPT-REF-FILE.

       LOAD-DEPT-TABLE-EXIT.
           EXIT.

       LOAD-ONE-DEPT.
           READ DEPT-REF-FILE
               AT END
                   SET END-OF-DEPTS TO TRUE
                   GO TO LOAD-ONE-DEPT-EXIT
           END-READ
           IF DEPT-CODE = SPACES
               GO TO LOAD-ONE-DEPT-EXIT
           END-IF
           IF DEPT-ENTRY-COUNT < DEPT-LIMIT
               ADD 1 TO DEPT-ENTRY-COUNT
               MOVE DEPT-CODE TO DEPT-TABLE-CODE (DEPT-ENTRY-COUNT)
               MOVE DEPT-NAME TO DEPT-TABLE-NAME (DEPT-ENTRY-COUNT)
               MOVE DEPT-EFF-FROM
                   TO DEPT-TABLE-EFF-FROM (DEPT-ENTRY-COUNT)
               MOVE DEPT-EFF-TO TO DEPT-TABLE-EFF-TO (DEPT-ENTRY-COUNT)
           ELSE
               DISPLAY "EQENTRY: DEPARTMENT TABLE FULL - " DEPT-CODE
                   " AND LATER DEPTREF ENTRIES IGNORED"
               SET END-OF-DEPTS TO TRUE
           END-IF.

       LOAD-ONE-DEPT-EXIT.
           EXIT.

       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-LOG-FILE
           IF AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           IF AUDIT-LOG-STATUS NOT = "00"
               DISPLAY "EQENTRY: AUDITLOG NOT AVAILABLE - STATUS "
                   AUDIT-LOG-STATUS
               GO TO WRITE-AUDIT-RECORD-EXIT
           END-IF
           MOVE SPACES TO AUDIT-LOG-RECORD
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-TIME FROM TIME
           MOVE "EQENTRY" TO AUDIT-PROGRAM
           MOVE AUDIT-EVENT-INPUT TO AUDIT-INPUT
           MOVE AUDIT-EVENT-RESULT TO AUDIT-RESULT
           MOVE BATCH-RUN-ID TO AUDIT-RUN-ID
           MOVE BUSINESS-DATE TO AUDIT-BUSINESS-DATE
           MOVE OPERATOR-ID TO AUDIT-OPERATOR-ID
           MOVE "S" TO SEAL-FUNCTION
           CALL 'AUDSEAL' USING SEAL-CONTROL, AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE.

       WRITE-AUDIT-RECORD-EXIT.
           EXIT.

       ASSIGN-RUN-ID.
           ACCEPT RUN-DATE-WORK FROM DATE YYYYMMDD
           ACCEPT RUN-TIME-WORK FROM TIME
           MOVE SPACES TO BATCH-RUN-ID
           STRING RUN-DATE-WORK DELIMITED BY SIZE
               RUN-TIME-WORK (1:6) DELIMITED BY SIZE
               INTO BATCH-RUN-ID
           IF BUSINESS-DATE = SPACES OR BUSINESS-DATE = LOW-VALUES
               MOVE RUN-DATE-WORK TO BUSINESS-DATE
           END-IF.

       END PROGRAM EQENTRY.
