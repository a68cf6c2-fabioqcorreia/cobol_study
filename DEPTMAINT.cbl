      ******************************************************************
      * Author: Fábio Correia
      * Date: 2026-10-15
      * Purpose: study - transaction-driven maintenance for the
      *          DEPTREF department reference file, which EQEDIT,
      *          EQRECYCLE and EQDEPSPLIT all depend on and which was
      *          until now kept by hand in a text editor - one typo
      *          there turned a whole department's submissions into
      *          D01 rejects overnight. Applies the DEPTTRAN file
      *          (add, rename, deactivate, reactivate, each with an
      *          effective date) against DEPTREF, rejects go to the
      *          DEPTMERR error report, every applied change is
      *          written to AUDITLOG, and the DEPTLIST listing shows
      *          every department and its status as of the business
      *          date once the transactions are in.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  Each AUDITLOG entry now carries the operator who
      *             launched the run (OPERATOR-ID, blank when run
      *             outside OPMENU).
      ******************************************************************
      * DEPTTRAN record layout (line sequential):
      *   column 1      action: A = add, R = rename,
      *                 D = deactivate, E = reactivate (re-enable)
      *   columns 2-5   department code
      *   columns 6-13  effective date YYYYMMDD (blank = the
      *                 business date)
      *   columns 14-37 department name (add and rename only)
      * The effective dates land on the DEPTREC fields: an add or a
      * reactivation sets the date the department is active from, a
      * deactivation the date it is inactive as of, and a rename the
      * date the new name took effect (the old one is kept as the
      * prior name). Transactions apply in file order, so one batch
      * may add a department and rename it. No DEPTTRAN just prints
      * the listing; DEPTREF is only rewritten when something was
      * applied.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO "DEPTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSACTION-STATUS.
           SELECT DEPT-REF-FILE ASSIGN TO "DEPTREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-REF-STATUS.
           SELECT ERROR-REPORT-FILE ASSIGN TO "DEPTMERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROR-REPORT-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.
           SELECT LISTING-FILE ASSIGN TO "DEPTLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTING-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
          05 TRAN-ACTION PIC X(01).
          05 TRAN-DEPT-CODE PIC X(04).
          05 TRAN-EFF-DATE PIC X(08).
          05 TRAN-DEPT-NAME PIC X(24).

       FD  DEPT-REF-FILE.
           COPY DEPTREC.

       FD  ERROR-REPORT-FILE.
       01 PRINT-LINE PIC X(132).

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       FD  LISTING-FILE.
       01 LISTING-PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RUNID.
           COPY AUDSEALC.
       01 RUN-DATE-WORK PIC X(08).
       01 RUN-TIME-WORK PIC X(08).
       01 TRANSACTION-STATUS PIC X(02).
       01 DEPT-REF-STATUS PIC X(02).
       01 ERROR-REPORT-STATUS PIC X(02).
       01 AUDIT-LOG-STATUS PIC X(02).
       01 LISTING-STATUS PIC X(02).
       01 TRAN-COUNT PIC 9(07) VALUE ZERO.
       01 APPLIED-COUNT PIC 9(07) VALUE ZERO.
       01 REJECT-COUNT PIC 9(07) VALUE ZERO.
       01 REJECT-REASON PIC X(32).
       01 AUDIT-ACTION-TEXT PIC X(12).
       01 PRIOR-DEPT-NAME PIC X(24).
       01 END-OF-TRANS-SWITCH PIC X(01) VALUE "N".
          88 END-OF-TRANS VALUE "Y".
       01 END-OF-DEPTS-SWITCH PIC X(01) VALUE "N".
          88 END-OF-DEPTS VALUE "Y".
       01 TRANS-PRESENT-SWITCH PIC X(01) VALUE "N".
          88 TRANS-PRESENT VALUE "Y".

      * The effective date a transaction takes, checked for a real
      * calendar month and day before anything is applied.
       01 EFFECTIVE-DATE PIC X(08).
       01 EFFECTIVE-DATE-PARTS REDEFINES EFFECTIVE-DATE.
          05 EFF-YEAR PIC 9(04).
          05 EFF-MONTH PIC 9(02).
          05 EFF-DAY PIC 9(02).

      * DEPTREF held in storage while the transactions apply, and
      * written back whole at the end.
       01 DEPT-TABLE.
          05 DEPT-ENTRY-COUNT PIC 9(03) VALUE ZERO.
          05 DEPT-ENTRY OCCURS 200 TIMES.
             10 DTB-CODE PIC X(04).
             10 DTB-NAME PIC X(24).
             10 DTB-EFF-FROM PIC X(08).
             10 DTB-EFF-TO PIC X(08).
             10 DTB-NAME-FROM PIC X(08).
             10 DTB-PRIOR-NAME PIC X(24).
       01 DEPT-LIMIT PIC 9(03) VALUE 200.
       01 DEPT-SUB PIC 9(03).
       01 DEPT-HIT-INDEX PIC 9(03) VALUE ZERO.
       01 DEPT-HIT-SWITCH PIC X(01).
          88 DEPT-HIT VALUE "Y".

       01 LIST-ACTIVE-COUNT PIC 9(03) VALUE ZERO.
       01 LIST-INACTIVE-COUNT PIC 9(03) VALUE ZERO.
       01 LIST-PENDING-COUNT PIC 9(03) VALUE ZERO.

       01 ERROR-HEADING-LINE.
          05 FILLER PIC X(29)
             VALUE "DEPTMAINT TRANSACTION ERRORS ".
          05 FILLER PIC X(09) VALUE "RUN DATE ".
          05 ERR-HDG-DATE PIC X(08).
          05 FILLER PIC X(86) VALUE SPACES.

       01 ERROR-DETAIL-LINE.
          05 FILLER PIC X(05) VALUE "TRAN ".
          05 ERR-TRAN-NUMBER PIC 9(07).
          05 FILLER PIC X(08) VALUE "  ACTION".
          05 FILLER PIC X(01) VALUE SPACES.
          05 ERR-ACTION PIC X(01).
          05 FILLER PIC X(06) VALUE "  CODE".
          05 FILLER PIC X(01) VALUE SPACES.
          05 ERR-DEPT-CODE PIC X(04).
          05 FILLER PIC X(06) VALUE "  DATE".
          05 FILLER PIC X(01) VALUE SPACES.
          05 ERR-EFF-DATE PIC X(08).
          05 FILLER PIC X(02) VALUE SPACES.
          05 ERR-REASON PIC X(32).
          05 FILLER PIC X(50) VALUE SPACES.

       01 LIST-HEADING-LINE-1.
          05 FILLER PIC X(28)
             VALUE "DEPTREF DEPARTMENT LISTING ".
          05 FILLER PIC X(09) VALUE "RUN DATE ".
          05 LHD-RUN-DATE PIC X(08).
          05 FILLER PIC X(16) VALUE "  STATUS AS OF ".
          05 LHD-AS-OF-DATE PIC X(08).
          05 FILLER PIC X(63) VALUE SPACES.

       01 LIST-COLUMN-LINE.
          05 FILLER PIC X(06) VALUE "CODE".
          05 FILLER PIC X(26) VALUE "DEPARTMENT NAME".
          05 FILLER PIC X(10) VALUE "STATUS".
          05 FILLER PIC X(13) VALUE "ACTIVE FROM".
          05 FILLER PIC X(13) VALUE "INACTIVE ON".
          05 FILLER PIC X(12) VALUE "NAME FROM".
          05 FILLER PIC X(52) VALUE "PRIOR NAME".

       01 LIST-DETAIL-LINE.
          05 LST-CODE PIC X(04).
          05 FILLER PIC X(02) VALUE SPACES.
          05 LST-NAME PIC X(24).
          05 FILLER PIC X(02) VALUE SPACES.
          05 LST-STATUS PIC X(08).
          05 FILLER PIC X(02) VALUE SPACES.
          05 LST-EFF-FROM PIC X(08).
          05 FILLER PIC X(05) VALUE SPACES.
          05 LST-EFF-TO PIC X(08).
          05 FILLER PIC X(05) VALUE SPACES.
          05 LST-NAME-FROM PIC X(08).
          05 FILLER PIC X(04) VALUE SPACES.
          05 LST-PRIOR-NAME PIC X(24).
          05 FILLER PIC X(28) VALUE SPACES.

       01 LIST-TOTAL-LINE.
          05 LTT-LABEL PIC X(26).
          05 FILLER PIC X(01) VALUE SPACES.
          05 LTT-COUNT PIC ZZZZZZ9.
          05 FILLER PIC X(98) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
      * A CALLed subprogram keeps last-used state, so everything a
      * prior run of the same OPMENU session may have left behind is
      * re-initialized before this one starts.
           MOVE ZERO TO TRAN-COUNT
           MOVE ZERO TO APPLIED-COUNT
           MOVE ZERO TO REJECT-COUNT
           MOVE ZERO TO DEPT-ENTRY-COUNT
           MOVE ZERO TO LIST-ACTIVE-COUNT
           MOVE ZERO TO LIST-INACTIVE-COUNT
           MOVE ZERO TO LIST-PENDING-COUNT
           MOVE "N" TO END-OF-TRANS-SWITCH
           MOVE "N" TO END-OF-DEPTS-SWITCH
           MOVE "N" TO TRANS-PRESENT-SWITCH
           IF BATCH-RUN-ID = SPACES OR BATCH-RUN-ID = LOW-VALUES
               PERFORM ASSIGN-RUN-ID
           END-IF
           IF OPERATOR-ID = LOW-VALUES
               MOVE SPACES TO OPERATOR-ID
           END-IF
           IF BUSINESS-DATE = SPACES OR BUSINESS-DATE = LOW-VALUES
               ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF

      * No DEPTREF yet is the first run building one from adds.
           OPEN INPUT DEPT-REF-FILE
           IF DEPT-REF-STATUS = "00"
               PERFORM LOAD-ONE-DEPT THRU LOAD-ONE-DEPT-EXIT
                   UNTIL END-OF-DEPTS
               CLOSE DEPT-REF-FILE
           ELSE
               IF DEPT-REF-STATUS NOT = "35"
                   DISPLAY "DEPTMAINT: DEPTREF NOT AVAILABLE - STATUS "
                       DEPT-REF-STATUS
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               DISPLAY "DEPTMAINT: NO DEPTREF YET - STARTING EMPTY"
           END-IF

           OPEN INPUT TRANSACTION-FILE
           IF TRANSACTION-STATUS = "00"
               SET TRANS-PRESENT TO TRUE
           ELSE
               DISPLAY "DEPTMAINT: NO DEPTTRAN - LISTING ONLY"
           END-IF

           IF TRANS-PRESENT
               PERFORM APPLY-TRANSACTIONS
                   THRU APPLY-TRANSACTIONS-EXIT
               IF RETURN-CODE NOT = 0
                   GOBACK
               END-IF
           END-IF

           IF APPLIED-COUNT > ZERO
               PERFORM REWRITE-DEPT-FILE
               IF RETURN-CODE NOT = 0
                   GOBACK
               END-IF
           END-IF

           PERFORM PRINT-DEPT-LISTING THRU PRINT-DEPT-LISTING-EXIT

           DISPLAY "DEPTMAINT: TRANSACTIONS READ : " TRAN-COUNT
           DISPLAY "DEPTMAINT: APPLIED . . . . . : " APPLIED-COUNT
           DISPLAY "DEPTMAINT: REJECTED  . . . . : " REJECT-COUNT
           DISPLAY "DEPTMAINT: DEPARTMENTS . . . : " DEPT-ENTRY-COUNT
           GOBACK.

      ******************************************************************
      * Loads one DEPTREF record into storage. A hand-keyed record in
      * the old short layout comes in with its date fields blank,
      * which reads as active since always.
      ******************************************************************
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
               MOVE DEPT-CODE TO DTB-CODE (DEPT-ENTRY-COUNT)
               MOVE DEPT-NAME TO DTB-NAME (DEPT-ENTRY-COUNT)
               MOVE DEPT-EFF-FROM TO DTB-EFF-FROM (DEPT-ENTRY-COUNT)
               MOVE DEPT-EFF-TO TO DTB-EFF-TO (DEPT-ENTRY-COUNT)
               MOVE DEPT-NAME-FROM TO DTB-NAME-FROM (DEPT-ENTRY-COUNT)
               MOVE DEPT-PRIOR-NAME
                   TO DTB-PRIOR-NAME (DEPT-ENTRY-COUNT)
           ELSE
               DISPLAY "DEPTMAINT: DEPARTMENT TABLE FULL - " DEPT-CODE
                   " AND LATER DEPTREF ENTRIES IGNORED"
               SET END-OF-DEPTS TO TRUE
           END-IF.

       LOAD-ONE-DEPT-EXIT.
           EXIT.

      ******************************************************************
      * Opens the error report and the audit trail and applies every
      * DEPTTRAN record in file order.
      ******************************************************************
       APPLY-TRANSACTIONS.
           OPEN OUTPUT ERROR-REPORT-FILE
           IF ERROR-REPORT-STATUS NOT = "00"
               DISPLAY "DEPTMAINT: DEPTMERR NOT AVAILABLE - STATUS "
                   ERROR-REPORT-STATUS
               CLOSE TRANSACTION-FILE
               MOVE 1 TO RETURN-CODE
               GO TO APPLY-TRANSACTIONS-EXIT
           END-IF
           OPEN EXTEND AUDIT-LOG-FILE
           IF AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           IF AUDIT-LOG-STATUS NOT = "00"
               DISPLAY "DEPTMAINT: AUDITLOG NOT AVAILABLE - STATUS "
                   AUDIT-LOG-STATUS
               CLOSE TRANSACTION-FILE
               CLOSE ERROR-REPORT-FILE
               MOVE 1 TO RETURN-CODE
               GO TO APPLY-TRANSACTIONS-EXIT
           END-IF

           ACCEPT RUN-DATE-WORK FROM DATE YYYYMMDD
           MOVE RUN-DATE-WORK TO ERR-HDG-DATE
           WRITE PRINT-LINE FROM ERROR-HEADING-LINE

           PERFORM APPLY-ONE-TRANSACTION
               THRU APPLY-ONE-TRANSACTION-EXIT
               UNTIL END-OF-TRANS

           CLOSE TRANSACTION-FILE
           CLOSE ERROR-REPORT-FILE
           CLOSE AUDIT-LOG-FILE.

       APPLY-TRANSACTIONS-EXIT.
           EXIT.

      ******************************************************************
      * Reads one transaction, edits it, and applies it to the table.
      * The first edit failure rejects the whole transaction.
      ******************************************************************
       APPLY-ONE-TRANSACTION.
           READ TRANSACTION-FILE
               AT END
                   SET END-OF-TRANS TO TRUE
                   GO TO APPLY-ONE-TRANSACTION-EXIT
           END-READ

           ADD 1 TO TRAN-COUNT
           MOVE SPACES TO REJECT-REASON

           IF TRAN-DEPT-CODE = SPACES
               MOVE "DEPARTMENT CODE BLANK" TO REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               GO TO APPLY-ONE-TRANSACTION-EXIT
           END-IF

           PERFORM SET-EFFECTIVE-DATE
           IF REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
               GO TO APPLY-ONE-TRANSACTION-EXIT
           END-IF

           PERFORM FIND-DEPT-ENTRY

           EVALUATE TRAN-ACTION
               WHEN "A"
                   PERFORM APPLY-ADD
               WHEN "R"
                   PERFORM APPLY-RENAME
               WHEN "D"
                   PERFORM APPLY-DEACTIVATE
               WHEN "E"
                   PERFORM APPLY-REACTIVATE
               WHEN OTHER
                   MOVE "ACTION NOT A, R, D OR E" TO REJECT-REASON
                   PERFORM WRITE-REJECT-LINE
           END-EVALUATE.

       APPLY-ONE-TRANSACTION-EXIT.
           EXIT.

      ******************************************************************
      * Resolves the transaction's effective date: blank means the
      * business date, anything else must be a YYYYMMDD with a real
      * month and day.
      ******************************************************************
       SET-EFFECTIVE-DATE.
           IF TRAN-EFF-DATE = SPACES
               MOVE BUSINESS-DATE TO EFFECTIVE-DATE
           ELSE
               MOVE TRAN-EFF-DATE TO EFFECTIVE-DATE
               IF EFFECTIVE-DATE IS NOT NUMERIC
                   MOVE "EFFECTIVE DATE NOT YYYYMMDD" TO REJECT-REASON
               ELSE
                   IF EFF-MONTH < 1 OR EFF-MONTH > 12
                       OR EFF-DAY < 1 OR EFF-DAY > 31
                       MOVE "EFFECTIVE DATE NOT A REAL DATE"
                           TO REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       FIND-DEPT-ENTRY.
           MOVE "N" TO DEPT-HIT-SWITCH
           MOVE ZERO TO DEPT-HIT-INDEX
           PERFORM CHECK-DEPT-ENTRY
               VARYING DEPT-SUB FROM 1 BY 1
               UNTIL DEPT-SUB > DEPT-ENTRY-COUNT OR DEPT-HIT.

       CHECK-DEPT-ENTRY.
           IF DTB-CODE (DEPT-SUB) = TRAN-DEPT-CODE
               SET DEPT-HIT TO TRUE
               MOVE DEPT-SUB TO DEPT-HIT-INDEX
           END-IF.

      ******************************************************************
      * Adds a new department, active from the effective date. A code
      * already on file - even a deactivated one - is not added
      * twice; a retired department comes back by reactivation.
      ******************************************************************
       APPLY-ADD.
           EVALUATE TRUE
               WHEN TRAN-DEPT-NAME = SPACES
                   MOVE "DEPARTMENT NAME BLANK" TO REJECT-REASON
               WHEN DEPT-HIT AND DTB-EFF-TO (DEPT-HIT-INDEX) = SPACES
                   MOVE "ADD OF EXISTING CODE" TO REJECT-REASON
               WHEN DEPT-HIT
                   MOVE "CODE DEACTIVATED - REACTIVATE" TO REJECT-REASON
               WHEN DEPT-ENTRY-COUNT >= DEPT-LIMIT
                   MOVE "DEPARTMENT TABLE FULL" TO REJECT-REASON
           END-EVALUATE
           IF REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
           ELSE
               ADD 1 TO DEPT-ENTRY-COUNT
               MOVE TRAN-DEPT-CODE TO DTB-CODE (DEPT-ENTRY-COUNT)
               MOVE TRAN-DEPT-NAME TO DTB-NAME (DEPT-ENTRY-COUNT)
               MOVE EFFECTIVE-DATE TO DTB-EFF-FROM (DEPT-ENTRY-COUNT)
               MOVE SPACES TO DTB-EFF-TO (DEPT-ENTRY-COUNT)
               MOVE EFFECTIVE-DATE TO DTB-NAME-FROM (DEPT-ENTRY-COUNT)
               MOVE SPACES TO DTB-PRIOR-NAME (DEPT-ENTRY-COUNT)
               ADD 1 TO APPLIED-COUNT
               MOVE "ADDED" TO AUDIT-ACTION-TEXT
               MOVE SPACES TO PRIOR-DEPT-NAME
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

      ******************************************************************
      * Renames a department. The name it replaces is kept as the
      * prior name, and a rename may not be dated before the name it
      * replaces took effect.
      ******************************************************************
       APPLY-RENAME.
           EVALUATE TRUE
               WHEN NOT DEPT-HIT
                   MOVE "RENAME OF MISSING CODE" TO REJECT-REASON
               WHEN TRAN-DEPT-NAME = SPACES
                   MOVE "DEPARTMENT NAME BLANK" TO REJECT-REASON
               WHEN TRAN-DEPT-NAME = DTB-NAME (DEPT-HIT-INDEX)
                   MOVE "NEW NAME SAME AS CURRENT" TO REJECT-REASON
               WHEN EFFECTIVE-DATE < DTB-NAME-FROM (DEPT-HIT-INDEX)
                   MOVE "DATED BEFORE CURRENT NAME" TO REJECT-REASON
           END-EVALUATE
           IF REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
           ELSE
               MOVE DTB-NAME (DEPT-HIT-INDEX) TO PRIOR-DEPT-NAME
               MOVE DTB-NAME (DEPT-HIT-INDEX)
                   TO DTB-PRIOR-NAME (DEPT-HIT-INDEX)
               MOVE TRAN-DEPT-NAME TO DTB-NAME (DEPT-HIT-INDEX)
               MOVE EFFECTIVE-DATE TO DTB-NAME-FROM (DEPT-HIT-INDEX)
               ADD 1 TO APPLIED-COUNT
               MOVE "RENAMED FROM" TO AUDIT-ACTION-TEXT
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

      ******************************************************************
      * Deactivates a department as of the effective date: from that
      * business date on, EQEDIT rejects its submissions with D02.
      ******************************************************************
       APPLY-DEACTIVATE.
           EVALUATE TRUE
               WHEN NOT DEPT-HIT
                   MOVE "DEACTIVATE OF MISSING CODE" TO REJECT-REASON
               WHEN DTB-EFF-TO (DEPT-HIT-INDEX) NOT = SPACES
                   MOVE "ALREADY DEACTIVATED" TO REJECT-REASON
               WHEN EFFECTIVE-DATE NOT > DTB-EFF-FROM (DEPT-HIT-INDEX)
                   MOVE "DATED NOT AFTER ACTIVE-FROM" TO REJECT-REASON
           END-EVALUATE
           IF REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
           ELSE
               MOVE EFFECTIVE-DATE TO DTB-EFF-TO (DEPT-HIT-INDEX)
               ADD 1 TO APPLIED-COUNT
               MOVE "DEACTIVATED" TO AUDIT-ACTION-TEXT
               MOVE SPACES TO PRIOR-DEPT-NAME
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

      ******************************************************************
      * Reactivates a deactivated department from the effective date,
      * which may not be earlier than the date it was deactivated.
      ******************************************************************
       APPLY-REACTIVATE.
           EVALUATE TRUE
               WHEN NOT DEPT-HIT
                   MOVE "REACTIVATE OF MISSING CODE" TO REJECT-REASON
               WHEN DTB-EFF-TO (DEPT-HIT-INDEX) = SPACES
                   MOVE "NOT DEACTIVATED" TO REJECT-REASON
               WHEN EFFECTIVE-DATE < DTB-EFF-TO (DEPT-HIT-INDEX)
                   MOVE "DATED BEFORE DEACTIVATION" TO REJECT-REASON
           END-EVALUATE
           IF REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
           ELSE
               MOVE EFFECTIVE-DATE TO DTB-EFF-FROM (DEPT-HIT-INDEX)
               MOVE SPACES TO DTB-EFF-TO (DEPT-HIT-INDEX)
               ADD 1 TO APPLIED-COUNT
               MOVE "REACTIVATED" TO AUDIT-ACTION-TEXT
               MOVE SPACES TO PRIOR-DEPT-NAME
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

      ******************************************************************
      * Writes the rejected transaction to the DEPTMERR error report
      * with its transaction number and the reason.
      ******************************************************************
       WRITE-REJECT-LINE.
           ADD 1 TO REJECT-COUNT
           MOVE TRAN-COUNT TO ERR-TRAN-NUMBER
           MOVE TRAN-ACTION TO ERR-ACTION
           MOVE TRAN-DEPT-CODE TO ERR-DEPT-CODE
           MOVE TRAN-EFF-DATE TO ERR-EFF-DATE
           MOVE REJECT-REASON TO ERR-REASON
           WRITE PRINT-LINE FROM ERROR-DETAIL-LINE.

      ******************************************************************
      * Appends one audit record for the change just applied: the
      * transaction as keyed, and what it did - a rename also shows
      * the name it replaced.
      ******************************************************************
       WRITE-AUDIT-RECORD.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-TIME FROM TIME
           MOVE "DEPTMAINT" TO AUDIT-PROGRAM
           MOVE BATCH-RUN-ID TO AUDIT-RUN-ID
           MOVE BUSINESS-DATE TO AUDIT-BUSINESS-DATE
           MOVE OPERATOR-ID TO AUDIT-OPERATOR-ID
           MOVE SPACES TO AUDIT-INPUT
           STRING TRAN-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRAN-DEPT-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EFFECTIVE-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRAN-DEPT-NAME DELIMITED BY SIZE
               INTO AUDIT-INPUT
           MOVE SPACES TO AUDIT-RESULT
           STRING AUDIT-ACTION-TEXT DELIMITED BY "  "
               " " DELIMITED BY SIZE
               PRIOR-DEPT-NAME DELIMITED BY SIZE
               INTO AUDIT-RESULT
           MOVE "S" TO SEAL-FUNCTION
           CALL 'AUDSEAL' USING SEAL-CONTROL, AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD.

      ******************************************************************
      * Writes the table back over DEPTREF in its original order,
      * with new departments at the end.
      ******************************************************************
       REWRITE-DEPT-FILE.
           OPEN OUTPUT DEPT-REF-FILE
           IF DEPT-REF-STATUS NOT = "00"
               DISPLAY "DEPTMAINT: DEPTREF NOT WRITABLE - STATUS "
                   DEPT-REF-STATUS
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM WRITE-ONE-DEPT
                   VARYING DEPT-SUB FROM 1 BY 1
                   UNTIL DEPT-SUB > DEPT-ENTRY-COUNT
               CLOSE DEPT-REF-FILE
           END-IF.

       WRITE-ONE-DEPT.
           MOVE SPACES TO DEPARTMENT-RECORD
           MOVE DTB-CODE (DEPT-SUB) TO DEPT-CODE
           MOVE DTB-NAME (DEPT-SUB) TO DEPT-NAME
           MOVE DTB-EFF-FROM (DEPT-SUB) TO DEPT-EFF-FROM
           MOVE DTB-EFF-TO (DEPT-SUB) TO DEPT-EFF-TO
           MOVE DTB-NAME-FROM (DEPT-SUB) TO DEPT-NAME-FROM
           MOVE DTB-PRIOR-NAME (DEPT-SUB) TO DEPT-PRIOR-NAME
           WRITE DEPARTMENT-RECORD.

      ******************************************************************
      * Prints the DEPTLIST listing: every department with its status
      * as of the business date - ACTIVE, INACTIVE (deactivated on or
      * before it) or PENDING (added or reactivated with a later
      * effective date) - and its dates.
      ******************************************************************
       PRINT-DEPT-LISTING.
           OPEN OUTPUT LISTING-FILE
           IF LISTING-STATUS NOT = "00"
               DISPLAY "DEPTMAINT: DEPTLIST NOT AVAILABLE - STATUS "
                   LISTING-STATUS
               MOVE 1 TO RETURN-CODE
               GO TO PRINT-DEPT-LISTING-EXIT
           END-IF
           ACCEPT RUN-DATE-WORK FROM DATE YYYYMMDD
           MOVE RUN-DATE-WORK TO LHD-RUN-DATE
           MOVE BUSINESS-DATE TO LHD-AS-OF-DATE
           WRITE LISTING-PRINT-LINE FROM LIST-HEADING-LINE-1
           MOVE SPACES TO LISTING-PRINT-LINE
           WRITE LISTING-PRINT-LINE
           WRITE LISTING-PRINT-LINE FROM LIST-COLUMN-LINE
           MOVE SPACES TO LISTING-PRINT-LINE
           WRITE LISTING-PRINT-LINE

           PERFORM PRINT-ONE-DEPT
               VARYING DEPT-SUB FROM 1 BY 1
               UNTIL DEPT-SUB > DEPT-ENTRY-COUNT

           MOVE SPACES TO LISTING-PRINT-LINE
           WRITE LISTING-PRINT-LINE
           MOVE "DEPARTMENTS ON FILE  . . :" TO LTT-LABEL
           MOVE DEPT-ENTRY-COUNT TO LTT-COUNT
           WRITE LISTING-PRINT-LINE FROM LIST-TOTAL-LINE
           MOVE "ACTIVE . . . . . . . . . :" TO LTT-LABEL
           MOVE LIST-ACTIVE-COUNT TO LTT-COUNT
           WRITE LISTING-PRINT-LINE FROM LIST-TOTAL-LINE
           MOVE "INACTIVE . . . . . . . . :" TO LTT-LABEL
           MOVE LIST-INACTIVE-COUNT TO LTT-COUNT
           WRITE LISTING-PRINT-LINE FROM LIST-TOTAL-LINE
           MOVE "PENDING  . . . . . . . . :" TO LTT-LABEL
           MOVE LIST-PENDING-COUNT TO LTT-COUNT
           WRITE LISTING-PRINT-LINE FROM LIST-TOTAL-LINE
           CLOSE LISTING-FILE.

       PRINT-DEPT-LISTING-EXIT.
           EXIT.

       PRINT-ONE-DEPT.
           EVALUATE TRUE
               WHEN DTB-EFF-TO (DEPT-SUB) NOT = SPACES
                   AND DTB-EFF-TO (DEPT-SUB) NOT > BUSINESS-DATE
                   MOVE "INACTIVE" TO LST-STATUS
                   ADD 1 TO LIST-INACTIVE-COUNT
               WHEN DTB-EFF-FROM (DEPT-SUB) > BUSINESS-DATE
                   MOVE "PENDING" TO LST-STATUS
                   ADD 1 TO LIST-PENDING-COUNT
               WHEN OTHER
                   MOVE "ACTIVE" TO LST-STATUS
                   ADD 1 TO LIST-ACTIVE-COUNT
           END-EVALUATE
           MOVE DTB-CODE (DEPT-SUB) TO LST-CODE
           MOVE DTB-NAME (DEPT-SUB) TO LST-NAME
           MOVE DTB-EFF-FROM (DEPT-SUB) TO LST-EFF-FROM
           MOVE DTB-EFF-TO (DEPT-SUB) TO LST-EFF-TO
           MOVE DTB-NAME-FROM (DEPT-SUB) TO LST-NAME-FROM
           MOVE DTB-PRIOR-NAME (DEPT-SUB) TO LST-PRIOR-NAME
           WRITE LISTING-PRINT-LINE FROM LIST-DETAIL-LINE.

      ******************************************************************
      * Generates this run's own identifier (date plus time) when no
      * batch window assigned one.
      ******************************************************************
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

       END PROGRAM DEPTMAINT.
