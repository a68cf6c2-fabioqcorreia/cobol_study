      *        field all land here)
      *   D01  requester/department code is not on the DEPTREF
      *        reference file (a blank code lands here too)
      *   D02  requester/department code is on DEPTREF but the
      *        department is not active on the business date
      *        (deactivated as of it or earlier, or not yet in
      *        force)
      *   R01  record carries data past the 40-byte A/B/C/department
      *        layout (a shifted or concatenated extract record)
      ******************************************************************
      *             operator override EQEDIT-ALLOW-RESEND=Y in
      *             RUNPARMS lets the rare legitimate resend through
      *             (and re-registers it under today's date).
      * 2026-10-15  A reject from the combined COLLECT batch is now
      *             written to EQSUSP under the supplier that actually
      *             sent it rather than "COLLECT": the PASSED rows of
      *             EQCOLLECT's EQSUBCTL are loaded in file order (the
      *             order their details were copied into EQINPUT) and
      *             the running detail counts say whose record each
      *             record number is. When EQSUBCTL is missing or does
      *             not add up to the header's expected count the
      *             rejects stay under COLLECT, as before, with a note.
      * 2026-10-15  CHECK-BATCH-REGISTRY is now performed THRU its
      *             exit - a batch with no registry entry took the GO
      *             TO outside the PERFORM range, ran straight on
      *             through the registry paragraphs and abended
      *             rewriting EQREGSTR from an empty table entry.
      * 2026-10-15  DEPTREF now carries effective dates (see DEPTREC,
      *             maintained by DEPTMAINT): a department that is on
      *             file but not active on the business date rejects
      *             with the new D02 reason instead of passing, kept
      *             apart from D01 so the supplier can tell a retired
      *             department from a mistyped code.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQEDIT.
           SELECT SUSPENSE-FILE ASSIGN TO "EQSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPENSE-STATUS.
           SELECT SUB-CONTROL-FILE ASSIGN TO "EQSUBCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUB-CONTROL-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO "EQREGSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTRY-STATUS.
       FD  SUSPENSE-FILE.
           COPY EQSUSREC.

       FD  SUB-CONTROL-FILE.
           COPY EQSUBREC.

       FD  REGISTRY-FILE.
           COPY EQREGREC.

          05 DEPT-ENTRY-COUNT PIC 9(03) VALUE ZERO.
          05 DEPT-ENTRY OCCURS 100 TIMES.
             10 DEPT-TABLE-CODE PIC X(04).
             10 DEPT-TABLE-EFF-FROM PIC X(08).
             10 DEPT-TABLE-EFF-TO PIC X(08).
       01 DEPT-LIMIT PIC 9(03) VALUE 100.
       01 DEPT-SUB PIC 9(03).
       01 DEPT-HIT-INDEX PIC 9(03) VALUE ZERO.
       01 DEPT-AS-OF-DATE PIC X(08).
       01 DEPT-HIT-SWITCH PIC X(01).
          88 DEPT-HIT VALUE "Y".
       01 REGISTRY-STATUS PIC X(02).
       01 REGISTRY-HIT-INDEX PIC 9(03) VALUE ZERO.
       01 REGISTRY-HIT-SWITCH PIC X(01).
          88 REGISTRY-HIT VALUE "Y".
      * Which supplier's details occupy which record numbers of a
      * combined COLLECT batch - one entry per PASSED sub-batch, in
      * EQSUBCTL order, with the running count at its last record.
       01 SUB-CONTROL-STATUS PIC X(02).
       01 END-OF-SUB-CONTROL-SWITCH PIC X(01) VALUE "N".
          88 END-OF-SUB-CONTROL VALUE "Y".
       01 SUPPLIER-RANGE-TABLE.
          05 SUPPLIER-RANGE-COUNT PIC 9(02) VALUE ZERO.
          05 SUPPLIER-RANGE-ENTRY OCCURS 20 TIMES.
             10 RANGE-SYSTEM-ID PIC X(08).
             10 RANGE-LAST-RECORD PIC 9(07).
       01 SUPPLIER-RANGE-LIMIT PIC 9(02) VALUE 20.
       01 SUPPLIER-RANGE-SUB PIC 9(02).
       01 SUPPLIER-RANGE-TOTAL PIC 9(07) VALUE ZERO.
       01 SUPPLIER-RANGE-UNUSABLE-SWITCH PIC X(01) VALUE "N".
          88 SUPPLIER-RANGE-UNUSABLE VALUE "Y".
       01 SUPPLIER-RANGE-HIT-SWITCH PIC X(01).
          88 SUPPLIER-RANGE-HIT VALUE "Y".
       01 REJECT-SYSTEM-ID PIC X(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "N" TO ALLOW-RESEND-SWITCH
           MOVE "N" TO END-OF-REGISTRY-SWITCH
           MOVE "N" TO DUPLICATE-BATCH-SWITCH
           MOVE "N" TO END-OF-SUB-CONTROL-SWITCH
           MOVE ZERO TO SUPPLIER-RANGE-COUNT
           MOVE ZERO TO SUPPLIER-RANGE-TOTAL
           MOVE "N" TO SUPPLIER-RANGE-UNUSABLE-SWITCH
           MOVE ZERO TO DEPT-ENTRY-COUNT
           MOVE ZERO TO REGISTRY-ENTRY-COUNT
           MOVE ZERO TO CONTENT-HASH-TOTAL
           IF CONTROL-ERROR
               MOVE 1 TO RETURN-CODE
               GOBACK.
           PERFORM SET-REGISTER-DATE
           MOVE RUN-DATE-WORK TO DEPT-AS-OF-DATE

           OPEN INPUT EQ-RAW-FILE
           IF EQ-RAW-STATUS NOT = "00"
               GOBACK.

           PERFORM CHECK-BATCH-REGISTRY
               THRU CHECK-BATCH-REGISTRY-EXIT
           IF DUPLICATE-BATCH
               CLOSE EQ-RAW-FILE
               CLOSE EQ-VALID-FILE
               MOVE 3 TO RETURN-CODE
               GOBACK.

           IF HEADER-SYSTEM-ID = "COLLECT"
               PERFORM LOAD-SUPPLIER-RANGES
                   THRU LOAD-SUPPLIER-RANGES-EXIT
           END-IF

           PERFORM WRITE-VALID-HEADER

           PERFORM EDIT-ONE-RECORD THRU EDIT-ONE-RECORD-EXIT
           IF DEPT-ENTRY-COUNT < DEPT-LIMIT
               ADD 1 TO DEPT-ENTRY-COUNT
               MOVE DEPT-CODE TO DEPT-TABLE-CODE (DEPT-ENTRY-COUNT)
               MOVE DEPT-EFF-FROM
                   TO DEPT-TABLE-EFF-FROM (DEPT-ENTRY-COUNT)
               MOVE DEPT-EFF-TO TO DEPT-TABLE-EFF-TO (DEPT-ENTRY-COUNT)
           ELSE
               DISPLAY "EQEDIT: DEPARTMENT TABLE FULL - " DEPT-CODE
                   " AND LATER DEPTREF ENTRIES IGNORED"
      ******************************************************************
      * Validates the current record's requester/department code
      * against the table loaded from DEPTREF. An unknown or blank
      * code leaves the D01 reason set; a known department that is
      * not active on the business date (on or after its active-from
      * date and before the date it was deactivated as of) leaves
      * D02. Blank dates - a record from before DEPTREF carried them
      * - mean active since always.
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
           IF DEPT-TABLE-CODE (DEPT-SUB) = RAW-DEPT-CODE
               SET DEPT-HIT TO TRUE
               MOVE DEPT-SUB TO DEPT-HIT-INDEX
           END-IF.

      ******************************************************************
           MOVE SPACES TO SUSPENSE-RECORD
           MOVE BATCH-RUN-ID TO SUS-RUN-ID
           MOVE RUN-DATE-WORK TO SUS-REJECT-DATE
           PERFORM FIND-REJECT-SUPPLIER
           MOVE REJECT-SYSTEM-ID TO SUS-SYSTEM-ID
           MOVE READ-COUNT TO SUS-RECORD-NUMBER
           MOVE EDIT-REASON-CODE TO SUS-REASON-CODE
           MOVE "OPEN" TO SUS-DISPOSITION
           MOVE RAW-EQUATION-RECORD TO SUS-RECORD-IMAGE
           WRITE SUSPENSE-RECORD.

      ******************************************************************
      * Names the supplier of the record just rejected: the first
      * sub-batch range whose running count reaches this record
      * number. A batch not built by EQCOLLECT (or one whose EQSUBCTL
      * could not be trusted) has no ranges and keeps the header's
      * own system-id.
      ******************************************************************
       FIND-REJECT-SUPPLIER.
           MOVE HEADER-SYSTEM-ID TO REJECT-SYSTEM-ID
           MOVE "N" TO SUPPLIER-RANGE-HIT-SWITCH
           PERFORM CHECK-SUPPLIER-RANGE
               VARYING SUPPLIER-RANGE-SUB FROM 1 BY 1
               UNTIL SUPPLIER-RANGE-SUB > SUPPLIER-RANGE-COUNT
               OR SUPPLIER-RANGE-HIT.

       CHECK-SUPPLIER-RANGE.
           IF READ-COUNT <= RANGE-LAST-RECORD (SUPPLIER-RANGE-SUB)
               SET SUPPLIER-RANGE-HIT TO TRUE
               MOVE RANGE-SYSTEM-ID (SUPPLIER-RANGE-SUB)
                   TO REJECT-SYSTEM-ID
           END-IF.

      ******************************************************************
      * Loads the PASSED rows of tonight's EQSUBCTL as record-number
      * ranges. EQCOLLECT copies the passed sub-batches into EQINPUT
      * in the same order it writes them here, so the running detail
      * count is the last record number of each supplier. The ranges
      * are only used if they add up to the combined header's
      * expected count - a stale or foreign EQSUBCTL would blame the
      * wrong supplier, so the rejects then stay under COLLECT.
      ******************************************************************
       LOAD-SUPPLIER-RANGES.
           OPEN INPUT SUB-CONTROL-FILE
           IF SUB-CONTROL-STATUS NOT = "00"
               DISPLAY "EQEDIT: EQSUBCTL NOT AVAILABLE - STATUS "
                   SUB-CONTROL-STATUS " - REJECTS FILED UNDER COLLECT"
               GO TO LOAD-SUPPLIER-RANGES-EXIT
           END-IF
           PERFORM LOAD-ONE-SUPPLIER-RANGE
               THRU LOAD-ONE-SUPPLIER-RANGE-EXIT
               UNTIL END-OF-SUB-CONTROL
           CLOSE SUB-CONTROL-FILE
           IF SUPPLIER-RANGE-UNUSABLE
               MOVE ZERO TO SUPPLIER-RANGE-COUNT
               GO TO LOAD-SUPPLIER-RANGES-EXIT
           END-IF
           IF SUPPLIER-RANGE-TOTAL NOT = HEADER-EXPECTED-COUNT
               DISPLAY "EQEDIT: EQSUBCTL PASSED COUNT "
                   SUPPLIER-RANGE-TOTAL " DOES NOT MATCH HEADER "
                   HEADER-EXPECTED-COUNT " - REJECTS FILED UNDER "
                   "COLLECT"
               MOVE ZERO TO SUPPLIER-RANGE-COUNT
           END-IF.

       LOAD-SUPPLIER-RANGES-EXIT.
           EXIT.

       LOAD-ONE-SUPPLIER-RANGE.
           READ SUB-CONTROL-FILE
               AT END
                   SET END-OF-SUB-CONTROL TO TRUE
                   GO TO LOAD-ONE-SUPPLIER-RANGE-EXIT
           END-READ
           IF SUB-STATUS NOT = "PASSED"
               GO TO LOAD-ONE-SUPPLIER-RANGE-EXIT
           END-IF
           IF SUB-DETAIL-COUNT IS NOT NUMERIC
               OR SUPPLIER-RANGE-COUNT NOT < SUPPLIER-RANGE-LIMIT
               DISPLAY "EQEDIT: EQSUBCTL ROW FOR " SUB-SYSTEM-ID
                   " NOT USABLE - REJECTS FILED UNDER COLLECT"
               SET SUPPLIER-RANGE-UNUSABLE TO TRUE
               SET END-OF-SUB-CONTROL TO TRUE
               GO TO LOAD-ONE-SUPPLIER-RANGE-EXIT
           END-IF
           ADD SUB-DETAIL-COUNT TO SUPPLIER-RANGE-TOTAL
           ADD 1 TO SUPPLIER-RANGE-COUNT
           MOVE SUB-SYSTEM-ID
               TO RANGE-SYSTEM-ID (SUPPLIER-RANGE-COUNT)
           MOVE SUPPLIER-RANGE-TOTAL
               TO RANGE-LAST-RECORD (SUPPLIER-RANGE-COUNT).

       LOAD-ONE-SUPPLIER-RANGE-EXIT.
           EXIT.

      ******************************************************************
      * Folds one valid coefficient into the content hash - the same
      * A+B+C sum EQEXTRACT stamps on the MIS trailer, so one number
