      ******************************************************************
      * Author: Fábio Correia
      * Date: 2026-10-15
      * Purpose: study - employee inquiry for the operator, launched
      *          from OPMENU, so one lookup answers payroll's "what
      *          name did we have for this employee on that date, and
      *          who changed it" without calling COBOLINIT by hand,
      *          browsing EMPHIST and searching AUDITLOG. The operator
      *          keys an EMP-ID, or a last name looked up through the
      *          EMPMAST alternate key (picking from the list when
      *          several employees share it), and sees:
      *            - the current EMPMAST record in full;
      *            - every EMPHIST row with its effective range, in
      *              date order, ending with the current name and the
      *              date it took over;
      *            - the EMPMAINT and COBOLINIT AUDITLOG entries that
      *              mention the employee, with run identifier and
      *              business date, a page at a time.
      *          Inquiries repeat until the operator keys a blank
      *          search type.
      * Tectonics: cobc
      ******************************************************************
      * An AUDITLOG entry mentions the employee when it is
      *   - an EMPMAINT entry whose transaction key (AUDIT-INPUT after
      *     the action code) is the EMP-ID, or
      *   - a COBOLINIT lookup keyed on the EMP-ID, or a COBOLINIT
      *     name search for the employee's last name (shown as such -
      *     it may have been for a namesake).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPINQ.
       ENVIRONMENT DIVISION.
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS HISTORY-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY BOOK.

       FD  HISTORY-FILE.
           COPY EMPHREC.

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01 EMPLOYEE-FILE-STATUS PIC X(02).
          88 EMPLOYEE-FOUND VALUE "00".
       01 HISTORY-STATUS PIC X(02).
       01 AUDIT-LOG-STATUS PIC X(02).
       01 HISTORY-PRESENT-SWITCH PIC X(01) VALUE "N".
          88 HISTORY-PRESENT VALUE "Y".
       01 INQUIRY-DONE-SWITCH PIC X(01) VALUE "N".
          88 INQUIRY-DONE VALUE "Y".
       01 EMPLOYEE-CHOSEN-SWITCH PIC X(01) VALUE "N".
          88 EMPLOYEE-CHOSEN VALUE "Y".
       01 END-OF-HISTORY-SWITCH PIC X(01) VALUE "N".
          88 END-OF-HISTORY VALUE "Y".
       01 END-OF-AUDIT-SWITCH PIC X(01) VALUE "N".
          88 END-OF-AUDIT VALUE "Y".
       01 END-OF-MATCHES-SWITCH PIC X(01) VALUE "N".
          88 END-OF-MATCHES VALUE "Y".
       01 SEARCH-TYPE PIC X(01).
       01 SEARCH-KEY PIC X(16).
       01 PICK-TEXT PIC X(02).
       01 PICK-NUMBER PIC 9(02).
       01 PAGE-REPLY PIC X(01).

      * The employee being shown, kept apart from the record areas
      * the history and audit walks reuse.
       01 INQUIRY-EMP-ID PIC X(16).
       01 INQUIRY-LAST-NAME PIC X(16).
       01 INQUIRY-NAME.
          05 INQ-FIRST-NAME PIC X(16).
          05 INQ-MIDDLE-NAME PIC X(16).
          05 INQ-LAST-NAME PIC X(16).
          05 INQ-SUFFIX PIC X(04).
       01 CURRENT-FROM-DATE PIC X(08).
       01 HISTORY-ROW-COUNT PIC 9(05) VALUE ZERO.
       01 AUDIT-MATCH-COUNT PIC 9(05) VALUE ZERO.
       01 AUDIT-PAGE-COUNT PIC 9(02) VALUE ZERO.
       01 AUDIT-PAGE-SIZE PIC 9(02) VALUE 5.
       01 AUDIT-MENTION-TEXT PIC X(12).

      * Name formatting work: the four BOOK name fields in, one
      * readable "FIRST MIDDLE LAST, SUFFIX" line out.
       01 NAME-WORK.
          05 NWK-FIRST-NAME PIC X(16).
          05 NWK-MIDDLE-NAME PIC X(16).
          05 NWK-LAST-NAME PIC X(16).
          05 NWK-SUFFIX PIC X(04).
       01 NAME-TEXT PIC X(57).
       01 NAME-POINTER PIC 9(02).

      * Employees sharing the searched last name, for the pick list.
       01 MATCH-TABLE.
          05 MATCH-ENTRY-COUNT PIC 9(02) VALUE ZERO.
          05 MATCH-ENTRY OCCURS 20 TIMES.
             10 MAT-EMP-ID PIC X(16).
             10 MAT-NAME-TEXT PIC X(57).
       01 MATCH-LIMIT PIC 9(02) VALUE 20.
       01 MATCH-SUB PIC 9(02).
       01 MATCH-MORE-SWITCH PIC X(01) VALUE "N".
          88 MATCH-MORE VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
      * A CALLed subprogram keeps last-used state, so everything a
      * previous inquiry may have changed is reset here.
           MOVE "N" TO HISTORY-PRESENT-SWITCH
           MOVE "N" TO INQUIRY-DONE-SWITCH

           OPEN INPUT EMPLOYEE-FILE
           IF EMPLOYEE-FILE-STATUS NOT = "00"
               DISPLAY "EMPINQ: EMPMAST NOT AVAILABLE - STATUS "
                   EMPLOYEE-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK.

      * No EMPHIST yet just means nobody's name has changed; any
      * other failure is said, and the inquiry goes on without it.
           OPEN INPUT HISTORY-FILE
           IF HISTORY-STATUS = "00"
               SET HISTORY-PRESENT TO TRUE
           ELSE
               IF HISTORY-STATUS NOT = "35"
                   DISPLAY "EMPINQ: EMPHIST NOT READABLE - STATUS "
                       HISTORY-STATUS " - HISTORY NOT SHOWN"
               END-IF
           END-IF

           PERFORM ANSWER-ONE-INQUIRY THRU ANSWER-ONE-INQUIRY-EXIT
               UNTIL INQUIRY-DONE

           CLOSE EMPLOYEE-FILE
           IF HISTORY-PRESENT
               CLOSE HISTORY-FILE
           END-IF
           GOBACK.

      ******************************************************************
      * One phone call: the operator picks the search, the employee
      * is found, and the record, history and audit entries follow.
      ******************************************************************
       ANSWER-ONE-INQUIRY.
           MOVE "N" TO EMPLOYEE-CHOSEN-SWITCH
           DISPLAY " "
           DISPLAY "================ EMPLOYEE INQUIRY ================"
           DISPLAY "SEARCH BY (I) EMP-ID OR (L) LAST NAME, "
               "BLANK TO RETURN: " WITH NO ADVANCING
           MOVE SPACES TO SEARCH-TYPE
           ACCEPT SEARCH-TYPE
           EVALUATE SEARCH-TYPE
               WHEN SPACE
                   SET INQUIRY-DONE TO TRUE
                   GO TO ANSWER-ONE-INQUIRY-EXIT
               WHEN "I"
               WHEN "i"
                   DISPLAY "EMP-ID: " WITH NO ADVANCING
                   MOVE SPACES TO SEARCH-KEY
                   ACCEPT SEARCH-KEY
                   PERFORM FIND-BY-EMP-ID
               WHEN "L"
               WHEN "l"
                   DISPLAY "LAST NAME: " WITH NO ADVANCING
                   MOVE SPACES TO SEARCH-KEY
                   ACCEPT SEARCH-KEY
                   PERFORM FIND-BY-LAST-NAME
                       THRU FIND-BY-LAST-NAME-EXIT
               WHEN OTHER
                   DISPLAY "EMPINQ: INVALID SEARCH TYPE - " SEARCH-TYPE
           END-EVALUATE

           IF NOT EMPLOYEE-CHOSEN
               GO TO ANSWER-ONE-INQUIRY-EXIT
           END-IF

           PERFORM SHOW-CURRENT-RECORD
           PERFORM SHOW-NAME-HISTORY
           PERFORM SHOW-AUDIT-ENTRIES.

       ANSWER-ONE-INQUIRY-EXIT.
           EXIT.

       FIND-BY-EMP-ID.
           MOVE SEARCH-KEY TO EMP-ID
           READ EMPLOYEE-FILE KEY IS EMP-ID
               INVALID KEY
                   DISPLAY "EMPINQ: NO EMPLOYEE " SEARCH-KEY
           END-READ
           IF EMPLOYEE-FOUND
               PERFORM NOTE-CHOSEN-EMPLOYEE
           END-IF.

      ******************************************************************
      * Lists the employees whose LAST-NAME equals the key, through
      * the alternate key. One match is taken as is; several are
      * numbered and the operator picks one.
      ******************************************************************
       FIND-BY-LAST-NAME.
           MOVE ZERO TO MATCH-ENTRY-COUNT
           MOVE "N" TO MATCH-MORE-SWITCH
           MOVE "N" TO END-OF-MATCHES-SWITCH
           MOVE SEARCH-KEY TO LAST-NAME
           START EMPLOYEE-FILE KEY = LAST-NAME
               INVALID KEY
                   SET END-OF-MATCHES TO TRUE
           END-START
           PERFORM NOTE-ONE-MATCH THRU NOTE-ONE-MATCH-EXIT
               UNTIL END-OF-MATCHES

           IF MATCH-ENTRY-COUNT = ZERO
               DISPLAY "EMPINQ: NO EMPLOYEE WITH LAST NAME " SEARCH-KEY
               GO TO FIND-BY-LAST-NAME-EXIT
           END-IF

           MOVE 1 TO PICK-NUMBER
           IF MATCH-ENTRY-COUNT > 1
               PERFORM SHOW-ONE-MATCH
                   VARYING MATCH-SUB FROM 1 BY 1
                   UNTIL MATCH-SUB > MATCH-ENTRY-COUNT
               IF MATCH-MORE
                   DISPLAY "    (MORE THAN " MATCH-LIMIT
                       " - SEARCH BY EMP-ID FOR THE REST)"
               END-IF
               DISPLAY "PICK 1-" MATCH-ENTRY-COUNT ": "
                   WITH NO ADVANCING
               MOVE SPACES TO PICK-TEXT
               ACCEPT PICK-TEXT
               IF PICK-TEXT (2:1) = SPACE
                   MOVE PICK-TEXT (1:1) TO PICK-TEXT (2:1)
                   MOVE "0" TO PICK-TEXT (1:1)
               END-IF
               IF PICK-TEXT IS NOT NUMERIC
                   DISPLAY "EMPINQ: NOT A NUMBER - " PICK-TEXT
                   GO TO FIND-BY-LAST-NAME-EXIT
               END-IF
               MOVE PICK-TEXT TO PICK-NUMBER
               IF PICK-NUMBER = ZERO
                   OR PICK-NUMBER > MATCH-ENTRY-COUNT
                   DISPLAY "EMPINQ: NO SUCH ENTRY - " PICK-TEXT
                   GO TO FIND-BY-LAST-NAME-EXIT
               END-IF
           END-IF

           MOVE MAT-EMP-ID (PICK-NUMBER) TO EMP-ID
           READ EMPLOYEE-FILE KEY IS EMP-ID
               INVALID KEY
                   DISPLAY "EMPINQ: EMPLOYEE " EMP-ID " NO LONGER ON "
                       "EMPMAST"
           END-READ
           IF EMPLOYEE-FOUND
               PERFORM NOTE-CHOSEN-EMPLOYEE
           END-IF.

       FIND-BY-LAST-NAME-EXIT.
           EXIT.

       NOTE-ONE-MATCH.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END
                   SET END-OF-MATCHES TO TRUE
                   GO TO NOTE-ONE-MATCH-EXIT
           END-READ
           IF LAST-NAME NOT = SEARCH-KEY
               SET END-OF-MATCHES TO TRUE
               GO TO NOTE-ONE-MATCH-EXIT
           END-IF
           IF MATCH-ENTRY-COUNT NOT < MATCH-LIMIT
               SET MATCH-MORE TO TRUE
               SET END-OF-MATCHES TO TRUE
               GO TO NOTE-ONE-MATCH-EXIT
           END-IF
           ADD 1 TO MATCH-ENTRY-COUNT
           MOVE EMP-ID TO MAT-EMP-ID (MATCH-ENTRY-COUNT)
           MOVE FIRST-NAME TO NWK-FIRST-NAME
           MOVE MIDDLE-NAME TO NWK-MIDDLE-NAME
           MOVE LAST-NAME TO NWK-LAST-NAME
           MOVE SUFFIX TO NWK-SUFFIX
           PERFORM BUILD-NAME-TEXT
           MOVE NAME-TEXT TO MAT-NAME-TEXT (MATCH-ENTRY-COUNT).

       NOTE-ONE-MATCH-EXIT.
           EXIT.

       SHOW-ONE-MATCH.
           DISPLAY "  " MATCH-SUB ". " MAT-EMP-ID (MATCH-SUB) " "
               MAT-NAME-TEXT (MATCH-SUB).

       NOTE-CHOSEN-EMPLOYEE.
           SET EMPLOYEE-CHOSEN TO TRUE
           MOVE EMP-ID TO INQUIRY-EMP-ID
           MOVE LAST-NAME TO INQUIRY-LAST-NAME
           MOVE FIRST-NAME TO INQ-FIRST-NAME
           MOVE MIDDLE-NAME TO INQ-MIDDLE-NAME
           MOVE LAST-NAME TO INQ-LAST-NAME
           MOVE SUFFIX TO INQ-SUFFIX.

       SHOW-CURRENT-RECORD.
           DISPLAY " "
           DISPLAY "---------------- CURRENT EMPMAST RECORD ---------"
           DISPLAY "EMP-ID      : " INQUIRY-EMP-ID
           DISPLAY "FIRST NAME  : " INQ-FIRST-NAME
           DISPLAY "MIDDLE NAME : " INQ-MIDDLE-NAME
           DISPLAY "LAST NAME   : " INQ-LAST-NAME
           DISPLAY "SUFFIX      : " INQ-SUFFIX.

      ******************************************************************
      * Walks the employee's EMPHIST rows in key order, which is
      * effective-from order, then closes with the current name from
      * the last row's EFF-TO (since load when there are no rows).
      ******************************************************************
       SHOW-NAME-HISTORY.
           DISPLAY " "
           DISPLAY "---------------- NAME HISTORY -------------------"
           DISPLAY "FROM      TO        NAME"
           MOVE ZERO TO HISTORY-ROW-COUNT
           MOVE "00000000" TO CURRENT-FROM-DATE
           MOVE "N" TO END-OF-HISTORY-SWITCH
           IF NOT HISTORY-PRESENT
               SET END-OF-HISTORY TO TRUE
           ELSE
               MOVE INQUIRY-EMP-ID TO HIST-EMP-ID
               MOVE "00000000" TO HIST-EFF-FROM
               START HISTORY-FILE KEY >= HIST-KEY
                   INVALID KEY
                       SET END-OF-HISTORY TO TRUE
               END-START
           END-IF
           PERFORM SHOW-ONE-HISTORY-ROW
               THRU SHOW-ONE-HISTORY-ROW-EXIT
               UNTIL END-OF-HISTORY

           MOVE INQUIRY-NAME TO NAME-WORK
           PERFORM BUILD-NAME-TEXT
           DISPLAY CURRENT-FROM-DATE "  (CURRENT) " NAME-TEXT
           IF HISTORY-ROW-COUNT = ZERO
               DISPLAY "NO NAME CHANGES - CURRENT NAME IN FORCE SINCE "
                   "LOAD"
           END-IF.

       SHOW-ONE-HISTORY-ROW.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   SET END-OF-HISTORY TO TRUE
                   GO TO SHOW-ONE-HISTORY-ROW-EXIT
           END-READ
           IF HIST-EMP-ID NOT = INQUIRY-EMP-ID
               SET END-OF-HISTORY TO TRUE
               GO TO SHOW-ONE-HISTORY-ROW-EXIT
           END-IF
           ADD 1 TO HISTORY-ROW-COUNT
           MOVE HIST-FIRST-NAME TO NWK-FIRST-NAME
           MOVE HIST-MIDDLE-NAME TO NWK-MIDDLE-NAME
           MOVE HIST-LAST-NAME TO NWK-LAST-NAME
           MOVE HIST-SUFFIX TO NWK-SUFFIX
           PERFORM BUILD-NAME-TEXT
           DISPLAY HIST-EFF-FROM "  " HIST-EFF-TO "  " NAME-TEXT
           MOVE HIST-EFF-TO TO CURRENT-FROM-DATE.

       SHOW-ONE-HISTORY-ROW-EXIT.
           EXIT.

      ******************************************************************
      * Reads AUDITLOG from the top and shows every entry that
      * mentions the employee, AUDIT-PAGE-SIZE entries to a page. The
      * operator is asked before each further page - only when there
      * is one - and can stop there with Q.
      ******************************************************************
       SHOW-AUDIT-ENTRIES.
           DISPLAY " "
           DISPLAY "---------------- AUDIT TRAIL --------------------"
           MOVE ZERO TO AUDIT-MATCH-COUNT
           MOVE ZERO TO AUDIT-PAGE-COUNT
           MOVE "N" TO END-OF-AUDIT-SWITCH
           OPEN INPUT AUDIT-LOG-FILE
           IF AUDIT-LOG-STATUS NOT = "00"
               DISPLAY "NO AUDITLOG FILE"
           ELSE
               PERFORM SHOW-ONE-AUDIT-ENTRY
                   THRU SHOW-ONE-AUDIT-ENTRY-EXIT
                   UNTIL END-OF-AUDIT
               CLOSE AUDIT-LOG-FILE
               IF AUDIT-MATCH-COUNT = ZERO
                   DISPLAY "NO EMPMAINT OR COBOLINIT ENTRIES FOR "
                       INQUIRY-EMP-ID
               ELSE
                   DISPLAY "(" AUDIT-MATCH-COUNT " ENTRIES SHOWN)"
               END-IF
           END-IF.

       SHOW-ONE-AUDIT-ENTRY.
           READ AUDIT-LOG-FILE
               AT END
                   SET END-OF-AUDIT TO TRUE
                   GO TO SHOW-ONE-AUDIT-ENTRY-EXIT
           END-READ

           MOVE SPACES TO AUDIT-MENTION-TEXT
           IF AUDIT-PROGRAM = "EMPMAINT"
               AND AUDIT-INPUT (3:16) = INQUIRY-EMP-ID
               MOVE "MAINTENANCE" TO AUDIT-MENTION-TEXT
           END-IF
           IF AUDIT-PROGRAM = "COBOLINIT"
               IF AUDIT-INPUT (1:16) = INQUIRY-EMP-ID
                   MOVE "LOOKUP" TO AUDIT-MENTION-TEXT
               END-IF
               IF AUDIT-INPUT (1:5) = "LAST="
                   AND AUDIT-INPUT (6:16) = INQUIRY-LAST-NAME
                   MOVE "NAME SEARCH" TO AUDIT-MENTION-TEXT
               END-IF
           END-IF
           IF AUDIT-MENTION-TEXT = SPACES
               GO TO SHOW-ONE-AUDIT-ENTRY-EXIT
           END-IF

           IF AUDIT-PAGE-COUNT NOT < AUDIT-PAGE-SIZE
               DISPLAY "-- ENTER FOR MORE, Q TO STOP: "
                   WITH NO ADVANCING
               MOVE SPACES TO PAGE-REPLY
               ACCEPT PAGE-REPLY
               IF PAGE-REPLY = "Q" OR PAGE-REPLY = "q"
                   SET END-OF-AUDIT TO TRUE
                   GO TO SHOW-ONE-AUDIT-ENTRY-EXIT
               END-IF
               MOVE ZERO TO AUDIT-PAGE-COUNT
           END-IF

           ADD 1 TO AUDIT-MATCH-COUNT
           ADD 1 TO AUDIT-PAGE-COUNT
           DISPLAY AUDIT-DATE " " AUDIT-TIME (1:6) " " AUDIT-PROGRAM
               " " AUDIT-MENTION-TEXT " RUN " AUDIT-RUN-ID
               " BUSINESS DATE " AUDIT-BUSINESS-DATE
           DISPLAY "    ASKED : " AUDIT-INPUT
           DISPLAY "    RESULT: " AUDIT-RESULT.

       SHOW-ONE-AUDIT-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * FIRST MIDDLE LAST, SUFFIX from NAME-WORK, with blank parts
      * left out. Each part ends at a double space, so a two-word
      * name field keeps both words.
      ******************************************************************
       BUILD-NAME-TEXT.
           MOVE SPACES TO NAME-TEXT
           MOVE 1 TO NAME-POINTER
           STRING NWK-FIRST-NAME DELIMITED BY "  "
               INTO NAME-TEXT WITH POINTER NAME-POINTER
           IF NWK-MIDDLE-NAME NOT = SPACES
               STRING " " DELIMITED BY SIZE
                   NWK-MIDDLE-NAME DELIMITED BY "  "
                   INTO NAME-TEXT WITH POINTER NAME-POINTER
           END-IF
           STRING " " DELIMITED BY SIZE
               NWK-LAST-NAME DELIMITED BY "  "
               INTO NAME-TEXT WITH POINTER NAME-POINTER
           IF NWK-SUFFIX NOT = SPACES
               STRING ", " DELIMITED BY SIZE
                   NWK-SUFFIX DELIMITED BY SPACE
                   INTO NAME-TEXT WITH POINTER NAME-POINTER
           END-IF.

       END PROGRAM EMPINQ.
