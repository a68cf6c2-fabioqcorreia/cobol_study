      *          here, since EQEDIT only ever sees the combined
      *          COLLECT header.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 2026-10-15  Every EQSUBCTL record now carries the window's run
      *             identifier and business date, and is also appended
      *             to the cumulative EQSUBHST history (same EQSUBREC
      *             layout) - EQSUBCTL and the EQHOLDnn files only
      *             ever show last night, and the monthly supplier
      *             scorecard (EQSCORE) needs every night's passed,
      *             held and refused batches. A history file that
      *             cannot be opened is reported but does not stop
      *             the collection.
      * 2026-10-15  REGISTER-SUB-BATCHES now performs
      *             REGISTER-ONE-SUB-BATCH THRU its exit - a night
      *             with an absent or held supplier took the GO TO to
      *             the exit outside the PERFORM range, ran on into the
      *             registry rewrite and abended on an empty table
      *             entry with EQINPUT, EQSUBCTL and EQREGSTR half
      *             written.
      * 2026-10-15  On a RUNCAL processing day (or when there is no
      *             RUNCAL) every supplier file looked for is now
      *             logged to the cumulative EQPICKUP file (layout in
      *             EQPCKREC) with the wall date and time it was picked
      *             up and whether it PASSED, was HELD, or was ABSENT,
      *             so EQDEADLN can hold each supplier to its EQSCHED
      *             cut-off. The log is written before the no-supplier
      *             check, so a night with nothing to collect is still
      *             on record. A log that cannot be opened is reported
      *             but does not stop the collection.
      * 2026-10-15  A fourth supplier file, EQINP04, is now picked up:
      *             the batches EQENTRY closes from equations keyed at
      *             the terminal by departments with no upstream
      *             system (system-id EQENTRY). It is validated, held,
      *             registered and logged exactly like EQINP01-03.
      *             Unlike an upstream file, nothing replaces it the
      *             next night, so once a collection has passed and
      *             registered it EQINP04 is emptied - it went into one
      *             window's EQINPUT and is not collected (or passed
      *             again under EQEDIT-ALLOW-RESEND) a second time. An
      *             empty supplier file is read as one not sent.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQCOLLECT.
           SELECT SUB-CONTROL-FILE ASSIGN TO "EQSUBCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUB-CONTROL-STATUS.
           SELECT SUB-HISTORY-FILE ASSIGN TO "EQSUBHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUB-HISTORY-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO "EQREGSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTRY-STATUS.
           SELECT RUN-PARMS-FILE ASSIGN TO "RUNPARMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-PARMS-STATUS.
           SELECT RUN-CALENDAR-FILE ASSIGN TO "RUNCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CALENDAR-STATUS.
           SELECT PICKUP-LOG-FILE ASSIGN TO "EQPICKUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PICKUP-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLIER-FILE.
       FD  SUB-CONTROL-FILE.
           COPY EQSUBREC.

       FD  SUB-HISTORY-FILE.
           COPY EQSUBREC REPLACING LEADING ==SUB== BY ==SBH==.

       FD  REGISTRY-FILE.
           COPY EQREGREC.

       FD  RUN-PARMS-FILE.
       01 RUN-PARMS-RECORD PIC X(80).

       FD  RUN-CALENDAR-FILE.
           COPY RUNCALRC.

       FD  PICKUP-LOG-FILE.
           COPY EQPCKREC.

       WORKING-STORAGE SECTION.
           COPY RUNID.
       01 SUPPLIER-STATUS PIC X(02).
       01 COMBINED-STATUS PIC X(02).
       01 HOLD-STATUS PIC X(02).
       01 SUB-CONTROL-STATUS PIC X(02).
       01 SUB-HISTORY-STATUS PIC X(02).
       01 SUB-HISTORY-OPEN-SWITCH PIC X(01) VALUE "N".
          88 SUB-HISTORY-OPEN VALUE "Y".
       01 SUPPLIER-FILE-NAME PIC X(08).
       01 HOLD-FILE-NAME PIC X(08).
       01 SUPPLIER-INDEX PIC 9(01).
       01 SUPPLIER-LIMIT PIC 9(01) VALUE 4.
      * EQINP04 is EQENTRY's batch, emptied once it is collected.
       01 ENTRY-SUPPLIER-INDEX PIC 9(01) VALUE 4.
       01 RUN-DATE-WORK PIC X(08).
       01 RUN-TIME-WORK PIC X(08).
       01 BATCH-SYSTEM-ID PIC X(08).
      * without repeating pass one's diagnostics). The header fields
      * of each passing sub-batch are kept for registration.
       01 SUPPLIER-STATE-TABLE.
          05 SUPPLIER-ENTRY OCCURS 4 TIMES.
             10 SUPPLIER-STATE PIC X(01).
             10 SUP-TAB-SYSTEM-ID PIC X(08).
             10 SUP-TAB-CREATE-DATE PIC X(08).
             10 SUP-TAB-COUNT PIC 9(07).
             10 SUP-TAB-PICKUP-DATE PIC X(08).
             10 SUP-TAB-PICKUP-TIME PIC X(06).
       01 RUN-CALENDAR-STATUS PIC X(02).
       01 PICKUP-LOG-STATUS PIC X(02).
       01 PICKUP-BUSINESS-DATE PIC X(08).
       01 PICKUP-TIME-WORK PIC X(08).
       01 END-OF-CALENDAR-SWITCH PIC X(01) VALUE "N".
          88 END-OF-CALENDAR VALUE "Y".
       01 PROCESSING-DAY-SWITCH PIC X(01) VALUE "Y".
          88 PROCESSING-DAY VALUE "Y".
       01 REGISTRY-STATUS PIC X(02).
       01 RUN-PARMS-STATUS PIC X(02).
       01 PARM-KEYWORD PIC X(20).
          88 ALLOW-RESEND VALUE "Y".
       01 END-OF-REGISTRY-SWITCH PIC X(01) VALUE "N".
          88 END-OF-REGISTRY VALUE "Y".
       01 REGISTRY-WRITTEN-SWITCH PIC X(01) VALUE "N".
          88 REGISTRY-WRITTEN VALUE "Y".
       01 DUPLICATE-SUPPLIER-SWITCH PIC X(01) VALUE "N".
          88 DUPLICATE-SUPPLIER VALUE "Y".
       01 REGISTRY-TABLE.
           MOVE "N" TO END-OF-PARMS-SWITCH
           MOVE "N" TO ALLOW-RESEND-SWITCH
           MOVE "N" TO END-OF-REGISTRY-SWITCH
           MOVE "N" TO REGISTRY-WRITTEN-SWITCH
           MOVE "N" TO SUB-HISTORY-OPEN-SWITCH
           MOVE "N" TO END-OF-CALENDAR-SWITCH
           IF BATCH-RUN-ID = SPACES OR BATCH-RUN-ID = LOW-VALUES
               PERFORM ASSIGN-RUN-ID
           END-IF

           PERFORM READ-RUN-PARMS
           PERFORM CHECK-PROCESSING-DAY
           PERFORM LOAD-REGISTRY-TABLE THRU LOAD-REGISTRY-TABLE-EXIT

           OPEN OUTPUT COMBINED-FILE
               MOVE 1 TO RETURN-CODE
               GOBACK.

           OPEN EXTEND SUB-HISTORY-FILE
           IF SUB-HISTORY-STATUS = "35"
               OPEN OUTPUT SUB-HISTORY-FILE
           END-IF
           IF SUB-HISTORY-STATUS = "00"
               SET SUB-HISTORY-OPEN TO TRUE
           ELSE
               DISPLAY "EQCOLLECT: EQSUBHST NOT AVAILABLE - STATUS "
                   SUB-HISTORY-STATUS " - TONIGHT NOT IN THE HISTORY"
           END-IF

      * Every supplier is validated (read-only) before anything is
      * copied: the combined header must carry the true total, and a
      * LINE SEQUENTIAL file cannot be rewritten in place to correct
               VARYING SUPPLIER-INDEX FROM 1 BY 1
               UNTIL SUPPLIER-INDEX > SUPPLIER-LIMIT

           IF PROCESSING-DAY
               PERFORM WRITE-PICKUP-LOG
           END-IF

           IF PASSED-COUNT = ZERO
               CLOSE COMBINED-FILE
               CLOSE SUB-CONTROL-FILE
               IF SUB-HISTORY-OPEN
                   CLOSE SUB-HISTORY-FILE
               END-IF
               IF ABSENT-COUNT = SUPPLIER-LIMIT
                   DISPLAY "EQCOLLECT: NO SUPPLIER FILE PRESENT - "
                       "NOTHING TO COLLECT"

           CLOSE COMBINED-FILE
           CLOSE SUB-CONTROL-FILE
           IF SUB-HISTORY-OPEN
               CLOSE SUB-HISTORY-FILE
           END-IF
           PERFORM EMPTY-ENTRY-BATCH

           DISPLAY "EQCOLLECT: SUB-BATCHES PASSED : " PASSED-COUNT
           DISPLAY "EQCOLLECT: SUB-BATCHES HELD . : " HELD-COUNT
      ******************************************************************
       VALIDATE-ONE-SUPPLIER.
           PERFORM SET-SUPPLIER-NAMES
           ACCEPT SUP-TAB-PICKUP-DATE (SUPPLIER-INDEX)
               FROM DATE YYYYMMDD
           ACCEPT PICKUP-TIME-WORK FROM TIME
           MOVE PICKUP-TIME-WORK (1:6)
               TO SUP-TAB-PICKUP-TIME (SUPPLIER-INDEX)
           PERFORM READ-SUPPLIER-BATCH THRU READ-SUPPLIER-BATCH-EXIT
           IF FILE-ABSENT
               MOVE "A" TO SUPPLIER-STATE (SUPPLIER-INDEX)
                   " NOT PRESENT - SUPPLIER SENT NOTHING"
               GO TO VALIDATE-ONE-SUPPLIER-EXIT
           END-IF
           MOVE BATCH-SYSTEM-ID TO SUP-TAB-SYSTEM-ID (SUPPLIER-INDEX)

           IF NOT BATCH-BAD
               PERFORM CHECK-SUPPLIER-REGISTRY
               END-IF
           ELSE
               MOVE "P" TO SUPPLIER-STATE (SUPPLIER-INDEX)
               MOVE BATCH-CREATE-DATE
                   TO SUP-TAB-CREATE-DATE (SUPPLIER-INDEX)
               MOVE BATCH-DETAIL-COUNT
               UNTIL END-OF-SUPPLIER
           CLOSE SUPPLIER-FILE

      * Nothing on the file at all is a supplier with nothing to
      * send, as EQINP04 is between EQENTRY closes.
           IF NOT HEADER-SEEN AND NOT TRAILER-SEEN
               AND BATCH-DETAIL-COUNT = ZERO
               SET FILE-ABSENT TO TRUE
               GO TO READ-SUPPLIER-BATCH-EXIT
           END-IF

           IF NOT HEADER-SEEN
               DISPLAY "EQCOLLECT: " SUPPLIER-FILE-NAME
                   " HAS NO BATCH HEADER"
           MOVE BATCH-CREATE-DATE TO SUB-CREATE-DATE
           MOVE BATCH-DETAIL-COUNT TO SUB-DETAIL-COUNT
           MOVE "PASSED" TO SUB-STATUS
           PERFORM WRITE-SUB-CONTROL-RECORD.

       WRITE-SUB-CONTROL-HELD.
           MOVE SPACES TO SUB-BATCH-RECORD
           MOVE BATCH-CREATE-DATE TO SUB-CREATE-DATE
           MOVE BATCH-DETAIL-COUNT TO SUB-DETAIL-COUNT
           MOVE "HELD" TO SUB-STATUS
           PERFORM WRITE-SUB-CONTROL-RECORD.

       WRITE-SUB-CONTROL-DUPLICATE.
           MOVE SPACES TO SUB-BATCH-RECORD
           MOVE BATCH-CREATE-DATE TO SUB-CREATE-DATE
           MOVE BATCH-DETAIL-COUNT TO SUB-DETAIL-COUNT
           MOVE "DUPHELD" TO SUB-STATUS
           PERFORM WRITE-SUB-CONTROL-RECORD.

      ******************************************************************
      * Stamps the sub-batch record with the window's run identifier
      * and business date, writes it to tonight's EQSUBCTL and appends
      * the same record to the EQSUBHST history.
      ******************************************************************
       WRITE-SUB-CONTROL-RECORD.
           MOVE BATCH-RUN-ID TO SUB-RUN-ID
           PERFORM SET-REGISTER-DATE
           MOVE RUN-DATE-WORK TO SUB-BUSINESS-DATE
           WRITE SUB-BATCH-RECORD
           IF SUB-HISTORY-OPEN
               MOVE SUB-BATCH-RECORD TO SBH-BATCH-RECORD
               WRITE SBH-BATCH-RECORD
           END-IF.

      ******************************************************************
      * Reads the shared RUNPARMS steering file for the one keyword
               MOVE BUSINESS-DATE TO RUN-DATE-WORK
           END-IF.

      ******************************************************************
      * Finds tonight's business date on RUNCAL. Only a date the
      * calendar marks N is a non-processing day; no calendar, or a
      * date it does not hold, is a processing day, the same way the
      * window itself treats them.
      ******************************************************************
       CHECK-PROCESSING-DAY.
           PERFORM SET-REGISTER-DATE
           MOVE RUN-DATE-WORK TO PICKUP-BUSINESS-DATE
           MOVE "Y" TO PROCESSING-DAY-SWITCH
           OPEN INPUT RUN-CALENDAR-FILE
           IF RUN-CALENDAR-STATUS = "00"
               PERFORM FIND-ONE-CALENDAR-DAY
                   THRU FIND-ONE-CALENDAR-DAY-EXIT
                   UNTIL END-OF-CALENDAR
               CLOSE RUN-CALENDAR-FILE
           END-IF
           IF NOT PROCESSING-DAY
               DISPLAY "EQCOLLECT: " PICKUP-BUSINESS-DATE
                   " IS A NON-PROCESSING DAY - PICKUPS NOT LOGGED"
           END-IF.

       FIND-ONE-CALENDAR-DAY.
           READ RUN-CALENDAR-FILE
               AT END
                   SET END-OF-CALENDAR TO TRUE
                   GO TO FIND-ONE-CALENDAR-DAY-EXIT
           END-READ
           IF CAL-BUSINESS-DATE = PICKUP-BUSINESS-DATE
               IF CAL-DAY-TYPE = "N"
                   MOVE "N" TO PROCESSING-DAY-SWITCH
               END-IF
               SET END-OF-CALENDAR TO TRUE
           END-IF.

       FIND-ONE-CALENDAR-DAY-EXIT.
           EXIT.

      ******************************************************************
      * Appends one EQPICKUP row per supplier file looked for tonight,
      * with the wall date and time pass one picked it up (or found
      * it absent) and what became of it.
      ******************************************************************
       WRITE-PICKUP-LOG.
           OPEN EXTEND PICKUP-LOG-FILE
           IF PICKUP-LOG-STATUS = "35"
               OPEN OUTPUT PICKUP-LOG-FILE
           END-IF
           IF PICKUP-LOG-STATUS NOT = "00"
               DISPLAY "EQCOLLECT: EQPICKUP NOT AVAILABLE - STATUS "
                   PICKUP-LOG-STATUS " - TONIGHT'S PICKUPS NOT LOGGED"
           ELSE
               PERFORM WRITE-ONE-PICKUP
                   VARYING SUPPLIER-INDEX FROM 1 BY 1
                   UNTIL SUPPLIER-INDEX > SUPPLIER-LIMIT
               CLOSE PICKUP-LOG-FILE
           END-IF.

       WRITE-ONE-PICKUP.
           PERFORM SET-SUPPLIER-NAMES
           MOVE SPACES TO SUPPLIER-PICKUP-RECORD
           MOVE PICKUP-BUSINESS-DATE TO PCK-BUSINESS-DATE
           MOVE SUPPLIER-FILE-NAME TO PCK-SUPPLIER-FILE
           MOVE SUP-TAB-PICKUP-DATE (SUPPLIER-INDEX)
               TO PCK-PICKUP-DATE
           MOVE SUP-TAB-PICKUP-TIME (SUPPLIER-INDEX)
               TO PCK-PICKUP-TIME
           EVALUATE SUPPLIER-STATE (SUPPLIER-INDEX)
               WHEN "P"
                   MOVE "PASSED" TO PCK-STATE
               WHEN "H"
                   MOVE "HELD" TO PCK-STATE
               WHEN OTHER
                   MOVE "ABSENT" TO PCK-STATE
           END-EVALUATE
           IF SUPPLIER-STATE (SUPPLIER-INDEX) NOT = "A"
               MOVE SUP-TAB-SYSTEM-ID (SUPPLIER-INDEX)
                   TO PCK-SYSTEM-ID
           END-IF
           MOVE BATCH-RUN-ID TO PCK-RUN-ID
           WRITE SUPPLIER-PICKUP-RECORD.

      ******************************************************************
      * Registers every sub-batch that passed into the combined file
      * - EQEDIT only ever sees the COLLECT header, so the supplier-
       REGISTER-SUB-BATCHES.
           PERFORM SET-REGISTER-DATE
           PERFORM REGISTER-ONE-SUB-BATCH
               THRU REGISTER-ONE-SUB-BATCH-EXIT
               VARYING SUPPLIER-INDEX FROM 1 BY 1
               UNTIL SUPPLIER-INDEX > SUPPLIER-LIMIT
           PERFORM REWRITE-REGISTRY.
                   VARYING REGISTRY-SUB FROM 1 BY 1
                   UNTIL REGISTRY-SUB > REGISTRY-ENTRY-COUNT
               CLOSE REGISTRY-FILE
               SET REGISTRY-WRITTEN TO TRUE
           END-IF.

       WRITE-ONE-REGISTRY-ENTRY.
               TO REG-REGISTER-DATE
           WRITE BATCH-REGISTRY-RECORD.

      ******************************************************************
      * Empties EQINP04 once its EQENTRY batch has passed into EQINPUT
      * and is on EQREGSTR, so it goes into one window only. EQENTRY
      * reads an empty EQINP04 as no batch, and refuses a second close
      * dated the same day from EQREGSTR. A batch held tonight, or one
      * EQREGSTR could not record, is left where it is.
      ******************************************************************
       EMPTY-ENTRY-BATCH.
           IF SUPPLIER-STATE (ENTRY-SUPPLIER-INDEX) = "P"
               AND REGISTRY-WRITTEN
               MOVE ENTRY-SUPPLIER-INDEX TO SUPPLIER-INDEX
               PERFORM SET-SUPPLIER-NAMES
               OPEN OUTPUT SUPPLIER-FILE
               IF SUPPLIER-STATUS = "00"
                   CLOSE SUPPLIER-FILE
                   DISPLAY "EQCOLLECT: " SUPPLIER-FILE-NAME
                       " COLLECTED - EMPTIED FOR THE NEXT BATCH"
               ELSE
                   DISPLAY "EQCOLLECT: " SUPPLIER-FILE-NAME
                       " NOT EMPTIED - STATUS " SUPPLIER-STATUS
                       " - TOMORROW HOLDS IT AS A RE-SENT BATCH"
               END-IF
           END-IF.

      ******************************************************************
      * Generates this run's own identifier (date plus time) when no
      * batch window assigned one - a stand-alone run from OPMENU or
