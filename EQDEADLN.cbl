      ******************************************************************
      * Author: Fábio Correia
      * Date: 2026-10-15
      * Purpose: study - supplier transmission deadline monitor, run
      *          after EQCOLLECT. EQCOLLECT takes a supplier with no
      *          file tonight to have sent nothing, which is right on
      *          a holiday but on a normal processing day means a
      *          department gets no answers and nobody hears of it
      *          until they complain. This step holds every supplier
      *          on the EQSCHED schedule (layout in EQSCHREC) to its
      *          expected processing days and cut-off, using the
      *          pickups EQCOLLECT logged to EQPICKUP (layout in
      *          EQPCKREC), and writes each one that is LATE or
      *          MISSING to the EQESCAL escalation file (layout in
      *          EQESCREC) for operations to forward. Every night a
      *          supplier is due is also counted into its month on
      *          EQDLNMTH (layout in EQDLMREC), with how many of
      *          those nights were late or missing. EQDLNMTH holds
      *          at most 500 supplier months; a file with more is
      *          never rewritten from the part that fits - it is left
      *          as it is, tonight goes uncounted and the step ends
      *          1 until old months are rolled off by hand.
      * Tectonics: cobc
      ******************************************************************
      * Rules:
      *   - a RUNCAL non-processing day (day type N) is never due:
      *     EQESCAL is emptied and nothing is counted. No RUNCAL, or
      *     a date it does not hold, is a processing day;
      *   - a supplier is due when its SCH-PROCESS-DAYS flag for the
      *     business date's weekday (Monday first) is Y;
      *   - the pickup is the earliest EQPICKUP row for the business
      *     date that found the file (PASSED or HELD - a held file
      *     still arrived). None at all is MISSING;
      *   - a pickup later than the cut-off (HHMM on the business
      *     date, or on the day after when SCH-CUTOFF-NEXT-DAY is Y)
      *     is LATE; a pickup in the cut-off minute is on time.
      * No EQSCHED is not an error - there is nothing to monitor.
      * Return codes: 0 checked (escalations, if any, are on EQESCAL);
      * 1 EQESCAL or EQDLNMTH could not be written, EQDLNMTH is too
      * full to load or to take a supplier due tonight, or the
      * business date is not a date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQDEADLN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN TO "EQSCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHEDULE-STATUS.
           SELECT PICKUP-LOG-FILE ASSIGN TO "EQPICKUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PICKUP-LOG-STATUS.
           SELECT RUN-CALENDAR-FILE ASSIGN TO "RUNCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CALENDAR-STATUS.
           SELECT ESCALATION-FILE ASSIGN TO "EQESCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESCALATION-STATUS.
           SELECT MONTH-TOTALS-FILE ASSIGN TO "EQDLNMTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MONTH-TOTALS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-FILE.
           COPY EQSCHREC.

       FD  PICKUP-LOG-FILE.
           COPY EQPCKREC.

       FD  RUN-CALENDAR-FILE.
           COPY RUNCALRC.

       FD  ESCALATION-FILE.
           COPY EQESCREC.

       FD  MONTH-TOTALS-FILE.
           COPY EQDLMREC.

       WORKING-STORAGE SECTION.
           COPY RUNID.
       01 SCHEDULE-STATUS PIC X(02).
       01 PICKUP-LOG-STATUS PIC X(02).
       01 RUN-CALENDAR-STATUS PIC X(02).
       01 ESCALATION-STATUS PIC X(02).
       01 MONTH-TOTALS-STATUS PIC X(02).
       01 RUN-DATE-WORK PIC X(08).
       01 RUN-TIME-WORK PIC X(08).
       01 END-OF-SCHEDULE-SWITCH PIC X(01) VALUE "N".
          88 END-OF-SCHEDULE VALUE "Y".
       01 END-OF-PICKUP-LOG-SWITCH PIC X(01) VALUE "N".
          88 END-OF-PICKUP-LOG VALUE "Y".
       01 END-OF-CALENDAR-SWITCH PIC X(01) VALUE "N".
          88 END-OF-CALENDAR VALUE "Y".
       01 END-OF-MONTH-TOTALS-SWITCH PIC X(01) VALUE "N".
          88 END-OF-MONTH-TOTALS VALUE "Y".
       01 PROCESSING-DAY-SWITCH PIC X(01) VALUE "Y".
          88 PROCESSING-DAY VALUE "Y".
       01 DUE-COUNT PIC 9(03) VALUE ZERO.
       01 ON-TIME-COUNT PIC 9(03) VALUE ZERO.
       01 LATE-COUNT PIC 9(03) VALUE ZERO.
       01 MISSING-COUNT PIC 9(03) VALUE ZERO.
       01 PICKUP-STAMP PIC X(14).
       01 HELD-STAMP PIC X(14).
       01 CUTOFF-STAMP PIC X(12).
       01 CUTOFF-DATE-WORK PIC X(08).

      * The business date being monitored, and the calendar day
      * after it for a cut-off that falls past midnight.
       01 MONITOR-DATE PIC X(08).
       01 MONITOR-DATE-PARTS REDEFINES MONITOR-DATE.
          05 MONITOR-YEAR PIC 9(04).
          05 MONITOR-MONTH PIC 9(02).
          05 MONITOR-DAY PIC 9(02).
       01 NEXT-DATE PIC X(08).
       01 NEXT-DATE-PARTS REDEFINES NEXT-DATE.
          05 NEXT-YEAR PIC 9(04).
          05 NEXT-MONTH PIC 9(02).
          05 NEXT-DAY PIC 9(02).
       01 MONTH-LENGTH-VALUES PIC X(24)
          VALUE "312831303130313130313031".
       01 MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
          05 MONTH-LENGTH PIC 9(02) OCCURS 12 TIMES.
       01 DAYS-THIS-MONTH PIC 9(02).
       01 LEAP-QUOTIENT PIC 9(04).
       01 LEAP-REMAINDER-4 PIC 9(03).
       01 LEAP-REMAINDER-100 PIC 9(03).
       01 LEAP-REMAINDER-400 PIC 9(03).

      * Zeller's congruence for the weekday of the business date:
      * January and February count as months 13 and 14 of the year
      * before, and ZELLER-H comes out 0 for Saturday, 1 for Sunday,
      * and so on. WEEKDAY-NUMBER turns that into 1 for Monday
      * through 7 for Sunday, the order of SCH-PROCESS-DAYS.
       01 ZELLER-MONTH PIC 9(02).
       01 ZELLER-YEAR PIC 9(04).
       01 ZELLER-CENTURY PIC 9(02).
       01 ZELLER-YEAR-OF-CENTURY PIC 9(02).
       01 ZELLER-TERM PIC 9(04).
       01 ZELLER-SUM PIC 9(05).
       01 ZELLER-QUOTIENT PIC 9(05).
       01 ZELLER-H PIC 9(01).
       01 WEEKDAY-NUMBER PIC 9(01).

      * Tonight's schedule, with what EQPICKUP says about each
      * supplier: the earliest pickup that found the file, and the
      * latest time EQCOLLECT looked and found nothing.
       01 SCHEDULE-TABLE.
          05 SCHEDULE-ENTRY-COUNT PIC 9(03) VALUE ZERO.
          05 SCHEDULE-ENTRY OCCURS 20 TIMES.
             10 SCH-TAB-SUPPLIER-FILE PIC X(08).
             10 SCH-TAB-SYSTEM-ID PIC X(08).
             10 SCH-TAB-PROCESS-DAYS PIC X(07).
             10 SCH-TAB-PROCESS-DAY REDEFINES SCH-TAB-PROCESS-DAYS
                PIC X(01) OCCURS 7 TIMES.
             10 SCH-TAB-CUTOFF-TIME PIC X(04).
             10 SCH-TAB-NEXT-DAY PIC X(01).
             10 SCH-TAB-CONTACT PIC X(30).
             10 SCH-TAB-PICKUP-STAMP PIC X(14).
             10 SCH-TAB-LOOKED-STAMP PIC X(14).
             10 SCH-TAB-RESULT PIC X(07).
       01 SCHEDULE-LIMIT PIC 9(03) VALUE 20.
       01 SCHEDULE-SUB PIC 9(03).
       01 SCHEDULE-HIT-INDEX PIC 9(03) VALUE ZERO.
       01 SCHEDULE-HIT-SWITCH PIC X(01).
          88 SCHEDULE-HIT VALUE "Y".

      * EQDLNMTH in storage, every month kept, rewritten whole.
       01 MONTH-TABLE.
          05 MONTH-ENTRY-COUNT PIC 9(03) VALUE ZERO.
          05 MONTH-ENTRY OCCURS 500 TIMES.
             10 DLM-TAB-MONTH PIC X(06).
             10 DLM-TAB-SUPPLIER-FILE PIC X(08).
             10 DLM-TAB-SYSTEM-ID PIC X(08).
             10 DLM-TAB-DUE-COUNT PIC 9(03).
             10 DLM-TAB-LATE-COUNT PIC 9(03).
             10 DLM-TAB-MISSING-COUNT PIC 9(03).
             10 DLM-TAB-LAST-DATE PIC X(08).
             10 DLM-TAB-LAST-RESULT PIC X(07).
       01 MONTH-LIMIT PIC 9(03) VALUE 500.
       01 MONTH-SUB PIC 9(03).
       01 MONTH-HIT-INDEX PIC 9(03) VALUE ZERO.
       01 MONTH-HIT-SWITCH PIC X(01).
          88 MONTH-HIT VALUE "Y".
       01 MONTH-TABLE-FULL-SWITCH PIC X(01) VALUE "N".
          88 MONTH-TABLE-FULL VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
      * A CALLed subprogram keeps last-used state, so everything a
      * previous run may have changed is reset here.
           MOVE "N" TO END-OF-SCHEDULE-SWITCH
           MOVE "N" TO END-OF-PICKUP-LOG-SWITCH
           MOVE "N" TO END-OF-CALENDAR-SWITCH
           MOVE "N" TO END-OF-MONTH-TOTALS-SWITCH
           MOVE "N" TO MONTH-TABLE-FULL-SWITCH
           MOVE "Y" TO PROCESSING-DAY-SWITCH
           MOVE ZERO TO DUE-COUNT
           MOVE ZERO TO ON-TIME-COUNT
           MOVE ZERO TO LATE-COUNT
           MOVE ZERO TO MISSING-COUNT
           MOVE ZERO TO SCHEDULE-ENTRY-COUNT
           MOVE ZERO TO MONTH-ENTRY-COUNT
           IF BATCH-RUN-ID = SPACES OR BATCH-RUN-ID = LOW-VALUES
               PERFORM ASSIGN-RUN-ID
           END-IF
           IF BUSINESS-DATE = SPACES OR BUSINESS-DATE = LOW-VALUES
               ACCEPT MONITOR-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE BUSINESS-DATE TO MONITOR-DATE
           END-IF
           IF MONITOR-DATE IS NOT NUMERIC
               DISPLAY "EQDEADLN: BUSINESS DATE " MONITOR-DATE
                   " IS NOT A DATE - NOTHING CHECKED"
               MOVE 1 TO RETURN-CODE
               GOBACK.

      * EQESCAL only ever holds the night just checked - an
      * escalation already forwarded must not go out a second time.
           OPEN OUTPUT ESCALATION-FILE
           IF ESCALATION-STATUS NOT = "00"
               DISPLAY "EQDEADLN: EQESCAL NOT AVAILABLE - STATUS "
                   ESCALATION-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK.

           PERFORM CHECK-PROCESSING-DAY
           IF NOT PROCESSING-DAY
               DISPLAY "EQDEADLN: " MONITOR-DATE
                   " IS A NON-PROCESSING DAY - NO SUPPLIER IS DUE"
               CLOSE ESCALATION-FILE
               GOBACK.

           PERFORM LOAD-SCHEDULE-TABLE
           IF SCHEDULE-ENTRY-COUNT = ZERO
               DISPLAY "EQDEADLN: NO SUPPLIER SCHEDULE IN EQSCHED - "
                   "NOTHING TO MONITOR"
               CLOSE ESCALATION-FILE
               GOBACK.

           PERFORM COMPUTE-WEEKDAY
           PERFORM COMPUTE-NEXT-DATE
           PERFORM LOAD-PICKUP-LOG

           PERFORM CHECK-ONE-SUPPLIER THRU CHECK-ONE-SUPPLIER-EXIT
               VARYING SCHEDULE-SUB FROM 1 BY 1
               UNTIL SCHEDULE-SUB > SCHEDULE-ENTRY-COUNT
           CLOSE ESCALATION-FILE

           PERFORM UPDATE-MONTH-TOTALS THRU UPDATE-MONTH-TOTALS-EXIT

           DISPLAY "EQDEADLN: BUSINESS DATE . . . : " MONITOR-DATE
           DISPLAY "EQDEADLN: SUPPLIERS DUE . . . : " DUE-COUNT
           DISPLAY "EQDEADLN: ON TIME . . . . . . : " ON-TIME-COUNT
           DISPLAY "EQDEADLN: LATE  . . . . . . . : " LATE-COUNT
           DISPLAY "EQDEADLN: MISSING . . . . . . : " MISSING-COUNT
           IF LATE-COUNT > ZERO OR MISSING-COUNT > ZERO
               DISPLAY "EQDEADLN: ESCALATIONS WRITTEN - FORWARD "
                   "EQESCAL"
           END-IF
           GOBACK.

      ******************************************************************
      * Finds the business date on RUNCAL. Only a date the calendar
      * marks N is a non-processing day; no calendar, or a date it
      * does not hold, is a processing day, the same way the window
      * itself treats them.
      ******************************************************************
       CHECK-PROCESSING-DAY.
           OPEN INPUT RUN-CALENDAR-FILE
           IF RUN-CALENDAR-STATUS = "00"
               PERFORM FIND-ONE-CALENDAR-DAY
                   THRU FIND-ONE-CALENDAR-DAY-EXIT
                   UNTIL END-OF-CALENDAR
               CLOSE RUN-CALENDAR-FILE
           END-IF.

       FIND-ONE-CALENDAR-DAY.
           READ RUN-CALENDAR-FILE
               AT END
                   SET END-OF-CALENDAR TO TRUE
                   GO TO FIND-ONE-CALENDAR-DAY-EXIT
           END-READ
           IF CAL-BUSINESS-DATE = MONITOR-DATE
               IF CAL-DAY-TYPE = "N"
                   MOVE "N" TO PROCESSING-DAY-SWITCH
               END-IF
               SET END-OF-CALENDAR TO TRUE
           END-IF.

       FIND-ONE-CALENDAR-DAY-EXIT.
           EXIT.

      ******************************************************************
      * Loads EQSCHED. Comment and blank records are passed over; a
      * record whose cut-off is not a time of day is reported and
      * left out, since it cannot be held to anything.
      ******************************************************************
       LOAD-SCHEDULE-TABLE.
           OPEN INPUT SCHEDULE-FILE
           IF SCHEDULE-STATUS = "00"
               PERFORM LOAD-ONE-SCHEDULE-ENTRY
                   THRU LOAD-ONE-SCHEDULE-ENTRY-EXIT
                   UNTIL END-OF-SCHEDULE
               CLOSE SCHEDULE-FILE
           END-IF.

       LOAD-ONE-SCHEDULE-ENTRY.
           READ SCHEDULE-FILE
               AT END
                   SET END-OF-SCHEDULE TO TRUE
                   GO TO LOAD-ONE-SCHEDULE-ENTRY-EXIT
           END-READ
           IF SUPPLIER-SCHEDULE-RECORD (1:1) = "*"
               OR SCH-SUPPLIER-FILE = SPACES
               GO TO LOAD-ONE-SCHEDULE-ENTRY-EXIT
           END-IF
           IF SCH-CUTOFF-TIME IS NOT NUMERIC
               OR SCH-CUTOFF-TIME (1:2) > "23"
               OR SCH-CUTOFF-TIME (3:2) > "59"
               DISPLAY "EQDEADLN: EQSCHED CUT-OFF " SCH-CUTOFF-TIME
                   " FOR " SCH-SUPPLIER-FILE
                   " IS NOT A TIME - SUPPLIER NOT MONITORED"
               GO TO LOAD-ONE-SCHEDULE-ENTRY-EXIT
           END-IF
           IF SCHEDULE-ENTRY-COUNT NOT < SCHEDULE-LIMIT
               DISPLAY "EQDEADLN: SCHEDULE TABLE FULL - "
                   SCH-SUPPLIER-FILE " NOT MONITORED"
               GO TO LOAD-ONE-SCHEDULE-ENTRY-EXIT
           END-IF
           ADD 1 TO SCHEDULE-ENTRY-COUNT
           MOVE SCH-SUPPLIER-FILE
               TO SCH-TAB-SUPPLIER-FILE (SCHEDULE-ENTRY-COUNT)
           MOVE SCH-SYSTEM-ID
               TO SCH-TAB-SYSTEM-ID (SCHEDULE-ENTRY-COUNT)
           MOVE SCH-PROCESS-DAYS
               TO SCH-TAB-PROCESS-DAYS (SCHEDULE-ENTRY-COUNT)
           MOVE SCH-CUTOFF-TIME
               TO SCH-TAB-CUTOFF-TIME (SCHEDULE-ENTRY-COUNT)
           MOVE SCH-CUTOFF-NEXT-DAY
               TO SCH-TAB-NEXT-DAY (SCHEDULE-ENTRY-COUNT)
           MOVE SCH-CONTACT TO SCH-TAB-CONTACT (SCHEDULE-ENTRY-COUNT)
           MOVE SPACES
               TO SCH-TAB-PICKUP-STAMP (SCHEDULE-ENTRY-COUNT)
           MOVE SPACES
               TO SCH-TAB-LOOKED-STAMP (SCHEDULE-ENTRY-COUNT)
           MOVE SPACES TO SCH-TAB-RESULT (SCHEDULE-ENTRY-COUNT).

       LOAD-ONE-SCHEDULE-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * Reads EQPICKUP for the business date into the schedule
      * table. No log at all just leaves every supplier unpicked.
      ******************************************************************
       LOAD-PICKUP-LOG.
           OPEN INPUT PICKUP-LOG-FILE
           IF PICKUP-LOG-STATUS NOT = "00"
               DISPLAY "EQDEADLN: NO EQPICKUP LOG - NO SUPPLIER FILE "
                   "WAS PICKED UP"
           ELSE
               PERFORM NOTE-ONE-PICKUP THRU NOTE-ONE-PICKUP-EXIT
                   UNTIL END-OF-PICKUP-LOG
               CLOSE PICKUP-LOG-FILE
           END-IF.

       NOTE-ONE-PICKUP.
           READ PICKUP-LOG-FILE
               AT END
                   SET END-OF-PICKUP-LOG TO TRUE
                   GO TO NOTE-ONE-PICKUP-EXIT
           END-READ
           IF PCK-BUSINESS-DATE NOT = MONITOR-DATE
               GO TO NOTE-ONE-PICKUP-EXIT
           END-IF
           PERFORM FIND-SCHEDULE-ENTRY
           IF NOT SCHEDULE-HIT
               GO TO NOTE-ONE-PICKUP-EXIT
           END-IF
           MOVE SPACES TO PICKUP-STAMP
           STRING PCK-PICKUP-DATE DELIMITED BY SIZE
               PCK-PICKUP-TIME DELIMITED BY SIZE
               INTO PICKUP-STAMP
           IF PCK-STATE = "ABSENT"
               IF PICKUP-STAMP
                   > SCH-TAB-LOOKED-STAMP (SCHEDULE-HIT-INDEX)
                   MOVE PICKUP-STAMP
                       TO SCH-TAB-LOOKED-STAMP (SCHEDULE-HIT-INDEX)
               END-IF
           ELSE
               MOVE SCH-TAB-PICKUP-STAMP (SCHEDULE-HIT-INDEX)
                   TO HELD-STAMP
               IF HELD-STAMP = SPACES OR PICKUP-STAMP < HELD-STAMP
                   MOVE PICKUP-STAMP
                       TO SCH-TAB-PICKUP-STAMP (SCHEDULE-HIT-INDEX)
               END-IF
           END-IF.

       NOTE-ONE-PICKUP-EXIT.
           EXIT.

       FIND-SCHEDULE-ENTRY.
           MOVE "N" TO SCHEDULE-HIT-SWITCH
           MOVE ZERO TO SCHEDULE-HIT-INDEX
           PERFORM CHECK-SCHEDULE-ENTRY
               VARYING SCHEDULE-SUB FROM 1 BY 1
               UNTIL SCHEDULE-SUB > SCHEDULE-ENTRY-COUNT
               OR SCHEDULE-HIT.

       CHECK-SCHEDULE-ENTRY.
           IF SCH-TAB-SUPPLIER-FILE (SCHEDULE-SUB) = PCK-SUPPLIER-FILE
               SET SCHEDULE-HIT TO TRUE
               MOVE SCHEDULE-SUB TO SCHEDULE-HIT-INDEX
           END-IF.

      ******************************************************************
      * Holds one scheduled supplier to its cut-off for the business
      * date. Date and time are compared together as YYYYMMDDHHMM, so
      * a pickup after midnight is later than any cut-off on the
      * business date itself.
      ******************************************************************
       CHECK-ONE-SUPPLIER.
           IF SCH-TAB-PROCESS-DAY (SCHEDULE-SUB, WEEKDAY-NUMBER)
                   NOT = "Y"
               MOVE "NOT DUE" TO SCH-TAB-RESULT (SCHEDULE-SUB)
               GO TO CHECK-ONE-SUPPLIER-EXIT
           END-IF
           ADD 1 TO DUE-COUNT

           IF SCH-TAB-NEXT-DAY (SCHEDULE-SUB) = "Y"
               MOVE NEXT-DATE TO CUTOFF-DATE-WORK
           ELSE
               MOVE MONITOR-DATE TO CUTOFF-DATE-WORK
           END-IF
           MOVE SPACES TO CUTOFF-STAMP
           STRING CUTOFF-DATE-WORK DELIMITED BY SIZE
               SCH-TAB-CUTOFF-TIME (SCHEDULE-SUB) DELIMITED BY SIZE
               INTO CUTOFF-STAMP

           EVALUATE TRUE
               WHEN SCH-TAB-PICKUP-STAMP (SCHEDULE-SUB) = SPACES
                   MOVE "MISSING" TO SCH-TAB-RESULT (SCHEDULE-SUB)
                   ADD 1 TO MISSING-COUNT
               WHEN SCH-TAB-PICKUP-STAMP (SCHEDULE-SUB) (1:12)
                       > CUTOFF-STAMP
                   MOVE "LATE" TO SCH-TAB-RESULT (SCHEDULE-SUB)
                   ADD 1 TO LATE-COUNT
               WHEN OTHER
                   MOVE "ON TIME" TO SCH-TAB-RESULT (SCHEDULE-SUB)
                   ADD 1 TO ON-TIME-COUNT
                   GO TO CHECK-ONE-SUPPLIER-EXIT
           END-EVALUATE

           PERFORM WRITE-ESCALATION.

       CHECK-ONE-SUPPLIER-EXIT.
           EXIT.

      ******************************************************************
      * Writes one LATE or MISSING supplier to EQESCAL. A late file
      * shows when it was picked up; a missing one when EQCOLLECT
      * last looked for it, or nothing if it never did.
      ******************************************************************
       WRITE-ESCALATION.
           MOVE SPACES TO SUPPLIER-ESCALATION-RECORD
           MOVE MONITOR-DATE TO ESC-BUSINESS-DATE
           MOVE SCH-TAB-SUPPLIER-FILE (SCHEDULE-SUB)
               TO ESC-SUPPLIER-FILE
           MOVE SCH-TAB-SYSTEM-ID (SCHEDULE-SUB) TO ESC-SYSTEM-ID
           MOVE SCH-TAB-RESULT (SCHEDULE-SUB) TO ESC-CONDITION
           MOVE CUTOFF-DATE-WORK TO ESC-CUTOFF-DATE
           MOVE SCH-TAB-CUTOFF-TIME (SCHEDULE-SUB) TO ESC-CUTOFF-TIME
           IF SCH-TAB-RESULT (SCHEDULE-SUB) = "LATE"
               MOVE SCH-TAB-PICKUP-STAMP (SCHEDULE-SUB) TO HELD-STAMP
           ELSE
               MOVE SCH-TAB-LOOKED-STAMP (SCHEDULE-SUB) TO HELD-STAMP
           END-IF
           MOVE HELD-STAMP (1:8) TO ESC-PICKUP-DATE
           MOVE HELD-STAMP (9:6) TO ESC-PICKUP-TIME
           MOVE SCH-TAB-CONTACT (SCHEDULE-SUB) TO ESC-CONTACT
           MOVE BATCH-RUN-ID TO ESC-RUN-ID
           WRITE SUPPLIER-ESCALATION-RECORD
           DISPLAY "EQDEADLN: " ESC-SUPPLIER-FILE " " ESC-SYSTEM-ID
               " " ESC-CONDITION " - CUT-OFF " ESC-CUTOFF-DATE " "
               ESC-CUTOFF-TIME ", PICKUP " ESC-PICKUP-DATE " "
               ESC-PICKUP-TIME.

      ******************************************************************
      * Counts every supplier due tonight into its month on EQDLNMTH.
      * A rerun for a night already counted takes that night's
      * earlier result back out first, so a restarted window never
      * counts a supplier twice.
      ******************************************************************
       UPDATE-MONTH-TOTALS.
           OPEN INPUT MONTH-TOTALS-FILE
           IF MONTH-TOTALS-STATUS = "00"
               PERFORM LOAD-ONE-MONTH-ENTRY
                   THRU LOAD-ONE-MONTH-ENTRY-EXIT
                   UNTIL END-OF-MONTH-TOTALS
               CLOSE MONTH-TOTALS-FILE
           END-IF
      * Only part of EQDLNMTH is in storage - writing it back would
      * lose every row that did not fit, so the file is left alone.
           IF MONTH-TABLE-FULL
               DISPLAY "EQDEADLN: EQDLNMTH NOT REWRITTEN - "
                   "TONIGHT NOT COUNTED - ROLL OLD MONTHS OFF BY HAND"
               MOVE 1 TO RETURN-CODE
               GO TO UPDATE-MONTH-TOTALS-EXIT
           END-IF

           PERFORM COUNT-ONE-SUPPLIER THRU COUNT-ONE-SUPPLIER-EXIT
               VARYING SCHEDULE-SUB FROM 1 BY 1
               UNTIL SCHEDULE-SUB > SCHEDULE-ENTRY-COUNT

           OPEN OUTPUT MONTH-TOTALS-FILE
           IF MONTH-TOTALS-STATUS NOT = "00"
               DISPLAY "EQDEADLN: EQDLNMTH NOT WRITABLE - STATUS "
                   MONTH-TOTALS-STATUS
               MOVE 1 TO RETURN-CODE
               GO TO UPDATE-MONTH-TOTALS-EXIT
           END-IF
           PERFORM WRITE-ONE-MONTH-ENTRY
               VARYING MONTH-SUB FROM 1 BY 1
               UNTIL MONTH-SUB > MONTH-ENTRY-COUNT
           CLOSE MONTH-TOTALS-FILE.

       UPDATE-MONTH-TOTALS-EXIT.
           EXIT.

       LOAD-ONE-MONTH-ENTRY.
           READ MONTH-TOTALS-FILE
               AT END
                   SET END-OF-MONTH-TOTALS TO TRUE
                   GO TO LOAD-ONE-MONTH-ENTRY-EXIT
           END-READ
           IF DLM-MONTH = SPACES
               GO TO LOAD-ONE-MONTH-ENTRY-EXIT
           END-IF
           IF MONTH-ENTRY-COUNT NOT < MONTH-LIMIT
               DISPLAY "EQDEADLN: MONTH TABLE FULL - EQDLNMTH HAS "
                   "MORE THAN " MONTH-LIMIT " ROWS"
               SET MONTH-TABLE-FULL TO TRUE
               SET END-OF-MONTH-TOTALS TO TRUE
               GO TO LOAD-ONE-MONTH-ENTRY-EXIT
           END-IF
           ADD 1 TO MONTH-ENTRY-COUNT
           MOVE DLM-MONTH TO DLM-TAB-MONTH (MONTH-ENTRY-COUNT)
           MOVE DLM-SUPPLIER-FILE
               TO DLM-TAB-SUPPLIER-FILE (MONTH-ENTRY-COUNT)
           MOVE DLM-SYSTEM-ID TO DLM-TAB-SYSTEM-ID (MONTH-ENTRY-COUNT)
           MOVE DLM-DUE-COUNT TO DLM-TAB-DUE-COUNT (MONTH-ENTRY-COUNT)
           MOVE DLM-LATE-COUNT
               TO DLM-TAB-LATE-COUNT (MONTH-ENTRY-COUNT)
           MOVE DLM-MISSING-COUNT
               TO DLM-TAB-MISSING-COUNT (MONTH-ENTRY-COUNT)
           MOVE DLM-LAST-DATE TO DLM-TAB-LAST-DATE (MONTH-ENTRY-COUNT)
           MOVE DLM-LAST-RESULT
               TO DLM-TAB-LAST-RESULT (MONTH-ENTRY-COUNT).

       LOAD-ONE-MONTH-ENTRY-EXIT.
           EXIT.

       COUNT-ONE-SUPPLIER.
           IF SCH-TAB-RESULT (SCHEDULE-SUB) = "NOT DUE"
               GO TO COUNT-ONE-SUPPLIER-EXIT
           END-IF
           PERFORM FIND-MONTH-ENTRY
           IF NOT MONTH-HIT
               IF MONTH-ENTRY-COUNT NOT < MONTH-LIMIT
                   DISPLAY "EQDEADLN: MONTH TABLE FULL - "
                       SCH-TAB-SUPPLIER-FILE (SCHEDULE-SUB)
                       " NOT COUNTED - ROLL OLD EQDLNMTH MONTHS OFF "
                       "BY HAND"
                   MOVE 1 TO RETURN-CODE
                   GO TO COUNT-ONE-SUPPLIER-EXIT
               END-IF
               ADD 1 TO MONTH-ENTRY-COUNT
               MOVE MONTH-ENTRY-COUNT TO MONTH-HIT-INDEX
               MOVE MONITOR-DATE (1:6)
                   TO DLM-TAB-MONTH (MONTH-HIT-INDEX)
               MOVE SCH-TAB-SUPPLIER-FILE (SCHEDULE-SUB)
                   TO DLM-TAB-SUPPLIER-FILE (MONTH-HIT-INDEX)
               MOVE ZERO TO DLM-TAB-DUE-COUNT (MONTH-HIT-INDEX)
               MOVE ZERO TO DLM-TAB-LATE-COUNT (MONTH-HIT-INDEX)
               MOVE ZERO TO DLM-TAB-MISSING-COUNT (MONTH-HIT-INDEX)
               MOVE SPACES TO DLM-TAB-LAST-DATE (MONTH-HIT-INDEX)
               MOVE SPACES TO DLM-TAB-LAST-RESULT (MONTH-HIT-INDEX)
           END-IF
           MOVE SCH-TAB-SYSTEM-ID (SCHEDULE-SUB)
               TO DLM-TAB-SYSTEM-ID (MONTH-HIT-INDEX)

           IF DLM-TAB-LAST-DATE (MONTH-HIT-INDEX) = MONITOR-DATE
               PERFORM TAKE-BACK-LAST-RESULT
           END-IF

           ADD 1 TO DLM-TAB-DUE-COUNT (MONTH-HIT-INDEX)
           IF SCH-TAB-RESULT (SCHEDULE-SUB) = "LATE"
               ADD 1 TO DLM-TAB-LATE-COUNT (MONTH-HIT-INDEX)
           END-IF
           IF SCH-TAB-RESULT (SCHEDULE-SUB) = "MISSING"
               ADD 1 TO DLM-TAB-MISSING-COUNT (MONTH-HIT-INDEX)
           END-IF
           IF MONITOR-DATE NOT < DLM-TAB-LAST-DATE (MONTH-HIT-INDEX)
               MOVE MONITOR-DATE TO DLM-TAB-LAST-DATE (MONTH-HIT-INDEX)
               MOVE SCH-TAB-RESULT (SCHEDULE-SUB)
                   TO DLM-TAB-LAST-RESULT (MONTH-HIT-INDEX)
           END-IF.

       COUNT-ONE-SUPPLIER-EXIT.
           EXIT.

       TAKE-BACK-LAST-RESULT.
           IF DLM-TAB-DUE-COUNT (MONTH-HIT-INDEX) > ZERO
               SUBTRACT 1 FROM DLM-TAB-DUE-COUNT (MONTH-HIT-INDEX)
           END-IF
           IF DLM-TAB-LAST-RESULT (MONTH-HIT-INDEX) = "LATE"
               AND DLM-TAB-LATE-COUNT (MONTH-HIT-INDEX) > ZERO
               SUBTRACT 1 FROM DLM-TAB-LATE-COUNT (MONTH-HIT-INDEX)
           END-IF
           IF DLM-TAB-LAST-RESULT (MONTH-HIT-INDEX) = "MISSING"
               AND DLM-TAB-MISSING-COUNT (MONTH-HIT-INDEX) > ZERO
               SUBTRACT 1 FROM DLM-TAB-MISSING-COUNT (MONTH-HIT-INDEX)
           END-IF.

       FIND-MONTH-ENTRY.
           MOVE "N" TO MONTH-HIT-SWITCH
           MOVE ZERO TO MONTH-HIT-INDEX
           PERFORM CHECK-MONTH-ENTRY
               VARYING MONTH-SUB FROM 1 BY 1
               UNTIL MONTH-SUB > MONTH-ENTRY-COUNT
               OR MONTH-HIT.

       CHECK-MONTH-ENTRY.
           IF DLM-TAB-MONTH (MONTH-SUB) = MONITOR-DATE (1:6)
               AND DLM-TAB-SUPPLIER-FILE (MONTH-SUB)
                   = SCH-TAB-SUPPLIER-FILE (SCHEDULE-SUB)
               SET MONTH-HIT TO TRUE
               MOVE MONTH-SUB TO MONTH-HIT-INDEX
           END-IF.

       WRITE-ONE-MONTH-ENTRY.
           MOVE SPACES TO DEADLINE-MONTH-RECORD
           MOVE DLM-TAB-MONTH (MONTH-SUB) TO DLM-MONTH
           MOVE DLM-TAB-SUPPLIER-FILE (MONTH-SUB) TO DLM-SUPPLIER-FILE
           MOVE DLM-TAB-SYSTEM-ID (MONTH-SUB) TO DLM-SYSTEM-ID
           MOVE DLM-TAB-DUE-COUNT (MONTH-SUB) TO DLM-DUE-COUNT
           MOVE DLM-TAB-LATE-COUNT (MONTH-SUB) TO DLM-LATE-COUNT
           MOVE DLM-TAB-MISSING-COUNT (MONTH-SUB) TO DLM-MISSING-COUNT
           MOVE DLM-TAB-LAST-DATE (MONTH-SUB) TO DLM-LAST-DATE
           MOVE DLM-TAB-LAST-RESULT (MONTH-SUB) TO DLM-LAST-RESULT
           WRITE DEADLINE-MONTH-RECORD.

      ******************************************************************
      * Weekday of the business date by Zeller's congruence, each
      * division truncated on its own as the formula requires.
      ******************************************************************
       COMPUTE-WEEKDAY.
           MOVE MONITOR-MONTH TO ZELLER-MONTH
           MOVE MONITOR-YEAR TO ZELLER-YEAR
           IF ZELLER-MONTH < 3
               ADD 12 TO ZELLER-MONTH
               SUBTRACT 1 FROM ZELLER-YEAR
           END-IF
           DIVIDE ZELLER-YEAR BY 100 GIVING ZELLER-CENTURY
               REMAINDER ZELLER-YEAR-OF-CENTURY
           COMPUTE ZELLER-TERM = 13 * (ZELLER-MONTH + 1)
           DIVIDE ZELLER-TERM BY 5 GIVING ZELLER-QUOTIENT
           COMPUTE ZELLER-SUM = MONITOR-DAY + ZELLER-QUOTIENT
               + ZELLER-YEAR-OF-CENTURY + 5 * ZELLER-CENTURY
           DIVIDE ZELLER-YEAR-OF-CENTURY BY 4 GIVING ZELLER-QUOTIENT
           ADD ZELLER-QUOTIENT TO ZELLER-SUM
           DIVIDE ZELLER-CENTURY BY 4 GIVING ZELLER-QUOTIENT
           ADD ZELLER-QUOTIENT TO ZELLER-SUM
           DIVIDE ZELLER-SUM BY 7 GIVING ZELLER-QUOTIENT
               REMAINDER ZELLER-H
           ADD 5 TO ZELLER-H GIVING ZELLER-TERM
           DIVIDE ZELLER-TERM BY 7 GIVING ZELLER-QUOTIENT
               REMAINDER WEEKDAY-NUMBER
           ADD 1 TO WEEKDAY-NUMBER.

      ******************************************************************
      * The calendar day after the business date, for a cut-off that
      * falls past midnight. February has 29 days in a year divisible
      * by 4, except a century year not divisible by 400.
      ******************************************************************
       COMPUTE-NEXT-DATE.
           MOVE MONITOR-DATE TO NEXT-DATE
           MOVE MONTH-LENGTH (NEXT-MONTH) TO DAYS-THIS-MONTH
           IF NEXT-MONTH = 2
               DIVIDE NEXT-YEAR BY 4 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER-4
               DIVIDE NEXT-YEAR BY 100 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER-100
               DIVIDE NEXT-YEAR BY 400 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER-400
               IF LEAP-REMAINDER-4 = ZERO
                   AND (LEAP-REMAINDER-100 NOT = ZERO
                        OR LEAP-REMAINDER-400 = ZERO)
                   MOVE 29 TO DAYS-THIS-MONTH
               END-IF
           END-IF
           IF NEXT-DAY < DAYS-THIS-MONTH
               ADD 1 TO NEXT-DAY
           ELSE
               MOVE 1 TO NEXT-DAY
               IF NEXT-MONTH < 12
                   ADD 1 TO NEXT-MONTH
               ELSE
                   MOVE 1 TO NEXT-MONTH
                   ADD 1 TO NEXT-YEAR
               END-IF
           END-IF.

      ******************************************************************
      * Generates this run's own identifier (date plus time) when no
      * batch window assigned one - a stand-alone run from the
      * command line.
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

       END PROGRAM EQDEADLN.
