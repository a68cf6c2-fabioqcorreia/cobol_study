      ******************************************************************
      * Author: Fábio Correia
      * Date: 2026-10-15
      * Purpose: study - nightly volume and result-mix anomaly check,
      *          run after EQMTDUPD. EQBALANCE proves the night
      *          balanced with itself, but a night can balance to the
      *          record and still be wrong - a supplier sending a
      *          tenth of its usual volume, or the share of error or
      *          complex results jumping because an upstream extract
      *          changed. This step takes tonight's EQMTD totals
      *          (layout in EQMTDREC) and holds them against the
      *          trailing average of the nights posted before it:
      *          the record count, the reject count, and the share of
      *          each result type. Every measure is listed to
      *          EQANOLST with tonight's figure, the average and how
      *          far it moved, and the ones outside their RUNPARMS
      *          threshold are flagged. The outcome is also written
      *          to EQANORES (layout in EQANOREC) for OPSTAT.
      * Tectonics: cobc
      ******************************************************************
      * Steering comes from the shared RUNPARMS file:
      *   ANOMALY-LOOKBACK=nn      trailing EQMTD nights to average
      *                            (1 to 30, default 10);
      *   ANOMALY-MIN-NIGHTS=nn    fewest trailing nights worth
      *                            comparing with (1 to 30, default
      *                            3) - fewer is NO HISTORY, not an
      *                            anomaly;
      *   ANOMALY-VOLUME-PCT=nnn   record count moved more than this
      *                            percent of the average (default
      *                            50);
      *   ANOMALY-REJECT-PCT=nnn   reject count moved more than this
      *                            percent of the average (default
      *                            100);
      *   ANOMALY-MIN-COUNT=nnnnn  a count must also move by at least
      *                            this many records to be flagged -
      *                            small counts bounce about (default
      *                            10);
      *   ANOMALY-MIX-POINTS=nnn   a result type's share of the night
      *                            moved more than this many percent
      *                            points (default 10);
      *   ANOMALY-FAIL=Y           ends with return code 2 when any
      *                            measure is flagged, so the window
      *                            stops; the default (N) only warns.
      * Tonight is the EQMTD record of the window's run; run stand-
      * alone, it is the last record on the file. The trailing nights
      * are the records posted before it, newest first.
      * Return codes: 0 checked (or nothing to check); 1 EQMTD,
      * EQANOLST or EQANORES not available; 2 anomaly with
      * ANOMALY-FAIL=Y.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQANOMLY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MTD-TOTALS-FILE ASSIGN TO "EQMTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MTD-TOTALS-STATUS.
           SELECT RUN-PARMS-FILE ASSIGN TO "RUNPARMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-PARMS-STATUS.
           SELECT ANOMALY-REPORT-FILE ASSIGN TO "EQANOLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ANOMALY-REPORT-STATUS.
           SELECT ANOMALY-RESULT-FILE ASSIGN TO "EQANORES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ANOMALY-RESULT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MTD-TOTALS-FILE.
           COPY EQMTDREC.

       FD  RUN-PARMS-FILE.
       01 RUN-PARMS-RECORD PIC X(80).

       FD  ANOMALY-REPORT-FILE.
       01 PRINT-LINE PIC X(132).

       FD  ANOMALY-RESULT-FILE.
           COPY EQANOREC.

       WORKING-STORAGE SECTION.
           COPY RUNID.
       01 MTD-TOTALS-STATUS PIC X(02).
       01 RUN-PARMS-STATUS PIC X(02).
       01 ANOMALY-REPORT-STATUS PIC X(02).
       01 ANOMALY-RESULT-STATUS PIC X(02).
       01 REPORT-DATE PIC X(08).
       01 REPORT-TIME PIC X(08).
       01 END-OF-TOTALS-SWITCH PIC X(01) VALUE "N".
          88 END-OF-TOTALS VALUE "Y".
       01 END-OF-PARMS-SWITCH PIC X(01) VALUE "N".
          88 END-OF-PARMS VALUE "Y".
       01 ANOMALY-FAIL-SWITCH PIC X(01) VALUE "N".
          88 ANOMALY-FAIL VALUE "Y".
       01 MEASURE-FLAGGED-SWITCH PIC X(01) VALUE "N".
          88 MEASURE-FLAGGED VALUE "Y".

       01 ANOMALY-LOOKBACK PIC 9(02) VALUE 10.
       01 ANOMALY-MIN-NIGHTS PIC 9(02) VALUE 3.
       01 ANOMALY-VOLUME-PCT PIC 9(03) VALUE 50.
       01 ANOMALY-REJECT-PCT PIC 9(03) VALUE 100.
       01 ANOMALY-MIN-COUNT PIC 9(05) VALUE 10.
       01 ANOMALY-MIX-POINTS PIC 9(03) VALUE 10.

       01 PARM-KEYWORD PIC X(20).
       01 PARM-VALUE PIC X(48).
       01 PARSE-POINTER PIC 9(02).
       01 PARSE-LENGTH PIC 9(02).
       01 PARM-NUMBER PIC 9(07).
       01 PARM-DIGIT PIC 9(01).
       01 PARM-SUB PIC 9(02).
       01 PARM-NUMBER-VALID-SWITCH PIC X(01).
          88 PARM-NUMBER-VALID VALUE "Y".

      * Where tonight's record sits on EQMTD, and the first trailing
      * night averaged with it.
       01 ROW-COUNT PIC 9(05) VALUE ZERO.
       01 ROW-SUB PIC 9(05) VALUE ZERO.
       01 TONIGHT-POSITION PIC 9(05) VALUE ZERO.
       01 FIRST-TRAILING-POSITION PIC 9(05) VALUE ZERO.

      * One EQMTD record's result-type counts, in the order of
      * RESULT-TYPE-NAME.
       01 ROW-TYPE-TABLE.
          05 ROW-TYPE-COUNT PIC 9(07) OCCURS 5 TIMES.
       01 RESULT-TYPE-NAMES.
          05 FILLER PIC X(16) VALUE "REAL SHARE".
          05 FILLER PIC X(16) VALUE "DOUBLE SHARE".
          05 FILLER PIC X(16) VALUE "COMPLEX SHARE".
          05 FILLER PIC X(16) VALUE "LINEAR SHARE".
          05 FILLER PIC X(16) VALUE "NO-ROOT SHARE".
       01 RESULT-TYPE-TABLE REDEFINES RESULT-TYPE-NAMES.
          05 RESULT-TYPE-NAME PIC X(16) OCCURS 5 TIMES.
       01 TYPE-SUB PIC 9(01).
       01 TYPE-LIMIT PIC 9(01) VALUE 5.

       01 TONIGHT-RUN-ID PIC X(14) VALUE SPACES.
       01 TONIGHT-DATE PIC X(08) VALUE SPACES.
       01 TONIGHT-RECORDS PIC 9(07) VALUE ZERO.
       01 TONIGHT-REJECTS PIC 9(07) VALUE ZERO.
       01 TONIGHT-TYPE-TABLE.
          05 TONIGHT-TYPE-COUNT PIC 9(07) OCCURS 5 TIMES.
       01 TRAIL-NIGHTS PIC 9(02) VALUE ZERO.
       01 TRAIL-RECORDS PIC 9(09) VALUE ZERO.
       01 TRAIL-REJECTS PIC 9(09) VALUE ZERO.
       01 TRAIL-TYPE-TABLE.
          05 TRAIL-TYPE-COUNT PIC 9(09) OCCURS 5 TIMES.

       01 ANOMALY-COUNT PIC 9(02) VALUE ZERO.
       01 FIRST-MEASURE PIC X(16) VALUE SPACES.
       01 CHECK-RESULT PIC X(10) VALUE SPACES.
       01 MEASURE-NAME PIC X(16).
       01 MEASURE-TONIGHT PIC 9(07).
       01 MEASURE-TOTAL PIC 9(09).
       01 MEASURE-THRESHOLD PIC 9(03).
       01 AVERAGE-COUNT PIC 9(07).
       01 COUNT-DIFFERENCE PIC 9(07).
       01 DEVIATION-PCT PIC 9(05).
       01 TONIGHT-SHARE PIC 9(03)V9.
       01 AVERAGE-SHARE PIC 9(03)V9.
       01 SHARE-DIFFERENCE PIC 9(03)V9.
       01 MOVE-DIRECTION PIC X(04).

       01 HEADING-LINE-1.
          05 FILLER PIC X(48)
             VALUE "NIGHTLY VOLUME AND RESULT-MIX ANOMALY CHECK".
          05 FILLER PIC X(09) VALUE "RUN DATE ".
          05 HDG-RUN-DATE PIC X(08).
          05 FILLER PIC X(09) VALUE "  RUN ID ".
          05 HDG-RUN-ID PIC X(14).
          05 FILLER PIC X(16) VALUE "  BUSINESS DATE ".
          05 HDG-BUSINESS-DATE PIC X(08).
          05 FILLER PIC X(20) VALUE SPACES.

       01 NIGHT-HEADING-LINE.
          05 FILLER PIC X(09) VALUE SPACES.
          05 FILLER PIC X(15) VALUE "RUN ID".
          05 FILLER PIC X(09) VALUE "BUS DATE".
          05 FILLER PIC X(09) VALUE "  RECORDS".
          05 FILLER PIC X(09) VALUE "  REJECTS".
          05 FILLER PIC X(09) VALUE "     REAL".
          05 FILLER PIC X(09) VALUE "   DOUBLE".
          05 FILLER PIC X(09) VALUE "  COMPLEX".
          05 FILLER PIC X(09) VALUE "   LINEAR".
          05 FILLER PIC X(09) VALUE "  NO-ROOT".
          05 FILLER PIC X(36) VALUE SPACES.

       01 NIGHT-LINE.
          05 NTL-LABEL PIC X(09).
          05 NTL-RUN-ID PIC X(14).
          05 FILLER PIC X(01) VALUE SPACES.
          05 NTL-DATE PIC X(08).
          05 FILLER PIC X(01) VALUE SPACES.
          05 NTL-RECORDS PIC Z(8)9.
          05 NTL-REJECTS PIC Z(8)9.
          05 NTL-TYPE-COUNT PIC Z(8)9 OCCURS 5 TIMES.
          05 FILLER PIC X(36) VALUE SPACES.

       01 MEASURE-HEADING-LINE.
          05 FILLER PIC X(17) VALUE "MEASURE".
          05 FILLER PIC X(10) VALUE "   TONIGHT".
          05 FILLER PIC X(10) VALUE "   AVERAGE".
          05 FILLER PIC X(16) VALUE "   MOVED".
          05 FILLER PIC X(12) VALUE "LIMIT".
          05 FILLER PIC X(67) VALUE SPACES.

       01 COUNT-LINE.
          05 CNL-NAME PIC X(16).
          05 FILLER PIC X(01) VALUE SPACES.
          05 CNL-TONIGHT PIC Z(9)9.
          05 CNL-AVERAGE PIC Z(9)9.
          05 FILLER PIC X(02) VALUE SPACES.
          05 CNL-MOVED PIC ZZZZ9.
          05 FILLER PIC X(02) VALUE "% ".
          05 CNL-DIRECTION PIC X(07).
          05 CNL-LIMIT PIC ZZ9.
          05 FILLER PIC X(09) VALUE "%".
          05 CNL-FLAG PIC X(12).
          05 FILLER PIC X(55) VALUE SPACES.

       01 SHARE-LINE.
          05 SHL-NAME PIC X(16).
          05 FILLER PIC X(05) VALUE SPACES.
          05 SHL-TONIGHT PIC ZZ9.9.
          05 FILLER PIC X(05) VALUE "%".
          05 SHL-AVERAGE PIC ZZ9.9.
          05 FILLER PIC X(03) VALUE "%".
          05 SHL-MOVED PIC ZZ9.9.
          05 FILLER PIC X(05) VALUE " PTS ".
          05 SHL-DIRECTION PIC X(04).
          05 SHL-LIMIT PIC ZZ9.
          05 FILLER PIC X(09) VALUE " PTS".
          05 SHL-FLAG PIC X(12).
          05 FILLER PIC X(55) VALUE SPACES.

       01 TOTAL-LINE.
          05 TOT-LABEL PIC X(40).
          05 TOT-COUNT PIC ZZZZZZ9.
          05 FILLER PIC X(85) VALUE SPACES.

       01 VERDICT-LINE.
          05 FILLER PIC X(40)
             VALUE "VERDICT  . . . . . . . . . . . . . . . :".
          05 FILLER PIC X(01) VALUE SPACES.
          05 VDL-RESULT PIC X(10).
          05 FILLER PIC X(81) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
      * A CALLed subprogram keeps last-used state, so everything a
      * previous run may have changed is reset here.
           MOVE "N" TO END-OF-TOTALS-SWITCH
           MOVE "N" TO END-OF-PARMS-SWITCH
           MOVE "N" TO ANOMALY-FAIL-SWITCH
           MOVE 10 TO ANOMALY-LOOKBACK
           MOVE 3 TO ANOMALY-MIN-NIGHTS
           MOVE 50 TO ANOMALY-VOLUME-PCT
           MOVE 100 TO ANOMALY-REJECT-PCT
           MOVE 10 TO ANOMALY-MIN-COUNT
           MOVE 10 TO ANOMALY-MIX-POINTS
           MOVE ZERO TO ROW-COUNT
           MOVE ZERO TO TONIGHT-POSITION
           MOVE SPACES TO TONIGHT-RUN-ID
           MOVE SPACES TO TONIGHT-DATE
           MOVE ZERO TO TONIGHT-RECORDS
           MOVE ZERO TO TONIGHT-REJECTS
           MOVE ZERO TO TONIGHT-TYPE-TABLE
           MOVE ZERO TO TRAIL-NIGHTS
           MOVE ZERO TO TRAIL-RECORDS
           MOVE ZERO TO TRAIL-REJECTS
           MOVE ZERO TO TRAIL-TYPE-TABLE
           MOVE ZERO TO ANOMALY-COUNT
           MOVE SPACES TO FIRST-MEASURE
           MOVE SPACES TO CHECK-RESULT

           PERFORM READ-RUN-PARMS

           PERFORM FIND-TONIGHT THRU FIND-TONIGHT-EXIT
           IF RETURN-CODE NOT = 0
               GOBACK.
           IF TONIGHT-POSITION = ZERO
               DISPLAY "EQANOMLY: NOTHING ON EQMTD FOR RUN "
                   BATCH-RUN-ID " - NOTHING TO CHECK"
               IF BATCH-RUN-ID NOT = LOW-VALUES
                   MOVE BATCH-RUN-ID TO TONIGHT-RUN-ID
               END-IF
               IF BUSINESS-DATE NOT = LOW-VALUES
                   MOVE BUSINESS-DATE TO TONIGHT-DATE
               END-IF
               MOVE "NOT POSTED" TO CHECK-RESULT
               PERFORM WRITE-CHECK-RESULT
               GOBACK.

           OPEN OUTPUT ANOMALY-REPORT-FILE
           IF ANOMALY-REPORT-STATUS NOT = "00"
               DISPLAY "EQANOMLY: EQANOLST NOT AVAILABLE - STATUS "
                   ANOMALY-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK.
           PERFORM PRINT-HEADINGS

           IF TONIGHT-POSITION > ANOMALY-LOOKBACK
               COMPUTE FIRST-TRAILING-POSITION
                   = TONIGHT-POSITION - ANOMALY-LOOKBACK
           ELSE
               MOVE 1 TO FIRST-TRAILING-POSITION
           END-IF
           PERFORM ADD-TRAILING-NIGHTS THRU ADD-TRAILING-NIGHTS-EXIT
           PERFORM PRINT-TONIGHT-LINE

           IF TRAIL-NIGHTS < ANOMALY-MIN-NIGHTS
               MOVE "NO HISTORY" TO CHECK-RESULT
               MOVE "TOO FEW EARLIER NIGHTS ON EQMTD TO COMPARE WITH"
                   TO PRINT-LINE
               WRITE PRINT-LINE
           ELSE
               PERFORM CHECK-ALL-MEASURES
               IF ANOMALY-COUNT = ZERO
                   MOVE "CLEAN" TO CHECK-RESULT
               ELSE
                   IF ANOMALY-FAIL
                       MOVE "FAILED" TO CHECK-RESULT
                   ELSE
                       MOVE "WARNING" TO CHECK-RESULT
                   END-IF
               END-IF
           END-IF

           PERFORM PRINT-SUMMARY
           CLOSE ANOMALY-REPORT-FILE
           PERFORM WRITE-CHECK-RESULT

           DISPLAY "EQANOMLY: RUN CHECKED . . . . : " TONIGHT-RUN-ID
           DISPLAY "EQANOMLY: NIGHTS COMPARED . . : " TRAIL-NIGHTS
           DISPLAY "EQANOMLY: ANOMALIES FOUND . . : " ANOMALY-COUNT
           EVALUATE CHECK-RESULT
               WHEN "NO HISTORY"
                   DISPLAY "EQANOMLY: TOO FEW EARLIER NIGHTS - "
                       "NOTHING COMPARED"
               WHEN "FAILED"
                   DISPLAY "EQANOMLY: ANOMALY FOUND - SEE EQANOLST"
                   MOVE 2 TO RETURN-CODE
               WHEN "WARNING"
                   DISPLAY "EQANOMLY: WARNING - ANOMALY FOUND, "
                       "SEE EQANOLST"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

      ******************************************************************
      * Reads the shared RUNPARMS steering file for the look-back,
      * the thresholds and the fail switch. The resolved values are
      * displayed.
      ******************************************************************
       READ-RUN-PARMS.
           OPEN INPUT RUN-PARMS-FILE
           IF RUN-PARMS-STATUS NOT = "00"
               DISPLAY "EQANOMLY: NO RUNPARMS - USING DEFAULTS"
           ELSE
               PERFORM READ-ONE-PARM THRU READ-ONE-PARM-EXIT
                   UNTIL END-OF-PARMS
               CLOSE RUN-PARMS-FILE
           END-IF
           DISPLAY "EQANOMLY: ANOMALY-LOOKBACK " ANOMALY-LOOKBACK
           DISPLAY "EQANOMLY: ANOMALY-MIN-NIGHTS " ANOMALY-MIN-NIGHTS
           DISPLAY "EQANOMLY: ANOMALY-VOLUME-PCT " ANOMALY-VOLUME-PCT
           DISPLAY "EQANOMLY: ANOMALY-REJECT-PCT " ANOMALY-REJECT-PCT
           DISPLAY "EQANOMLY: ANOMALY-MIN-COUNT " ANOMALY-MIN-COUNT
           DISPLAY "EQANOMLY: ANOMALY-MIX-POINTS " ANOMALY-MIX-POINTS
           DISPLAY "EQANOMLY: ANOMALY-FAIL " ANOMALY-FAIL-SWITCH.

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
               WHEN "ANOMALY-LOOKBACK"
                   PERFORM CONVERT-PARM-NUMBER
                   IF PARM-NUMBER-VALID AND PARM-NUMBER > ZERO
                       AND PARM-NUMBER <= 30
                       MOVE PARM-NUMBER TO ANOMALY-LOOKBACK
                   ELSE
                       DISPLAY "EQANOMLY: ANOMALY-LOOKBACK NOT A "
                           "NUMBER FROM 1 TO 30 - KEEPING "
                           ANOMALY-LOOKBACK
                   END-IF
               WHEN "ANOMALY-MIN-NIGHTS"
                   PERFORM CONVERT-PARM-NUMBER
                   IF PARM-NUMBER-VALID AND PARM-NUMBER > ZERO
                       AND PARM-NUMBER <= 30
                       MOVE PARM-NUMBER TO ANOMALY-MIN-NIGHTS
                   ELSE
                       DISPLAY "EQANOMLY: ANOMALY-MIN-NIGHTS NOT A "
                           "NUMBER FROM 1 TO 30 - KEEPING "
                           ANOMALY-MIN-NIGHTS
                   END-IF
               WHEN "ANOMALY-VOLUME-PCT"
                   PERFORM CONVERT-PARM-NUMBER
                   IF PARM-NUMBER-VALID AND PARM-NUMBER <= 999
                       MOVE PARM-NUMBER TO ANOMALY-VOLUME-PCT
                   ELSE
                       DISPLAY "EQANOMLY: ANOMALY-VOLUME-PCT NOT A "
                           "NUMBER FROM 0 TO 999 - KEEPING "
                           ANOMALY-VOLUME-PCT
                   END-IF
               WHEN "ANOMALY-REJECT-PCT"
                   PERFORM CONVERT-PARM-NUMBER
                   IF PARM-NUMBER-VALID AND PARM-NUMBER <= 999
                       MOVE PARM-NUMBER TO ANOMALY-REJECT-PCT
                   ELSE
                       DISPLAY "EQANOMLY: ANOMALY-REJECT-PCT NOT A "
                           "NUMBER FROM 0 TO 999 - KEEPING "
                           ANOMALY-REJECT-PCT
                   END-IF
               WHEN "ANOMALY-MIN-COUNT"
                   PERFORM CONVERT-PARM-NUMBER
                   IF PARM-NUMBER-VALID AND PARM-NUMBER <= 99999
                       MOVE PARM-NUMBER TO ANOMALY-MIN-COUNT
                   ELSE
                       DISPLAY "EQANOMLY: ANOMALY-MIN-COUNT NOT A "
                           "NUMBER FROM 0 TO 99999 - KEEPING "
                           ANOMALY-MIN-COUNT
                   END-IF
               WHEN "ANOMALY-MIX-POINTS"
                   PERFORM CONVERT-PARM-NUMBER
                   IF PARM-NUMBER-VALID AND PARM-NUMBER <= 100
                       MOVE PARM-NUMBER TO ANOMALY-MIX-POINTS
                   ELSE
                       DISPLAY "EQANOMLY: ANOMALY-MIX-POINTS NOT A "
                           "NUMBER FROM 0 TO 100 - KEEPING "
                           ANOMALY-MIX-POINTS
                   END-IF
               WHEN "ANOMALY-FAIL"
                   IF PARM-VALUE (1:1) = "Y"
                       MOVE "Y" TO ANOMALY-FAIL-SWITCH
                   ELSE
                       MOVE "N" TO ANOMALY-FAIL-SWITCH
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
      * First pass over EQMTD: finds tonight's record - the window's
      * run, or the last record when run stand-alone - and keeps its
      * totals. No EQMTD yet just means nothing was ever posted.
      ******************************************************************
       FIND-TONIGHT.
           OPEN INPUT MTD-TOTALS-FILE
           IF MTD-TOTALS-STATUS = "35"
               GO TO FIND-TONIGHT-EXIT
           END-IF
           IF MTD-TOTALS-STATUS NOT = "00"
               DISPLAY "EQANOMLY: EQMTD NOT AVAILABLE - STATUS "
                   MTD-TOTALS-STATUS
               MOVE 1 TO RETURN-CODE
               GO TO FIND-TONIGHT-EXIT
           END-IF
           MOVE "N" TO END-OF-TOTALS-SWITCH
           PERFORM NOTE-ONE-TOTALS-ROW THRU NOTE-ONE-TOTALS-ROW-EXIT
               UNTIL END-OF-TOTALS
           CLOSE MTD-TOTALS-FILE.

       FIND-TONIGHT-EXIT.
           EXIT.

       NOTE-ONE-TOTALS-ROW.
           READ MTD-TOTALS-FILE
               AT END
                   SET END-OF-TOTALS TO TRUE
                   GO TO NOTE-ONE-TOTALS-ROW-EXIT
           END-READ
           ADD 1 TO ROW-COUNT
           IF BATCH-RUN-ID = SPACES OR BATCH-RUN-ID = LOW-VALUES
               CONTINUE
           ELSE
               IF MTD-RUN-ID NOT = BATCH-RUN-ID
                   GO TO NOTE-ONE-TOTALS-ROW-EXIT
               END-IF
               SET END-OF-TOTALS TO TRUE
           END-IF
           MOVE ROW-COUNT TO TONIGHT-POSITION
           MOVE MTD-RUN-ID TO TONIGHT-RUN-ID
           MOVE MTD-RUN-DATE TO TONIGHT-DATE
           MOVE MTD-RECORD-COUNT TO TONIGHT-RECORDS
           MOVE MTD-REJECT-COUNT TO TONIGHT-REJECTS
           PERFORM NOTE-ROW-TYPE-COUNTS
           MOVE ROW-TYPE-TABLE TO TONIGHT-TYPE-TABLE.

       NOTE-ONE-TOTALS-ROW-EXIT.
           EXIT.

       NOTE-ROW-TYPE-COUNTS.
           MOVE MTD-REAL-COUNT TO ROW-TYPE-COUNT (1)
           MOVE MTD-REPEATED-COUNT TO ROW-TYPE-COUNT (2)
           MOVE MTD-COMPLEX-COUNT TO ROW-TYPE-COUNT (3)
           MOVE MTD-LINEAR-COUNT TO ROW-TYPE-COUNT (4)
           MOVE MTD-ERROR-COUNT TO ROW-TYPE-COUNT (5).

      ******************************************************************
      * Second pass: totals and lists the trailing nights posted just
      * before tonight's record.
      ******************************************************************
       ADD-TRAILING-NIGHTS.
           MOVE NIGHT-HEADING-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           IF TONIGHT-POSITION = 1
               GO TO ADD-TRAILING-NIGHTS-EXIT
           END-IF
           OPEN INPUT MTD-TOTALS-FILE
           IF MTD-TOTALS-STATUS NOT = "00"
               GO TO ADD-TRAILING-NIGHTS-EXIT
           END-IF
           MOVE ZERO TO ROW-SUB
           MOVE "N" TO END-OF-TOTALS-SWITCH
           PERFORM ADD-ONE-TRAILING-NIGHT
               THRU ADD-ONE-TRAILING-NIGHT-EXIT
               UNTIL END-OF-TOTALS
           CLOSE MTD-TOTALS-FILE.

       ADD-TRAILING-NIGHTS-EXIT.
           EXIT.

       ADD-ONE-TRAILING-NIGHT.
           READ MTD-TOTALS-FILE
               AT END
                   SET END-OF-TOTALS TO TRUE
                   GO TO ADD-ONE-TRAILING-NIGHT-EXIT
           END-READ
           ADD 1 TO ROW-SUB
           IF ROW-SUB NOT < TONIGHT-POSITION
               SET END-OF-TOTALS TO TRUE
               GO TO ADD-ONE-TRAILING-NIGHT-EXIT
           END-IF
           IF ROW-SUB < FIRST-TRAILING-POSITION
               GO TO ADD-ONE-TRAILING-NIGHT-EXIT
           END-IF
           ADD 1 TO TRAIL-NIGHTS
           ADD MTD-RECORD-COUNT TO TRAIL-RECORDS
           ADD MTD-REJECT-COUNT TO TRAIL-REJECTS
           PERFORM NOTE-ROW-TYPE-COUNTS
           PERFORM ADD-ONE-TYPE-COUNT
               VARYING TYPE-SUB FROM 1 BY 1
               UNTIL TYPE-SUB > TYPE-LIMIT
           MOVE "EARLIER" TO NTL-LABEL
           MOVE MTD-RUN-ID TO NTL-RUN-ID
           MOVE MTD-RUN-DATE TO NTL-DATE
           MOVE MTD-RECORD-COUNT TO NTL-RECORDS
           MOVE MTD-REJECT-COUNT TO NTL-REJECTS
           PERFORM PRINT-NIGHT-LINE.

       ADD-ONE-TRAILING-NIGHT-EXIT.
           EXIT.

       ADD-ONE-TYPE-COUNT.
           ADD ROW-TYPE-COUNT (TYPE-SUB) TO TRAIL-TYPE-COUNT (TYPE-SUB).

       PRINT-TONIGHT-LINE.
           MOVE "TONIGHT" TO NTL-LABEL
           MOVE TONIGHT-RUN-ID TO NTL-RUN-ID
           MOVE TONIGHT-DATE TO NTL-DATE
           MOVE TONIGHT-RECORDS TO NTL-RECORDS
           MOVE TONIGHT-REJECTS TO NTL-REJECTS
           MOVE TONIGHT-TYPE-TABLE TO ROW-TYPE-TABLE
           PERFORM PRINT-NIGHT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-NIGHT-LINE.
           PERFORM MOVE-ONE-NIGHT-TYPE
               VARYING TYPE-SUB FROM 1 BY 1
               UNTIL TYPE-SUB > TYPE-LIMIT
           MOVE NIGHT-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

       MOVE-ONE-NIGHT-TYPE.
           MOVE ROW-TYPE-COUNT (TYPE-SUB)
               TO NTL-TYPE-COUNT (TYPE-SUB).

      ******************************************************************
      * Holds tonight against the trailing average, one measure per
      * report line: the two counts first, then each result type's
      * share of the night.
      ******************************************************************
       CHECK-ALL-MEASURES.
           MOVE MEASURE-HEADING-LINE TO PRINT-LINE
           WRITE PRINT-LINE

           MOVE "RECORD COUNT" TO MEASURE-NAME
           MOVE TONIGHT-RECORDS TO MEASURE-TONIGHT
           MOVE TRAIL-RECORDS TO MEASURE-TOTAL
           MOVE ANOMALY-VOLUME-PCT TO MEASURE-THRESHOLD
           PERFORM CHECK-COUNT-MEASURE

           MOVE "REJECT COUNT" TO MEASURE-NAME
           MOVE TONIGHT-REJECTS TO MEASURE-TONIGHT
           MOVE TRAIL-REJECTS TO MEASURE-TOTAL
           MOVE ANOMALY-REJECT-PCT TO MEASURE-THRESHOLD
           PERFORM CHECK-COUNT-MEASURE

           PERFORM CHECK-SHARE-MEASURE
               VARYING TYPE-SUB FROM 1 BY 1
               UNTIL TYPE-SUB > TYPE-LIMIT
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE.

      ******************************************************************
      * A count is flagged when it moved further from the average than
      * its percentage threshold AND by at least ANOMALY-MIN-COUNT
      * records. An average of zero makes any movement 99999 percent.
      ******************************************************************
       CHECK-COUNT-MEASURE.
           MOVE "N" TO MEASURE-FLAGGED-SWITCH
           COMPUTE AVERAGE-COUNT ROUNDED = MEASURE-TOTAL / TRAIL-NIGHTS
           IF MEASURE-TONIGHT > AVERAGE-COUNT
               COMPUTE COUNT-DIFFERENCE
                   = MEASURE-TONIGHT - AVERAGE-COUNT
               MOVE "HIGH" TO MOVE-DIRECTION
           ELSE
               COMPUTE COUNT-DIFFERENCE
                   = AVERAGE-COUNT - MEASURE-TONIGHT
               MOVE "LOW" TO MOVE-DIRECTION
           END-IF
           IF COUNT-DIFFERENCE = ZERO
               MOVE SPACES TO MOVE-DIRECTION
           END-IF
           EVALUATE TRUE
               WHEN COUNT-DIFFERENCE = ZERO
                   MOVE ZERO TO DEVIATION-PCT
               WHEN AVERAGE-COUNT = ZERO
                   MOVE 99999 TO DEVIATION-PCT
               WHEN OTHER
                   COMPUTE DEVIATION-PCT ROUNDED
                       = COUNT-DIFFERENCE * 100 / AVERAGE-COUNT
                       ON SIZE ERROR
                           MOVE 99999 TO DEVIATION-PCT
                   END-COMPUTE
           END-EVALUATE
           IF DEVIATION-PCT > MEASURE-THRESHOLD
               AND COUNT-DIFFERENCE NOT < ANOMALY-MIN-COUNT
               PERFORM NOTE-ANOMALY
           END-IF

           MOVE MEASURE-NAME TO CNL-NAME
           MOVE MEASURE-TONIGHT TO CNL-TONIGHT
           MOVE AVERAGE-COUNT TO CNL-AVERAGE
           MOVE DEVIATION-PCT TO CNL-MOVED
           MOVE MOVE-DIRECTION TO CNL-DIRECTION
           MOVE MEASURE-THRESHOLD TO CNL-LIMIT
           IF MEASURE-FLAGGED
               MOVE "** ANOMALY" TO CNL-FLAG
           ELSE
               MOVE SPACES TO CNL-FLAG
           END-IF
           MOVE COUNT-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

      ******************************************************************
      * A result type's share is its percentage of the night's
      * records; the average share is taken over all the trailing
      * nights' records together, so a small night weighs less.
      ******************************************************************
       CHECK-SHARE-MEASURE.
           MOVE "N" TO MEASURE-FLAGGED-SWITCH
           MOVE RESULT-TYPE-NAME (TYPE-SUB) TO MEASURE-NAME
           MOVE ZERO TO TONIGHT-SHARE
           MOVE ZERO TO AVERAGE-SHARE
           IF TONIGHT-RECORDS > ZERO
               COMPUTE TONIGHT-SHARE ROUNDED
                   = TONIGHT-TYPE-COUNT (TYPE-SUB) * 100
                     / TONIGHT-RECORDS
           END-IF
           IF TRAIL-RECORDS > ZERO
               COMPUTE AVERAGE-SHARE ROUNDED
                   = TRAIL-TYPE-COUNT (TYPE-SUB) * 100 / TRAIL-RECORDS
           END-IF
           IF TONIGHT-SHARE > AVERAGE-SHARE
               COMPUTE SHARE-DIFFERENCE = TONIGHT-SHARE - AVERAGE-SHARE
               MOVE "UP" TO MOVE-DIRECTION
           ELSE
               COMPUTE SHARE-DIFFERENCE = AVERAGE-SHARE - TONIGHT-SHARE
               MOVE "DOWN" TO MOVE-DIRECTION
           END-IF
           IF SHARE-DIFFERENCE = ZERO
               MOVE SPACES TO MOVE-DIRECTION
           END-IF
           IF SHARE-DIFFERENCE > ANOMALY-MIX-POINTS
               PERFORM NOTE-ANOMALY
           END-IF

           MOVE MEASURE-NAME TO SHL-NAME
           MOVE TONIGHT-SHARE TO SHL-TONIGHT
           MOVE AVERAGE-SHARE TO SHL-AVERAGE
           MOVE SHARE-DIFFERENCE TO SHL-MOVED
           MOVE MOVE-DIRECTION TO SHL-DIRECTION
           MOVE ANOMALY-MIX-POINTS TO SHL-LIMIT
           IF MEASURE-FLAGGED
               MOVE "** ANOMALY" TO SHL-FLAG
           ELSE
               MOVE SPACES TO SHL-FLAG
           END-IF
           MOVE SHARE-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

       NOTE-ANOMALY.
           SET MEASURE-FLAGGED TO TRUE
           ADD 1 TO ANOMALY-COUNT
           IF FIRST-MEASURE = SPACES
               MOVE MEASURE-NAME TO FIRST-MEASURE
           END-IF
           DISPLAY "EQANOMLY: ANOMALY - " MEASURE-NAME
               " OUTSIDE ITS THRESHOLD".

       PRINT-HEADINGS.
           ACCEPT REPORT-DATE FROM DATE YYYYMMDD
           MOVE REPORT-DATE TO HDG-RUN-DATE
           MOVE TONIGHT-RUN-ID TO HDG-RUN-ID
           MOVE TONIGHT-DATE TO HDG-BUSINESS-DATE
           MOVE HEADING-LINE-1 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-SUMMARY.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "TRAILING NIGHTS COMPARED . . . . . . . :"
               TO TOT-LABEL
           MOVE TRAIL-NIGHTS TO TOT-COUNT
           PERFORM PRINT-TOTAL-LINE
           MOVE "MEASURES OUTSIDE THRESHOLD . . . . . . :"
               TO TOT-LABEL
           MOVE ANOMALY-COUNT TO TOT-COUNT
           PERFORM PRINT-TOTAL-LINE
           MOVE CHECK-RESULT TO VDL-RESULT
           MOVE VERDICT-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-TOTAL-LINE.
           MOVE TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

      ******************************************************************
      * Rewrites EQANORES with this check's outcome for OPSTAT. A
      * result file that cannot be written fails the step - OPSTAT
      * would otherwise show an older night's verdict as tonight's.
      ******************************************************************
       WRITE-CHECK-RESULT.
           OPEN OUTPUT ANOMALY-RESULT-FILE
           IF ANOMALY-RESULT-STATUS NOT = "00"
               DISPLAY "EQANOMLY: EQANORES NOT AVAILABLE - STATUS "
                   ANOMALY-RESULT-STATUS
               MOVE 1 TO RETURN-CODE
           ELSE
               ACCEPT REPORT-DATE FROM DATE YYYYMMDD
               ACCEPT REPORT-TIME FROM TIME
               MOVE SPACES TO ANOMALY-RESULT-RECORD
               MOVE TONIGHT-RUN-ID TO ANO-RUN-ID
               MOVE TONIGHT-DATE TO ANO-BUSINESS-DATE
               STRING REPORT-DATE DELIMITED BY SIZE
                   REPORT-TIME (1:6) DELIMITED BY SIZE
                   INTO ANO-CHECK-STAMP
               MOVE TRAIL-NIGHTS TO ANO-NIGHTS-COMPARED
               MOVE ANOMALY-COUNT TO ANO-ANOMALY-COUNT
               MOVE CHECK-RESULT TO ANO-RESULT
               MOVE FIRST-MEASURE TO ANO-FIRST-MEASURE
               WRITE ANOMALY-RESULT-RECORD
               CLOSE ANOMALY-RESULT-FILE
           END-IF.

       END PROGRAM EQANOMLY.
