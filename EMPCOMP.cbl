      ******************************************************************
      * Author: Fábio Correia
      * Date: 2026-10-15
      * Purpose: study - full-file compare of HR's complete employee
      *          file against the EMPMAST master, generating the
      *          EMPTRAN maintenance transactions that until now were
      *          keyed by hand from a compare done by eye. HR still
      *          sends the whole file in the EMPSEED layout (BOOK
      *          field widths); it arrives as EMPHRIN and is matched
      *          to the master by EMP-ID:
      *            on HR only          A (new hire) with HR's name
      *            on both, any of the
      *            BOOK name fields
      *            different           C (name change) with HR's name
      *            on the master only  D (leaver)
      *          Every generated transaction, with the master and HR
      *          names side by side, and the counts of each kind print
      *          on EMPCMLST. The output is an ordinary EMPTRAN batch:
      *          it goes through EMPMAINT's trial-apply mode and HR's
      *          sign-off on the proof like any other batch before it
      *          runs for real.
      * Tectonics: cobc
      ******************************************************************
      * A truncated or half-sent HR file would read as a wave of
      * leavers, so the deletes are held to a tolerance: more Deletes
      * than EMPCOMP-DELETE-PCT percent of the master (shared RUNPARMS
      * file, whole number 0-100, default 10) refuses the batch - the
      * compare still prints, marked REFUSED, but EMPTRAN is left
      * empty so no stale or partial batch can be applied. The HR file
      * must be in EMP-ID order, as EMPLOAD already requires of
      * EMPSEED; a record out of order or repeated refuses the batch
      * the same way, since the match can no longer be trusted. A
      * record with a blank EMP-ID is listed and skipped.
      * Return codes: 0 batch written, 2 batch refused, 1 a file could
      * not be opened.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPCOMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HR-FILE ASSIGN TO "EMPHRIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HR-FILE-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS LAST-NAME WITH DUPLICATES
               FILE STATUS IS EMPLOYEE-FILE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "EMPTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSACTION-STATUS.
           SELECT COMPARE-REPORT-FILE ASSIGN TO "EMPCMLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPARE-REPORT-STATUS.
           SELECT RUN-PARMS-FILE ASSIGN TO "RUNPARMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-PARMS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HR-FILE.
       01 HR-RECORD.
          05 HR-EMP-ID PIC X(16).
          05 HR-NAME.
             10 HR-FIRST-NAME PIC X(16).
             10 HR-MIDDLE-NAME PIC X(16).
             10 HR-LAST-NAME PIC X(16).
             10 HR-SUFFIX PIC X(04).

       FD  EMPLOYEE-FILE.
           COPY BOOK.

       FD  TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
          05 TRAN-ACTION PIC X(01).
          05 TRAN-EMP-ID PIC X(16).
          05 TRAN-FIRST-NAME PIC X(16).
          05 TRAN-MIDDLE-NAME PIC X(16).
          05 TRAN-LAST-NAME PIC X(16).
          05 TRAN-SUFFIX PIC X(04).

       FD  COMPARE-REPORT-FILE.
       01 PRINT-LINE PIC X(132).

       FD  RUN-PARMS-FILE.
       01 RUN-PARMS-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 HR-FILE-STATUS PIC X(02).
       01 EMPLOYEE-FILE-STATUS PIC X(02).
       01 TRANSACTION-STATUS PIC X(02).
       01 COMPARE-REPORT-STATUS PIC X(02).
       01 RUN-PARMS-STATUS PIC X(02).
       01 RUN-DATE-WORK PIC X(08).
       01 PARM-KEYWORD PIC X(20).
       01 PARM-VALUE PIC X(48).
       01 PARSE-POINTER PIC 9(02).
       01 PARSE-LENGTH PIC 9(02).
       01 PARM-NUMBER PIC 9(07).
       01 PARM-DIGIT PIC 9(01).
       01 PARM-SUB PIC 9(02).
       01 PARM-NUMBER-VALID-SWITCH PIC X(01).
          88 PARM-NUMBER-VALID VALUE "Y".
       01 END-OF-PARMS-SWITCH PIC X(01) VALUE "N".
          88 END-OF-PARMS VALUE "Y".
       01 END-OF-HR-SWITCH PIC X(01) VALUE "N".
          88 END-OF-HR VALUE "Y".
       01 END-OF-MASTER-SWITCH PIC X(01) VALUE "N".
          88 END-OF-MASTER VALUE "Y".
       01 SEQUENCE-ERROR-SWITCH PIC X(01) VALUE "N".
          88 SEQUENCE-ERROR VALUE "Y".
       01 BATCH-REFUSED-SWITCH PIC X(01) VALUE "N".
          88 BATCH-REFUSED VALUE "Y".
       01 DELETE-PCT-LIMIT PIC 9(03) VALUE 10.
       01 HR-READ-COUNT PIC 9(07) VALUE ZERO.
       01 MASTER-READ-COUNT PIC 9(07) VALUE ZERO.
       01 UNCHANGED-COUNT PIC 9(07) VALUE ZERO.
       01 ADD-COUNT PIC 9(07) VALUE ZERO.
       01 CHANGE-COUNT PIC 9(07) VALUE ZERO.
       01 DELETE-COUNT PIC 9(07) VALUE ZERO.
       01 SKIPPED-COUNT PIC 9(07) VALUE ZERO.
       01 DELETE-LIMIT-WORK PIC 9(09) VALUE ZERO.
       01 DELETE-PCT-WORK PIC 9(09) VALUE ZERO.

      * The keys being matched; HIGH-VALUES once a file is exhausted,
      * so the other file's remaining records all fall out unmatched.
       01 HR-KEY PIC X(16).
       01 MASTER-KEY PIC X(16).
       01 PREVIOUS-HR-KEY PIC X(16).
       01 MASTER-NAME.
          05 MST-FIRST-NAME PIC X(16).
          05 MST-MIDDLE-NAME PIC X(16).
          05 MST-LAST-NAME PIC X(16).
          05 MST-SUFFIX PIC X(04).

       01 HEADING-LINE.
          05 FILLER PIC X(40)
             VALUE "HR FILE / EMPMAST COMPARE".
          05 FILLER PIC X(09) VALUE "RUN DATE ".
          05 HDG-RUN-DATE PIC X(08).
          05 FILLER PIC X(75) VALUE SPACES.

       01 COLUMN-HEADING-LINE.
          05 FILLER PIC X(08) VALUE "ACTION".
          05 FILLER PIC X(18) VALUE "EMP-ID".
          05 FILLER PIC X(53) VALUE "ON EMPMAST".
          05 FILLER PIC X(53) VALUE "ON THE HR FILE".

       01 COMPARE-LINE.
          05 CMP-ACTION PIC X(06).
          05 FILLER PIC X(02) VALUE SPACES.
          05 CMP-EMP-ID PIC X(16).
          05 FILLER PIC X(02) VALUE SPACES.
          05 CMP-MASTER-NAME PIC X(52).
          05 FILLER PIC X(01) VALUE SPACES.
          05 CMP-HR-NAME PIC X(52).
          05 FILLER PIC X(01) VALUE SPACES.

       01 TOTAL-LINE.
          05 TOT-LABEL PIC X(30).
          05 TOT-COUNT PIC Z(06)9.
          05 FILLER PIC X(95) VALUE SPACES.

       01 VERDICT-LINE.
          05 FILLER PIC X(09) VALUE "VERDICT: ".
          05 VRD-TEXT PIC X(123).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
      * A CALLed subprogram keeps last-used state, so everything a
      * previous run may have changed is reset here.
           MOVE 10 TO DELETE-PCT-LIMIT
           MOVE ZERO TO HR-READ-COUNT
           MOVE ZERO TO MASTER-READ-COUNT
           MOVE ZERO TO UNCHANGED-COUNT
           MOVE ZERO TO ADD-COUNT
           MOVE ZERO TO CHANGE-COUNT
           MOVE ZERO TO DELETE-COUNT
           MOVE ZERO TO SKIPPED-COUNT
           MOVE "N" TO END-OF-PARMS-SWITCH
           MOVE "N" TO END-OF-HR-SWITCH
           MOVE "N" TO END-OF-MASTER-SWITCH
           MOVE "N" TO SEQUENCE-ERROR-SWITCH
           MOVE "N" TO BATCH-REFUSED-SWITCH
           MOVE LOW-VALUES TO PREVIOUS-HR-KEY

           PERFORM READ-RUN-PARMS

           OPEN INPUT HR-FILE
           IF HR-FILE-STATUS NOT = "00"
               DISPLAY "EMPCOMP: EMPHRIN NOT AVAILABLE - STATUS "
                   HR-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK.

           OPEN INPUT EMPLOYEE-FILE
           IF EMPLOYEE-FILE-STATUS NOT = "00"
               DISPLAY "EMPCOMP: EMPMAST NOT AVAILABLE - STATUS "
                   EMPLOYEE-FILE-STATUS
               CLOSE HR-FILE
               MOVE 1 TO RETURN-CODE
               GOBACK.

           OPEN OUTPUT TRANSACTION-FILE
           IF TRANSACTION-STATUS NOT = "00"
               DISPLAY "EMPCOMP: EMPTRAN NOT AVAILABLE - STATUS "
                   TRANSACTION-STATUS
               CLOSE HR-FILE
               CLOSE EMPLOYEE-FILE
               MOVE 1 TO RETURN-CODE
               GOBACK.

           OPEN OUTPUT COMPARE-REPORT-FILE
           IF COMPARE-REPORT-STATUS NOT = "00"
               DISPLAY "EMPCOMP: EMPCMLST NOT AVAILABLE - STATUS "
                   COMPARE-REPORT-STATUS
               CLOSE HR-FILE
               CLOSE EMPLOYEE-FILE
               CLOSE TRANSACTION-FILE
               MOVE 1 TO RETURN-CODE
               GOBACK.

           ACCEPT RUN-DATE-WORK FROM DATE YYYYMMDD
           MOVE RUN-DATE-WORK TO HDG-RUN-DATE
           WRITE PRINT-LINE FROM HEADING-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM COLUMN-HEADING-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE

           PERFORM READ-NEXT-HR THRU READ-NEXT-HR-EXIT
           PERFORM READ-NEXT-MASTER THRU READ-NEXT-MASTER-EXIT
           PERFORM COMPARE-ONE-KEY THRU COMPARE-ONE-KEY-EXIT
               UNTIL (END-OF-HR AND END-OF-MASTER)
               OR SEQUENCE-ERROR

           CLOSE HR-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE TRANSACTION-FILE

           PERFORM CHECK-DELETE-TOLERANCE
           IF BATCH-REFUSED
               PERFORM EMPTY-TRANSACTION-FILE
           END-IF

           PERFORM PRINT-TOTALS
           CLOSE COMPARE-REPORT-FILE

           DISPLAY "EMPCOMP: HR RECORDS READ . . : " HR-READ-COUNT
           DISPLAY "EMPCOMP: MASTER RECORDS READ : " MASTER-READ-COUNT
           DISPLAY "EMPCOMP: ADDS  . . . . . . . : " ADD-COUNT
           DISPLAY "EMPCOMP: CHANGES . . . . . . : " CHANGE-COUNT
           DISPLAY "EMPCOMP: DELETES . . . . . . : " DELETE-COUNT
           IF BATCH-REFUSED
               DISPLAY "EMPCOMP: BATCH REFUSED - EMPTRAN LEFT EMPTY, "
                   "SEE EMPCMLST"
               MOVE 2 TO RETURN-CODE
           ELSE
               DISPLAY "EMPCOMP: EMPTRAN WRITTEN - RUN EMPMAINT WITH "
                   "EMPMAINT-MODE=TRIAL FOR HR SIGN-OFF"
           END-IF
           GOBACK.

      ******************************************************************
      * Reads the shared RUNPARMS steering file for this program's
      * one keyword, EMPCOMP-DELETE-PCT. A missing file or keyword,
      * or a value that is not a whole number from 0 to 100, leaves
      * the compiled-in default. The resolved limit is displayed.
      ******************************************************************
       READ-RUN-PARMS.
           OPEN INPUT RUN-PARMS-FILE
           IF RUN-PARMS-STATUS NOT = "00"
               DISPLAY "EMPCOMP: NO RUNPARMS - USING DEFAULTS"
           ELSE
               PERFORM READ-ONE-PARM THRU READ-ONE-PARM-EXIT
                   UNTIL END-OF-PARMS
               CLOSE RUN-PARMS-FILE
           END-IF
           DISPLAY "EMPCOMP: EMPCOMP-DELETE-PCT " DELETE-PCT-LIMIT.

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
           IF PARM-KEYWORD = "EMPCOMP-DELETE-PCT"
               PERFORM CONVERT-PARM-NUMBER
               IF PARM-NUMBER-VALID AND PARM-NUMBER <= 100
                   MOVE PARM-NUMBER TO DELETE-PCT-LIMIT
               ELSE
                   DISPLAY "EMPCOMP: EMPCOMP-DELETE-PCT NOT A NUMBER "
                       "FROM 0 TO 100 - KEEPING " DELETE-PCT-LIMIT
               END-IF
           END-IF.

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
               UNTIL PARM-SUB > 48
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
      * One step of the match: the lower key is dealt with and only
      * its file moves on. Equal keys compare every BOOK name field.
      ******************************************************************
       COMPARE-ONE-KEY.
           IF HR-KEY < MASTER-KEY
               ADD 1 TO ADD-COUNT
               MOVE "A" TO TRAN-ACTION
               MOVE HR-EMP-ID TO TRAN-EMP-ID
               MOVE HR-FIRST-NAME TO TRAN-FIRST-NAME
               MOVE HR-MIDDLE-NAME TO TRAN-MIDDLE-NAME
               MOVE HR-LAST-NAME TO TRAN-LAST-NAME
               MOVE HR-SUFFIX TO TRAN-SUFFIX
               MOVE "ADD" TO CMP-ACTION
               MOVE HR-EMP-ID TO CMP-EMP-ID
               MOVE SPACES TO CMP-MASTER-NAME
               MOVE HR-NAME TO CMP-HR-NAME
               PERFORM WRITE-TRANSACTION
               PERFORM READ-NEXT-HR THRU READ-NEXT-HR-EXIT
               GO TO COMPARE-ONE-KEY-EXIT
           END-IF

           IF MASTER-KEY < HR-KEY
               ADD 1 TO DELETE-COUNT
               MOVE SPACES TO TRANSACTION-RECORD
               MOVE "D" TO TRAN-ACTION
               MOVE MASTER-KEY TO TRAN-EMP-ID
               MOVE MST-FIRST-NAME TO TRAN-FIRST-NAME
               MOVE MST-MIDDLE-NAME TO TRAN-MIDDLE-NAME
               MOVE MST-LAST-NAME TO TRAN-LAST-NAME
               MOVE MST-SUFFIX TO TRAN-SUFFIX
               MOVE "DELETE" TO CMP-ACTION
               MOVE MASTER-KEY TO CMP-EMP-ID
               MOVE MASTER-NAME TO CMP-MASTER-NAME
               MOVE SPACES TO CMP-HR-NAME
               PERFORM WRITE-TRANSACTION
               PERFORM READ-NEXT-MASTER THRU READ-NEXT-MASTER-EXIT
               GO TO COMPARE-ONE-KEY-EXIT
           END-IF

           IF HR-NAME = MASTER-NAME
               ADD 1 TO UNCHANGED-COUNT
           ELSE
               ADD 1 TO CHANGE-COUNT
               MOVE "C" TO TRAN-ACTION
               MOVE HR-EMP-ID TO TRAN-EMP-ID
               MOVE HR-FIRST-NAME TO TRAN-FIRST-NAME
               MOVE HR-MIDDLE-NAME TO TRAN-MIDDLE-NAME
               MOVE HR-LAST-NAME TO TRAN-LAST-NAME
               MOVE HR-SUFFIX TO TRAN-SUFFIX
               MOVE "CHANGE" TO CMP-ACTION
               MOVE HR-EMP-ID TO CMP-EMP-ID
               MOVE MASTER-NAME TO CMP-MASTER-NAME
               MOVE HR-NAME TO CMP-HR-NAME
               PERFORM WRITE-TRANSACTION
           END-IF
           PERFORM READ-NEXT-HR THRU READ-NEXT-HR-EXIT
           PERFORM READ-NEXT-MASTER THRU READ-NEXT-MASTER-EXIT.

       COMPARE-ONE-KEY-EXIT.
           EXIT.

       WRITE-TRANSACTION.
           WRITE TRANSACTION-RECORD
           WRITE PRINT-LINE FROM COMPARE-LINE.

      ******************************************************************
      * Reads the next HR record with a usable key. A blank EMP-ID is
      * listed and skipped; a key not above the one before it means
      * the file is out of order or repeats an employee, and the
      * match stops there.
      ******************************************************************
       READ-NEXT-HR.
           READ HR-FILE
               AT END
                   SET END-OF-HR TO TRUE
                   MOVE HIGH-VALUES TO HR-KEY
                   GO TO READ-NEXT-HR-EXIT
           END-READ
           ADD 1 TO HR-READ-COUNT

           IF HR-EMP-ID = SPACES
               ADD 1 TO SKIPPED-COUNT
               MOVE "SKIP" TO CMP-ACTION
               MOVE SPACES TO CMP-EMP-ID
               MOVE "HR RECORD WITH NO EMP-ID - NOT COMPARED"
                   TO CMP-MASTER-NAME
               MOVE HR-NAME TO CMP-HR-NAME
               WRITE PRINT-LINE FROM COMPARE-LINE
               GO TO READ-NEXT-HR
           END-IF

           IF HR-EMP-ID NOT > PREVIOUS-HR-KEY
               DISPLAY "EMPCOMP: EMPHRIN OUT OF EMP-ID ORDER AT RECORD "
                   HR-READ-COUNT " - " HR-EMP-ID
               MOVE "ERROR" TO CMP-ACTION
               MOVE HR-EMP-ID TO CMP-EMP-ID
               MOVE "HR FILE OUT OF ORDER OR REPEATED - COMPARE STOPPED"
                   TO CMP-MASTER-NAME
               MOVE HR-NAME TO CMP-HR-NAME
               WRITE PRINT-LINE FROM COMPARE-LINE
               SET SEQUENCE-ERROR TO TRUE
               GO TO READ-NEXT-HR-EXIT
           END-IF
           MOVE HR-EMP-ID TO PREVIOUS-HR-KEY
           MOVE HR-EMP-ID TO HR-KEY.

       READ-NEXT-HR-EXIT.
           EXIT.

       READ-NEXT-MASTER.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END
                   SET END-OF-MASTER TO TRUE
                   MOVE HIGH-VALUES TO MASTER-KEY
                   GO TO READ-NEXT-MASTER-EXIT
           END-READ
           ADD 1 TO MASTER-READ-COUNT
           MOVE EMP-ID TO MASTER-KEY
           MOVE FIRST-NAME TO MST-FIRST-NAME
           MOVE MIDDLE-NAME TO MST-MIDDLE-NAME
           MOVE LAST-NAME TO MST-LAST-NAME
           MOVE SUFFIX TO MST-SUFFIX.

       READ-NEXT-MASTER-EXIT.
           EXIT.

      ******************************************************************
      * The batch is refused when the compare stopped on a sequence
      * error, or when the Deletes exceed the tolerance - measured
      * against the master, which is what they would remove from.
      ******************************************************************
       CHECK-DELETE-TOLERANCE.
           IF SEQUENCE-ERROR
               SET BATCH-REFUSED TO TRUE
               MOVE SPACES TO VRD-TEXT
               STRING "REFUSED - HR FILE OUT OF EMP-ID ORDER, "
                       DELIMITED BY SIZE
                   "EMPTRAN LEFT EMPTY" DELIMITED BY SIZE
                   INTO VRD-TEXT
           ELSE
               COMPUTE DELETE-PCT-WORK = DELETE-COUNT * 100
               COMPUTE DELETE-LIMIT-WORK =
                   MASTER-READ-COUNT * DELETE-PCT-LIMIT
               IF DELETE-PCT-WORK > DELETE-LIMIT-WORK
                   SET BATCH-REFUSED TO TRUE
                   DISPLAY "EMPCOMP: DELETES EXCEED EMPCOMP-DELETE-PCT "
                       DELETE-PCT-LIMIT " OF THE MASTER"
                   MOVE SPACES TO VRD-TEXT
                   STRING "REFUSED - DELETES EXCEED EMPCOMP-DELETE-PCT "
                           DELIMITED BY SIZE
                       "OF THE MASTER, EMPTRAN LEFT EMPTY"
                           DELIMITED BY SIZE
                       INTO VRD-TEXT
               ELSE
                   MOVE SPACES TO VRD-TEXT
                   STRING "EMPTRAN WRITTEN - RUN EMPMAINT IN TRIAL "
                           DELIMITED BY SIZE
                       "MODE (EMPMAINT-MODE=TRIAL) FOR HR SIGN-OFF"
                           DELIMITED BY SIZE
                       INTO VRD-TEXT
               END-IF
           END-IF.

      ******************************************************************
      * OPEN OUTPUT then CLOSE leaves EMPTRAN empty, so a refused
      * compare can never be applied, nor a batch left over from an
      * earlier run be mistaken for this one.
      ******************************************************************
       EMPTY-TRANSACTION-FILE.
           OPEN OUTPUT TRANSACTION-FILE
           IF TRANSACTION-STATUS = "00"
               CLOSE TRANSACTION-FILE
           ELSE
               DISPLAY "EMPCOMP: COULD NOT EMPTY EMPTRAN - STATUS "
                   TRANSACTION-STATUS " - DO NOT RUN EMPMAINT"
           END-IF.

       PRINT-TOTALS.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "HR RECORDS READ  . . . . . :" TO TOT-LABEL
           MOVE HR-READ-COUNT TO TOT-COUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "MASTER RECORDS READ  . . . :" TO TOT-LABEL
           MOVE MASTER-READ-COUNT TO TOT-COUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "UNCHANGED  . . . . . . . . :" TO TOT-LABEL
           MOVE UNCHANGED-COUNT TO TOT-COUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "ADDS (NEW HIRES) . . . . . :" TO TOT-LABEL
           MOVE ADD-COUNT TO TOT-COUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "CHANGES (NAME CHANGES) . . :" TO TOT-LABEL
           MOVE CHANGE-COUNT TO TOT-COUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "DELETES (LEAVERS)  . . . . :" TO TOT-LABEL
           MOVE DELETE-COUNT TO TOT-COUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "HR RECORDS SKIPPED . . . . :" TO TOT-LABEL
           MOVE SKIPPED-COUNT TO TOT-COUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE "DELETE TOLERANCE PERCENT . :" TO TOT-LABEL
           MOVE DELETE-PCT-LIMIT TO TOT-COUNT
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM VERDICT-LINE.

       END PROGRAM EMPCOMP.
