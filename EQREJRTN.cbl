      ******************************************************************
      * Author: Fábio Correia
      * Date: 2026-10-15
      * Purpose: study - per-supplier reject return files, run after
      *          EQEDIT. Until now the rejects reached a supplier only
      *          by someone reading EQREJECT or EQAGELST and mailing
      *          an extract, and the fixes came back in whatever form
      *          the supplier chose, to be retyped into EQCORR. This
      *          step writes one return file per supplier system-id,
      *          EQRTN + system-id (the way EQDEPSPLIT names its
      *          department files), holding every reject EQEDIT put on
      *          EQSUSP for tonight's run: the run identifier, record
      *          number, reason code and text, and the original
      *          record image (layout in EQRTNREC), under an EQCTLREC
      *          header carrying the supplier's system-id and the
      *          reject count and a trailer with the count written.
      *          Columns 1-63 of each reject are the EQCORR layout, so
      *          the supplier corrects the image in place and sends
      *          the file back as EQFIX + system-id, which EQRECYCLE
      *          reads directly.
      *          Every supplier whose batch passed into tonight's
      *          window (the PASSED rows EQCOLLECT wrote to EQSUBCTL
      *          for this run) gets a file, an empty one - header and
      *          a zero trailer - when nothing of theirs was rejected,
      *          so yesterday's file is never mistaken for tonight's.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQREJRTN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "EQSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPENSE-STATUS.
           SELECT SUB-CONTROL-FILE ASSIGN TO "EQSUBCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUB-CONTROL-STATUS.
           SELECT RETURN-FILE ASSIGN USING RETURN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
           COPY EQSUSREC.

       FD  SUB-CONTROL-FILE.
           COPY EQSUBREC.

       FD  RETURN-FILE.
           COPY EQRTNREC.
           COPY EQCTLREC REPLACING LEADING ==EQC== BY ==RTN==.

       WORKING-STORAGE SECTION.
           COPY RUNID.
       01 SUSPENSE-STATUS PIC X(02).
       01 SUB-CONTROL-STATUS PIC X(02).
       01 RETURN-STATUS PIC X(02).
       01 RETURN-FILE-NAME PIC X(13).
       01 RETURN-DATE PIC X(08).
       01 RUN-DATE-WORK PIC X(08).
       01 RUN-TIME-WORK PIC X(08).
       01 REJECT-TOTAL PIC 9(07) VALUE ZERO.
       01 FILES-WRITTEN PIC 9(03) VALUE ZERO.
       01 RETURN-WRITTEN PIC 9(07) VALUE ZERO.
       01 WORK-SYSTEM-ID PIC X(08).
       01 END-OF-SUSPENSE-SWITCH PIC X(01) VALUE "N".
          88 END-OF-SUSPENSE VALUE "Y".
       01 END-OF-SUB-CONTROL-SWITCH PIC X(01) VALUE "N".
          88 END-OF-SUB-CONTROL VALUE "Y".
       01 SUSPENSE-MISSING-SWITCH PIC X(01) VALUE "N".
          88 SUSPENSE-MISSING VALUE "Y".

      * One entry per supplier getting a return file tonight, with
      * the count of its rejects on EQSUSP for this run.
       01 SUPPLIER-TABLE.
          05 SUPPLIER-ENTRY-COUNT PIC 9(03) VALUE ZERO.
          05 SUPPLIER-ENTRY OCCURS 50 TIMES.
             10 RTS-SYSTEM-ID PIC X(08).
             10 RTS-REJECT-COUNT PIC 9(07).
       01 SUPPLIER-LIMIT PIC 9(03) VALUE 50.
       01 SUPPLIER-SUB PIC 9(03).
       01 SUPPLIER-HIT-INDEX PIC 9(03) VALUE ZERO.
       01 SUPPLIER-HIT-SWITCH PIC X(01).
          88 SUPPLIER-HIT VALUE "Y".

      * EQEDIT's reason codes with the text it writes to EQREJECT -
      * EQSUSP keeps only the code.
       01 REASON-TEXT-LIST.
          05 FILLER PIC X(03) VALUE "R01".
          05 FILLER PIC X(24) VALUE "DATA PAST A/B/C/DEPT".
          05 FILLER PIC X(03) VALUE "A01".
          05 FILLER PIC X(24) VALUE "SIGN BYTE NOT + OR -".
          05 FILLER PIC X(03) VALUE "A02".
          05 FILLER PIC X(24) VALUE "DIGITS NOT ALL NUMERIC".
          05 FILLER PIC X(03) VALUE "B01".
          05 FILLER PIC X(24) VALUE "SIGN BYTE NOT + OR -".
          05 FILLER PIC X(03) VALUE "B02".
          05 FILLER PIC X(24) VALUE "DIGITS NOT ALL NUMERIC".
          05 FILLER PIC X(03) VALUE "C01".
          05 FILLER PIC X(24) VALUE "SIGN BYTE NOT + OR -".
          05 FILLER PIC X(03) VALUE "C02".
          05 FILLER PIC X(24) VALUE "DIGITS NOT ALL NUMERIC".
          05 FILLER PIC X(03) VALUE "D01".
          05 FILLER PIC X(24) VALUE "DEPARTMENT CODE UNKNOWN".
          05 FILLER PIC X(03) VALUE "D02".
          05 FILLER PIC X(24) VALUE "DEPARTMENT NOT ACTIVE".
       01 REASON-TEXT-TABLE REDEFINES REASON-TEXT-LIST.
          05 REASON-ENTRY OCCURS 9 TIMES.
             10 RSN-CODE PIC X(03).
             10 RSN-TEXT PIC X(24).
       01 REASON-LIMIT PIC 9(02) VALUE 9.
       01 REASON-SUB PIC 9(02).
       01 REASON-HIT-INDEX PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
      * A CALLed subprogram keeps last-used state, so everything a
      * prior window of the same OPMENU session may have left behind
      * is re-initialized before the return files are written.
           MOVE ZERO TO REJECT-TOTAL
           MOVE ZERO TO FILES-WRITTEN
           MOVE ZERO TO SUPPLIER-ENTRY-COUNT
           MOVE "N" TO END-OF-SUSPENSE-SWITCH
           MOVE "N" TO END-OF-SUB-CONTROL-SWITCH
           MOVE "N" TO SUSPENSE-MISSING-SWITCH
           IF BATCH-RUN-ID = SPACES OR BATCH-RUN-ID = LOW-VALUES
               PERFORM ASSIGN-RUN-ID
           END-IF
           IF BUSINESS-DATE = SPACES OR BUSINESS-DATE = LOW-VALUES
               ACCEPT RETURN-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE BUSINESS-DATE TO RETURN-DATE
           END-IF

           PERFORM LOAD-TONIGHT-SUPPLIERS
               THRU LOAD-TONIGHT-SUPPLIERS-EXIT

           OPEN INPUT SUSPENSE-FILE
           IF SUSPENSE-STATUS = "35"
               SET SUSPENSE-MISSING TO TRUE
           ELSE
               IF SUSPENSE-STATUS NOT = "00"
                   DISPLAY "EQREJRTN: EQSUSP NOT AVAILABLE - STATUS "
                       SUSPENSE-STATUS
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM COUNT-ONE-REJECT THRU COUNT-ONE-REJECT-EXIT
                   UNTIL END-OF-SUSPENSE
               CLOSE SUSPENSE-FILE
           END-IF

           IF SUPPLIER-ENTRY-COUNT = ZERO
               DISPLAY "EQREJRTN: NO SUPPLIER BATCH AND NO REJECT FOR "
                   "RUN " BATCH-RUN-ID " - NO RETURN FILE WRITTEN"
               GOBACK.

           PERFORM WRITE-ONE-RETURN-FILE
               THRU WRITE-ONE-RETURN-FILE-EXIT
               VARYING SUPPLIER-SUB FROM 1 BY 1
               UNTIL SUPPLIER-SUB > SUPPLIER-ENTRY-COUNT

           DISPLAY "EQREJRTN: REJECTS FOR RUN . : " REJECT-TOTAL
           DISPLAY "EQREJRTN: RETURN FILES  . . : " FILES-WRITTEN
           GOBACK.

      ******************************************************************
      * Every supplier batch EQCOLLECT passed into this run gets a
      * file even with no rejects. No EQSUBCTL (EQCOLLECT not in the
      * window) leaves only the suppliers that have rejects tonight.
      ******************************************************************
       LOAD-TONIGHT-SUPPLIERS.
           OPEN INPUT SUB-CONTROL-FILE
           IF SUB-CONTROL-STATUS NOT = "00"
               GO TO LOAD-TONIGHT-SUPPLIERS-EXIT
           END-IF
           PERFORM LOAD-ONE-SUB-CONTROL THRU LOAD-ONE-SUB-CONTROL-EXIT
               UNTIL END-OF-SUB-CONTROL
           CLOSE SUB-CONTROL-FILE.

       LOAD-TONIGHT-SUPPLIERS-EXIT.
           EXIT.

       LOAD-ONE-SUB-CONTROL.
           READ SUB-CONTROL-FILE
               AT END
                   SET END-OF-SUB-CONTROL TO TRUE
                   GO TO LOAD-ONE-SUB-CONTROL-EXIT
           END-READ
           IF SUB-STATUS NOT = "PASSED"
               OR SUB-RUN-ID NOT = BATCH-RUN-ID
               GO TO LOAD-ONE-SUB-CONTROL-EXIT
           END-IF
           MOVE SUB-SYSTEM-ID TO WORK-SYSTEM-ID
           PERFORM FIND-OR-ADD-SUPPLIER.

       LOAD-ONE-SUB-CONTROL-EXIT.
           EXIT.

       COUNT-ONE-REJECT.
           READ SUSPENSE-FILE
               AT END
                   SET END-OF-SUSPENSE TO TRUE
                   GO TO COUNT-ONE-REJECT-EXIT
           END-READ
           IF SUS-RUN-ID NOT = BATCH-RUN-ID
               GO TO COUNT-ONE-REJECT-EXIT
           END-IF
           ADD 1 TO REJECT-TOTAL
           MOVE SUS-SYSTEM-ID TO WORK-SYSTEM-ID
           PERFORM FIND-OR-ADD-SUPPLIER
           IF SUPPLIER-HIT
               ADD 1 TO RTS-REJECT-COUNT (SUPPLIER-HIT-INDEX)
           END-IF.

       COUNT-ONE-REJECT-EXIT.
           EXIT.

       FIND-OR-ADD-SUPPLIER.
           MOVE "N" TO SUPPLIER-HIT-SWITCH
           MOVE ZERO TO SUPPLIER-HIT-INDEX
           PERFORM CHECK-SUPPLIER-ENTRY
               VARYING SUPPLIER-SUB FROM 1 BY 1
               UNTIL SUPPLIER-SUB > SUPPLIER-ENTRY-COUNT
               OR SUPPLIER-HIT
           IF NOT SUPPLIER-HIT
               IF SUPPLIER-ENTRY-COUNT < SUPPLIER-LIMIT
                   ADD 1 TO SUPPLIER-ENTRY-COUNT
                   MOVE SUPPLIER-ENTRY-COUNT TO SUPPLIER-HIT-INDEX
                   MOVE WORK-SYSTEM-ID
                       TO RTS-SYSTEM-ID (SUPPLIER-HIT-INDEX)
                   MOVE ZERO TO RTS-REJECT-COUNT (SUPPLIER-HIT-INDEX)
                   SET SUPPLIER-HIT TO TRUE
               ELSE
                   DISPLAY "EQREJRTN: SUPPLIER TABLE FULL - NO RETURN "
                       "FILE FOR " WORK-SYSTEM-ID
               END-IF
           END-IF.

       CHECK-SUPPLIER-ENTRY.
           IF RTS-SYSTEM-ID (SUPPLIER-SUB) = WORK-SYSTEM-ID
               SET SUPPLIER-HIT TO TRUE
               MOVE SUPPLIER-SUB TO SUPPLIER-HIT-INDEX
           END-IF.

      ******************************************************************
      * Writes one supplier's return file: the header, every one of
      * its rejects for this run in EQSUSP (= record number) order,
      * and the trailer with the count actually written.
      ******************************************************************
       WRITE-ONE-RETURN-FILE.
           MOVE RTS-SYSTEM-ID (SUPPLIER-SUB) TO WORK-SYSTEM-ID
           IF WORK-SYSTEM-ID = SPACES
               DISPLAY "EQREJRTN: " RTS-REJECT-COUNT (SUPPLIER-SUB)
                   " REJECT(S) WITH NO SYSTEM-ID - NO RETURN FILE"
               GO TO WRITE-ONE-RETURN-FILE-EXIT
           END-IF
           MOVE SPACES TO RETURN-FILE-NAME
           STRING "EQRTN" DELIMITED BY SIZE
               WORK-SYSTEM-ID DELIMITED BY SPACE
               INTO RETURN-FILE-NAME
           OPEN OUTPUT RETURN-FILE
           IF RETURN-STATUS NOT = "00"
               DISPLAY "EQREJRTN: " RETURN-FILE-NAME
                   " NOT AVAILABLE - STATUS " RETURN-STATUS
               MOVE 1 TO RETURN-CODE
               GO TO WRITE-ONE-RETURN-FILE-EXIT
           END-IF

           MOVE SPACES TO REJECT-RETURN-RECORD
           MOVE "H" TO RTN-HDR-RECORD-TYPE
           MOVE RETURN-DATE TO RTN-HDR-CREATE-DATE
           MOVE WORK-SYSTEM-ID TO RTN-HDR-SYSTEM-ID
           MOVE RTS-REJECT-COUNT (SUPPLIER-SUB)
               TO RTN-HDR-EXPECTED-COUNT
           WRITE REJECT-RETURN-RECORD

           MOVE ZERO TO RETURN-WRITTEN
           IF RTS-REJECT-COUNT (SUPPLIER-SUB) > ZERO
               AND NOT SUSPENSE-MISSING
               PERFORM COPY-SUPPLIER-REJECTS
                   THRU COPY-SUPPLIER-REJECTS-EXIT
           END-IF

           MOVE SPACES TO REJECT-RETURN-RECORD
           MOVE "T" TO RTN-TLR-RECORD-TYPE
           MOVE RETURN-WRITTEN TO RTN-TLR-RECORD-COUNT
           WRITE REJECT-RETURN-RECORD
           CLOSE RETURN-FILE
           ADD 1 TO FILES-WRITTEN
           DISPLAY "EQREJRTN: " RETURN-FILE-NAME " - "
               RETURN-WRITTEN " REJECT(S)".

       WRITE-ONE-RETURN-FILE-EXIT.
           EXIT.

       COPY-SUPPLIER-REJECTS.
           OPEN INPUT SUSPENSE-FILE
           IF SUSPENSE-STATUS NOT = "00"
               DISPLAY "EQREJRTN: EQSUSP NOT AVAILABLE - STATUS "
                   SUSPENSE-STATUS " - " RETURN-FILE-NAME
                   " HAS NO REJECTS"
               MOVE 1 TO RETURN-CODE
               GO TO COPY-SUPPLIER-REJECTS-EXIT
           END-IF
           MOVE "N" TO END-OF-SUSPENSE-SWITCH
           PERFORM COPY-ONE-REJECT THRU COPY-ONE-REJECT-EXIT
               UNTIL END-OF-SUSPENSE
           CLOSE SUSPENSE-FILE.

       COPY-SUPPLIER-REJECTS-EXIT.
           EXIT.

       COPY-ONE-REJECT.
           READ SUSPENSE-FILE
               AT END
                   SET END-OF-SUSPENSE TO TRUE
                   GO TO COPY-ONE-REJECT-EXIT
           END-READ
           IF SUS-RUN-ID NOT = BATCH-RUN-ID
               OR SUS-SYSTEM-ID NOT = WORK-SYSTEM-ID
               GO TO COPY-ONE-REJECT-EXIT
           END-IF
           MOVE SPACES TO REJECT-RETURN-RECORD
           MOVE SUS-RUN-ID TO RTN-RUN-ID
           MOVE SUS-RECORD-NUMBER TO RTN-RECORD-NUMBER
           MOVE SUS-RECORD-IMAGE TO RTN-RECORD-IMAGE
           MOVE SUS-REASON-CODE TO RTN-REASON-CODE
           PERFORM FIND-REASON-TEXT
           IF REASON-HIT-INDEX = ZERO
               MOVE "SEE EQEDIT REASON CODES" TO RTN-REASON-TEXT
           ELSE
               MOVE RSN-TEXT (REASON-HIT-INDEX) TO RTN-REASON-TEXT
           END-IF
           WRITE REJECT-RETURN-RECORD
           ADD 1 TO RETURN-WRITTEN.

       COPY-ONE-REJECT-EXIT.
           EXIT.

       FIND-REASON-TEXT.
           MOVE ZERO TO REASON-HIT-INDEX
           PERFORM CHECK-REASON-CODE
               VARYING REASON-SUB FROM 1 BY 1
               UNTIL REASON-SUB > REASON-LIMIT
               OR REASON-HIT-INDEX NOT = ZERO.

       CHECK-REASON-CODE.
           IF RSN-CODE (REASON-SUB) = SUS-REASON-CODE
               MOVE REASON-SUB TO REASON-HIT-INDEX
           END-IF.

      ******************************************************************
      * Generates this run's own identifier (date plus time) when no
      * batch window assigned one - a stand-alone run only finds
      * rejects if it is given the window's run identifier, so it
      * normally writes nothing.
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

       END PROGRAM EQREJRTN.
