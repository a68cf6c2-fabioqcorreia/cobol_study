      *   column  23     filler
      *   columns 24-63  the corrected A/B/C/department detail, in the
      *                  same 40-byte layout EQINPUT details use
      *   anything past column 63 is ignored (the reason code and text
      *   EQREJRTN puts there for the supplier - see EQRTNREC).
      * EQCORR may open with an EQCTLREC header and close with a count
      * trailer; if it has either it must have both and the trailer
      * must match the records between them. A supplier's returned
      * EQFIX + system-id file is the same layout and must carry both,
      * the header naming that supplier, or the whole file is refused.
      ******************************************************************
      * Modification History:
      * 2026-09-02  Every invocation now writes the EQRECCTL control
      *             EQBALANCE end-to-end statement can account for
      *             details that entered the pipeline here instead of
      *             reporting every recycled fix as a variance.
      * 2026-10-15  A suspense entry marked FED now also gets the
      *             business date its fix was first fed (SUS-FIX-DATE,
      *             see EQSUSREC), kept as it was when a crashed
      *             window's restart feeds the same fix again, so the
      *             supplier scorecard can measure reject-to-fix days.
      *             It is the business date, as EQEDIT's reject date
      *             is, so a window that runs past midnight or a rerun
      *             of an earlier night adds no false day.
      * 2026-10-15  The re-edit now applies EQEDIT's D02 as well: a
      *             fix from a department on DEPTREF that is not
      *             active on the business date (see DEPTREC) fails
      *             the re-edit instead of slipping a retired
      *             department's submission in through the back door.
      * 2026-10-15  Suppliers' returned reject files are read directly:
      *             for every system-id with an open or fed suspense
      *             entry an EQFIX + system-id file (EQREJRTN's EQRTN
      *             file corrected and sent back) is loaded alongside
      *             EQCORR. The file must carry a header naming that
      *             supplier and a trailer whose count matches, or it
      *             is refused whole, and its fixes only match that
      *             supplier's suspense entries - a run/record key with
      *             no open entry is reported and goes nowhere, as
      *             before. EQCORR itself may now carry the same header
      *             and trailer.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQRECYCLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORRECTION-FILE ASSIGN USING CORRECTION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CORRECTION-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "EQSUSP"
          05 CORR-RECORD-NUMBER PIC X(07).
          05 FILLER PIC X(01).
          05 CORR-FIXED-IMAGE PIC X(40).
          05 FILLER PIC X(29).
           COPY EQCTLREC REPLACING LEADING ==EQC== BY ==FIX==.

       FD  SUSPENSE-FILE.
           COPY EQSUSREC.
       01 RECYCLE-CONTROL-STATUS PIC X(02).
       01 FED-CONTROL-COUNT PIC 9(05) VALUE ZERO.
       01 CORRECTION-STATUS PIC X(02).
       01 CORRECTION-FILE-NAME PIC X(13).
       01 FILE-SYSTEM-ID PIC X(08).
       01 EXPECTED-SYSTEM-ID PIC X(08).
       01 FILE-START-COUNT PIC 9(03).
       01 FILE-DETAIL-COUNT PIC 9(07).
       01 FILE-TRAILER-COUNT PIC 9(07).
       01 FILES-FOUND PIC 9(03) VALUE ZERO.
       01 FILES-REFUSED PIC 9(03) VALUE ZERO.
       01 FILE-REFUSE-REASON PIC X(30).
       01 SUSPENSE-STATUS PIC X(02).
       01 SUSPENSE-WORK-STATUS PIC X(02).
       01 EQ-VALID-STATUS PIC X(02).
          88 CONTROL-ERROR VALUE "Y".
       01 SUSPENSE-MISSING-SWITCH PIC X(01) VALUE "N".
          88 SUSPENSE-MISSING VALUE "Y".
       01 FILE-HEADER-SEEN-SWITCH PIC X(01) VALUE "N".
          88 FILE-HEADER-SEEN VALUE "Y".
       01 FILE-TRAILER-SEEN-SWITCH PIC X(01) VALUE "N".
          88 FILE-TRAILER-SEEN VALUE "Y".

      * The corrected detail image re-edited field by field, same
      * layout EQEDIT validates on the raw extract.
       01 CORRECTION-TABLE.
          05 CORR-ENTRY-COUNT PIC 9(03) VALUE ZERO.
          05 CORR-ENTRY OCCURS 200 TIMES.
             10 CORR-TAB-SYSTEM-ID PIC X(08).
             10 CORR-TAB-RUN-ID PIC X(14).
             10 CORR-TAB-RECORD-NUMBER PIC 9(07).
             10 CORR-TAB-IMAGE PIC X(40).
       01 CORR-HIT-SWITCH PIC X(01).
          88 CORR-HIT VALUE "Y".

      * One entry per supplier with an open or fed suspense entry -
      * the suppliers whose returned EQFIX file is looked for.
       01 FIX-SUPPLIER-TABLE.
          05 FIX-SUPPLIER-COUNT PIC 9(03) VALUE ZERO.
          05 FIX-SUPPLIER-ID OCCURS 50 TIMES PIC X(08).
       01 FIX-SUPPLIER-LIMIT PIC 9(03) VALUE 50.
       01 FIX-SUPPLIER-SUB PIC 9(03).
       01 FIX-SUPPLIER-HIT-SWITCH PIC X(01).
          88 FIX-SUPPLIER-HIT VALUE "Y".

       01 DEPT-TABLE.
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

           MOVE "N" TO CONTROL-ERROR-SWITCH
           MOVE "N" TO SUSPENSE-MISSING-SWITCH
           MOVE ZERO TO FED-CONTROL-COUNT
           MOVE ZERO TO FILES-FOUND
           MOVE ZERO TO FILES-REFUSED
           MOVE ZERO TO FIX-SUPPLIER-COUNT
           IF BATCH-RUN-ID = SPACES OR BATCH-RUN-ID = LOW-VALUES
               PERFORM ASSIGN-RUN-ID
           END-IF

           MOVE "EQCORR" TO CORRECTION-FILE-NAME
           MOVE SPACES TO EXPECTED-SYSTEM-ID
           PERFORM LOAD-CORRECTION-FILE THRU LOAD-CORRECTION-FILE-EXIT
           PERFORM LOAD-SUPPLIER-RETURNS
               THRU LOAD-SUPPLIER-RETURNS-EXIT

           IF FILES-FOUND = ZERO
               DISPLAY "EQRECYCLE: NO EQCORR OR EQFIX FILE - NOTHING "
                   "TO RECYCLE"
               PERFORM WRITE-RECYCLE-CONTROL
               GOBACK.

           IF CORR-ENTRY-COUNT = ZERO
               DISPLAY "EQRECYCLE: NO USABLE CORRECTION - NOTHING TO "
                   "RECYCLE"
               PERFORM WRITE-RECYCLE-CONTROL
               GOBACK.

               PERFORM WRITE-RECYCLE-CONTROL
               MOVE 1 TO RETURN-CODE
               GOBACK.
           IF BUSINESS-DATE = SPACES OR BUSINESS-DATE = LOW-VALUES
               ACCEPT DEPT-AS-OF-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE BUSINESS-DATE TO DEPT-AS-OF-DATE
           END-IF

           PERFORM REEDIT-ONE-CORRECTION
               VARYING CORR-SUB FROM 1 BY 1

           PERFORM WRITE-RECYCLE-CONTROL

           DISPLAY "EQRECYCLE: FILES READ  . . . : " FILES-FOUND
           DISPLAY "EQRECYCLE: FILES REFUSED . . : " FILES-REFUSED
           DISPLAY "EQRECYCLE: CORRECTIONS READ  : " CORRECTIONS-READ
           DISPLAY "EQRECYCLE: MALFORMED . . . . : " MALFORMED-COUNT
           DISPLAY "EQRECYCLE: FED INTO EQVALID  : " APPLIED-COUNT
           GOBACK.

      ******************************************************************
      * Loads one corrections file - EQCORR, or a supplier's returned
      * EQFIX file when EXPECTED-SYSTEM-ID names the supplier - into
      * the correction table. A missing file is simply not there
      * tonight. A file whose header and trailer do not hold up is
      * refused whole: the entries it added are dropped again, so no
      * part of a short or mislabelled file is fed.
      ******************************************************************
       LOAD-CORRECTION-FILE.
           OPEN INPUT CORRECTION-FILE
           IF CORRECTION-STATUS NOT = "00"
               GO TO LOAD-CORRECTION-FILE-EXIT
           END-IF
           ADD 1 TO FILES-FOUND
           MOVE CORR-ENTRY-COUNT TO FILE-START-COUNT
           MOVE ZERO TO FILE-DETAIL-COUNT
           MOVE ZERO TO FILE-TRAILER-COUNT
           MOVE SPACES TO FILE-SYSTEM-ID
           MOVE SPACES TO FILE-REFUSE-REASON
           MOVE "N" TO FILE-HEADER-SEEN-SWITCH
           MOVE "N" TO FILE-TRAILER-SEEN-SWITCH
           MOVE "N" TO END-OF-CORRECTIONS-SWITCH
           PERFORM LOAD-ONE-CORRECTION THRU LOAD-ONE-CORRECTION-EXIT
               UNTIL END-OF-CORRECTIONS
           CLOSE CORRECTION-FILE

           IF FILE-REFUSE-REASON = SPACES
               IF EXPECTED-SYSTEM-ID NOT = SPACES
                   IF NOT FILE-HEADER-SEEN
                       MOVE "NO HEADER" TO FILE-REFUSE-REASON
                   ELSE
                       IF FILE-SYSTEM-ID NOT = EXPECTED-SYSTEM-ID
                           MOVE "HEADER NAMES ANOTHER SUPPLIER"
                               TO FILE-REFUSE-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF FILE-REFUSE-REASON = SPACES
               IF FILE-HEADER-SEEN OR FILE-TRAILER-SEEN
                   OR EXPECTED-SYSTEM-ID NOT = SPACES
                   IF NOT FILE-HEADER-SEEN
                       MOVE "NO HEADER" TO FILE-REFUSE-REASON
                   ELSE
                       IF NOT FILE-TRAILER-SEEN
                           MOVE "NO TRAILER" TO FILE-REFUSE-REASON
                       ELSE
                           IF FILE-TRAILER-COUNT NOT = FILE-DETAIL-COUNT
                               MOVE "TRAILER COUNT DOES NOT MATCH"
                                   TO FILE-REFUSE-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF FILE-REFUSE-REASON NOT = SPACES
               MOVE FILE-START-COUNT TO CORR-ENTRY-COUNT
               ADD 1 TO FILES-REFUSED
               DISPLAY "EQRECYCLE: " CORRECTION-FILE-NAME " REFUSED - "
                   FILE-REFUSE-REASON
               DISPLAY "EQRECYCLE: " CORRECTION-FILE-NAME " DETAILS "
                   FILE-DETAIL-COUNT " TRAILER " FILE-TRAILER-COUNT
                   " - NONE RECYCLED"
           END-IF.

       LOAD-CORRECTION-FILE-EXIT.
           EXIT.

      ******************************************************************
      * Reads one corrections record. The header tags the fixes that
      * follow with the sending supplier's system-id; the trailer
      * closes the file. A blank run identifier or a non-numeric
      * record number cannot point at any reject, so the record is
      * reported and skipped.
      ******************************************************************
       LOAD-ONE-CORRECTION.
           READ CORRECTION-FILE
                   GO TO LOAD-ONE-CORRECTION-EXIT
           END-READ

           IF FIX-HDR-RECORD-TYPE = "H"
               IF FILE-HEADER-SEEN OR FILE-DETAIL-COUNT > ZERO
                   MOVE "HEADER NOT FIRST" TO FILE-REFUSE-REASON
               END-IF
               SET FILE-HEADER-SEEN TO TRUE
               MOVE FIX-HDR-SYSTEM-ID TO FILE-SYSTEM-ID
               GO TO LOAD-ONE-CORRECTION-EXIT
           END-IF
           IF FIX-TLR-RECORD-TYPE = "T"
               IF FILE-TRAILER-SEEN
                   MOVE "MORE THAN ONE TRAILER" TO FILE-REFUSE-REASON
               END-IF
               SET FILE-TRAILER-SEEN TO TRUE
               IF FIX-TLR-RECORD-COUNT IS NUMERIC
                   MOVE FIX-TLR-RECORD-COUNT TO FILE-TRAILER-COUNT
               ELSE
                   MOVE "TRAILER COUNT NOT NUMERIC"
                       TO FILE-REFUSE-REASON
               END-IF
               GO TO LOAD-ONE-CORRECTION-EXIT
           END-IF
           IF FILE-TRAILER-SEEN
               MOVE "DATA AFTER TRAILER" TO FILE-REFUSE-REASON
           END-IF

           ADD 1 TO FILE-DETAIL-COUNT
           ADD 1 TO CORRECTIONS-READ
           IF CORR-RUN-ID = SPACES
               OR CORR-RECORD-NUMBER IS NOT NUMERIC
               GO TO LOAD-ONE-CORRECTION-EXIT
           END-IF
           ADD 1 TO CORR-ENTRY-COUNT
           MOVE FILE-SYSTEM-ID TO CORR-TAB-SYSTEM-ID (CORR-ENTRY-COUNT)
           MOVE CORR-RUN-ID TO CORR-TAB-RUN-ID (CORR-ENTRY-COUNT)
           MOVE CORR-RECORD-NUMBER
               TO CORR-TAB-RECORD-NUMBER (CORR-ENTRY-COUNT)
       LOAD-ONE-CORRECTION-EXIT.
           EXIT.

      ******************************************************************
      * Finds the suppliers with an open or fed suspense entry and
      * loads each one's returned EQFIX + system-id file, if it sent
      * one. An unreadable EQSUSP loads none here - the match pass
      * reports it as the control error it is.
      ******************************************************************
       LOAD-SUPPLIER-RETURNS.
           OPEN INPUT SUSPENSE-FILE
           IF SUSPENSE-STATUS NOT = "00"
               GO TO LOAD-SUPPLIER-RETURNS-EXIT
           END-IF
           MOVE "N" TO END-OF-SUSPENSE-SWITCH
           PERFORM NOTE-ONE-FIX-SUPPLIER
               THRU NOTE-ONE-FIX-SUPPLIER-EXIT
               UNTIL END-OF-SUSPENSE
           CLOSE SUSPENSE-FILE
           MOVE "N" TO END-OF-SUSPENSE-SWITCH

           PERFORM LOAD-ONE-SUPPLIER-RETURN
               VARYING FIX-SUPPLIER-SUB FROM 1 BY 1
               UNTIL FIX-SUPPLIER-SUB > FIX-SUPPLIER-COUNT.

       LOAD-SUPPLIER-RETURNS-EXIT.
           EXIT.

       NOTE-ONE-FIX-SUPPLIER.
           READ SUSPENSE-FILE
               AT END
                   SET END-OF-SUSPENSE TO TRUE
                   GO TO NOTE-ONE-FIX-SUPPLIER-EXIT
           END-READ
           IF SUS-DISPOSITION NOT = "OPEN"
               AND SUS-DISPOSITION NOT = "FED"
               GO TO NOTE-ONE-FIX-SUPPLIER-EXIT
           END-IF
           IF SUS-SYSTEM-ID = SPACES
               GO TO NOTE-ONE-FIX-SUPPLIER-EXIT
           END-IF
           MOVE "N" TO FIX-SUPPLIER-HIT-SWITCH
           PERFORM CHECK-FIX-SUPPLIER
               VARYING FIX-SUPPLIER-SUB FROM 1 BY 1
               UNTIL FIX-SUPPLIER-SUB > FIX-SUPPLIER-COUNT
               OR FIX-SUPPLIER-HIT
           IF NOT FIX-SUPPLIER-HIT
               IF FIX-SUPPLIER-COUNT < FIX-SUPPLIER-LIMIT
                   ADD 1 TO FIX-SUPPLIER-COUNT
                   MOVE SUS-SYSTEM-ID
                       TO FIX-SUPPLIER-ID (FIX-SUPPLIER-COUNT)
               ELSE
                   DISPLAY "EQRECYCLE: SUPPLIER TABLE FULL - NO EQFIX "
                       "FILE READ FOR " SUS-SYSTEM-ID
               END-IF
           END-IF.

       NOTE-ONE-FIX-SUPPLIER-EXIT.
           EXIT.

       CHECK-FIX-SUPPLIER.
           IF FIX-SUPPLIER-ID (FIX-SUPPLIER-SUB) = SUS-SYSTEM-ID
               SET FIX-SUPPLIER-HIT TO TRUE
           END-IF.

       LOAD-ONE-SUPPLIER-RETURN.
           MOVE FIX-SUPPLIER-ID (FIX-SUPPLIER-SUB)
               TO EXPECTED-SYSTEM-ID
           MOVE SPACES TO CORRECTION-FILE-NAME
           STRING "EQFIX" DELIMITED BY SIZE
               EXPECTED-SYSTEM-ID DELIMITED BY SPACE
               INTO CORRECTION-FILE-NAME
           PERFORM LOAD-CORRECTION-FILE THRU LOAD-CORRECTION-FILE-EXIT.

      ******************************************************************
      * Loads the DEPTREF reference file into the department table,
      * the same table EQEDIT validates against. A missing or empty
           IF DEPT-ENTRY-COUNT < DEPT-LIMIT
               ADD 1 TO DEPT-ENTRY-COUNT
               MOVE DEPT-CODE TO DEPT-TABLE-CODE (DEPT-ENTRY-COUNT)
               MOVE DEPT-EFF-FROM
                   TO DEPT-TABLE-EFF-FROM (DEPT-ENTRY-COUNT)
               MOVE DEPT-EFF-TO TO DEPT-TABLE-EFF-TO (DEPT-ENTRY-COUNT)
           ELSE
               SET END-OF-DEPTS TO TRUE
           END-IF.
      ******************************************************************
      * Re-edits one correction's fixed image with the same rules
      * EQEDIT applies to the raw extract: sign byte, all-numeric
      * digits, known and active department. Clean goes to state A, a
      * failure is reported with its reason code and goes to state F -
      * the suspense entry stays open for another try.
      ******************************************************************
       REEDIT-ONE-CORRECTION.
           MOVE CORR-TAB-IMAGE (CORR-SUB) TO EDIT-IMAGE

       VALIDATE-DEPT-CODE.
           MOVE "N" TO DEPT-HIT-SWITCH
           MOVE ZERO TO DEPT-HIT-INDEX
           PERFORM CHECK-DEPT-ENTRY
               VARYING DEPT-SUB FROM 1 BY 1
               UNTIL DEPT-SUB > DEPT-ENTRY-COUNT OR DEPT-HIT
           IF NOT DEPT-HIT
               MOVE "D01" TO EDIT-REASON-CODE
           ELSE
               IF DEPT-TABLE-EFF-FROM (DEPT-HIT-INDEX) > DEPT-AS-OF-DATE
                   OR (DEPT-TABLE-EFF-TO (DEPT-HIT-INDEX) NOT = SPACES
                   AND DEPT-TABLE-EFF-TO (DEPT-HIT-INDEX)
                       NOT > DEPT-AS-OF-DATE)
                   MOVE "D02" TO EDIT-REASON-CODE
               END-IF
           END-IF.

       CHECK-DEPT-ENTRY.
           IF DEPT-TABLE-CODE (DEPT-SUB) = EDIT-DEPT-CODE
               SET DEPT-HIT TO TRUE
               MOVE DEPT-SUB TO DEPT-HIT-INDEX
           END-IF.

      ******************************************************************
               VARYING CORR-SUB FROM 1 BY 1
               UNTIL CORR-SUB > CORR-ENTRY-COUNT OR CORR-HIT.

      * A fix sent under a supplier's header only matches that
      * supplier's own rejects.
       CHECK-CORRECTION-ENTRY.
           IF CORR-TAB-RUN-ID (CORR-SUB) = SUS-RUN-ID
               AND CORR-TAB-RECORD-NUMBER (CORR-SUB)
                   = SUS-RECORD-NUMBER
               AND (CORR-TAB-SYSTEM-ID (CORR-SUB) = SPACES
                   OR CORR-TAB-SYSTEM-ID (CORR-SUB) = SUS-SYSTEM-ID)
               SET CORR-HIT TO TRUE
               MOVE CORR-SUB TO CORR-HIT-INDEX
           END-IF.
      * Rewrites EQSUSP via the EQSUSNEW work file, marking the
      * entries whose fixes made it into EQVALID as FED and leaving
      * everything else exactly as it was. EQSUSFIN closes the FED
      * entries when the window ends clean. The first feed stamps the
      * fix date; a re-feed after a crashed window keeps it. EQSUSNEW
      * must be readable before OPEN OUTPUT truncates the live file.
      ******************************************************************
       REWRITE-SUSPENSE-FILE.
           OPEN INPUT SUSPENSE-FILE
               GO TO REWRITE-SUSPENSE-FILE-EXIT
           END-IF

           IF BUSINESS-DATE = SPACES OR BUSINESS-DATE = LOW-VALUES
               ACCEPT RUN-DATE-WORK FROM DATE YYYYMMDD
           ELSE
               MOVE BUSINESS-DATE TO RUN-DATE-WORK
           END-IF
           MOVE "N" TO END-OF-SUSPENSE-SWITCH
           PERFORM MARK-ONE-SUSPENSE-FED
               THRU MARK-ONE-SUSPENSE-FED-EXIT
               IF CORR-HIT
                   IF CORR-TAB-STATE (CORR-HIT-INDEX) = "A"
                       MOVE "FED" TO SUS-DISPOSITION
                       IF SUS-FIX-DATE = SPACES
                           MOVE RUN-DATE-WORK TO SUS-FIX-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF
