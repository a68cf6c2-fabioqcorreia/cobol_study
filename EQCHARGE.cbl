      ******************************************************************
      * Author: Fábio Correia
      * Date: 2026-10-15
      * Purpose: study - monthly department chargeback. Prices every
      *          EQ_SEG_GRAU result of one month to the requester/
      *          department that submitted it, prints a statement per
      *          department to EQCHGLSTyyyymm, and writes the
      *          general-ledger journal GLJRNLyyyymm (layout in
      *          GLJRNREC): one debit per department charged, the
      *          offsetting credit to the operations cost centre, and
      *          a trailer whose debit and credit totals must agree
      *          before the journal is released. Both files are named
      *          for the month billed, so a window that catches up an
      *          earlier month end ahead of tonight's leaves each
      *          month's journal and statement for operations to
      *          forward. Any run that does not release a journal
      *          empties a journal an earlier run left for the same
      *          month, so a superseded journal is never forwarded.
      *
      *          The month's runs are the EQMTD rows whose run date
      *          falls in the month (one row per window, posted by
      *          EQMTDUPD). Each run's results are read back from its
      *          EQRESARC archive (EQRES + run identifier), which must
      *          be CURRENT on the EQRESCAT catalog and hold exactly
      *          the record count EQMTD posted for the run - so the
      *          EQRES-KEEP retention in RUNPARMS has to cover a full
      *          month of windows. A run that cannot be priced, or
      *          does not reconcile, still leaves a statement, but the
      *          journal is withheld: a month must never be billed on
      *          part of its results.
      *
      *          Prices come from the EQRATES table (layout in
      *          EQRATREC): a department's own rate for a result type
      *          where it has one, else the standard (****) rate. A
      *          result carrying no department code is listed under
      *          NONE and not charged.
      * Tectonics: cobc
      ******************************************************************
      * RUNPARMS keywords (all optional):
      *   CHARGE-MONTH=YYYYMM        month to bill by hand; default
      *                              is the month of the business
      *                              date, or the current month.
      *                              Ignored in a RUNBATCH window,
      *                              which always bills the month of
      *                              its business date
      *   CHARGE-OPS-CENTRE=code     cost centre credited (OPS)
      *   CHARGE-DEBIT-ACCOUNT=acct  account debited (640100)
      *   CHARGE-CREDIT-ACCOUNT=acct account credited (480100)
      * Return codes: 0 journal released (or nothing to bill),
      *   1 set-up failure (rates, EQMTD, report), 2 a run of the
      *   month missing or not reconciled - journal withheld,
      *   3 journal failed its balance check - not released.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQCHARGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARMS-FILE ASSIGN TO "RUNPARMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-PARMS-STATUS.
           SELECT RATE-FILE ASSIGN TO "EQRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-STATUS.
           SELECT MTD-TOTALS-FILE ASSIGN TO "EQMTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MTD-TOTALS-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "EQRESCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-STATUS.
           SELECT ARCHIVE-FILE ASSIGN USING ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.
           SELECT DEPT-REF-FILE ASSIGN TO "DEPTREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-REF-STATUS.
           SELECT CHARGE-REPORT-FILE ASSIGN USING CHARGE-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHARGE-REPORT-STATUS.
           SELECT JOURNAL-WORK-FILE ASSIGN TO "GLJRNWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-WORK-STATUS.
           SELECT JOURNAL-FILE ASSIGN USING JOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-PARMS-FILE.
       01 RUN-PARMS-RECORD PIC X(80).

       FD  RATE-FILE.
           COPY EQRATREC.

       FD  MTD-TOTALS-FILE.
           COPY EQMTDREC.

       FD  CATALOG-FILE.
           COPY EQRESREC.

       FD  ARCHIVE-FILE.
           COPY EQOUTREC.

       FD  DEPT-REF-FILE.
           COPY DEPTREC.

       FD  CHARGE-REPORT-FILE.
       01 PRINT-LINE PIC X(132).

       FD  JOURNAL-WORK-FILE.
           COPY GLJRNREC REPLACING LEADING ==GLJ== BY ==GLW==.

       FD  JOURNAL-FILE.
           COPY GLJRNREC.

       WORKING-STORAGE SECTION.
           COPY RUNID.
       01 RUN-PARMS-STATUS PIC X(02).
       01 RATE-STATUS PIC X(02).
       01 MTD-TOTALS-STATUS PIC X(02).
       01 CATALOG-STATUS PIC X(02).
       01 ARCHIVE-STATUS PIC X(02).
       01 ARCHIVE-FILE-NAME PIC X(20).
       01 DEPT-REF-STATUS PIC X(02).
       01 CHARGE-REPORT-STATUS PIC X(02).
       01 CHARGE-REPORT-NAME PIC X(14).
       01 JOURNAL-WORK-STATUS PIC X(02).
       01 JOURNAL-STATUS PIC X(02).
       01 JOURNAL-NAME PIC X(12).
       01 JOURNAL-RELEASED-SWITCH PIC X(01) VALUE "N".
          88 JOURNAL-RELEASED VALUE "Y".
       01 PARM-KEYWORD PIC X(24).
       01 PARM-VALUE PIC X(48).
       01 PARSE-POINTER PIC 9(02).
       01 PARSE-LENGTH PIC 9(02).
       01 END-OF-PARMS-SWITCH PIC X(01) VALUE "N".
          88 END-OF-PARMS VALUE "Y".
       01 CHARGE-MONTH PIC X(06) VALUE SPACES.
       01 OPS-COST-CENTRE PIC X(08) VALUE "OPS".
       01 DEBIT-ACCOUNT PIC X(08) VALUE "640100".
       01 CREDIT-ACCOUNT PIC X(08) VALUE "480100".
       01 REPORT-DATE PIC X(08).
       01 END-OF-RATES-SWITCH PIC X(01) VALUE "N".
          88 END-OF-RATES VALUE "Y".
       01 RATES-REFUSED-SWITCH PIC X(01) VALUE "N".
          88 RATES-REFUSED VALUE "Y".
       01 END-OF-TOTALS-SWITCH PIC X(01) VALUE "N".
          88 END-OF-TOTALS VALUE "Y".
       01 END-OF-CATALOG-SWITCH PIC X(01) VALUE "N".
          88 END-OF-CATALOG VALUE "Y".
       01 END-OF-ARCHIVE-SWITCH PIC X(01) VALUE "N".
          88 END-OF-ARCHIVE VALUE "Y".
       01 END-OF-DEPTS-SWITCH PIC X(01) VALUE "N".
          88 END-OF-DEPTS VALUE "Y".
       01 END-OF-JOURNAL-SWITCH PIC X(01) VALUE "N".
          88 END-OF-JOURNAL VALUE "Y".
       01 MONTH-UNRECONCILED-SWITCH PIC X(01) VALUE "N".
          88 MONTH-UNRECONCILED VALUE "Y".
       01 JOURNAL-BALANCED-SWITCH PIC X(01) VALUE "N".
          88 JOURNAL-BALANCED VALUE "Y".
       01 TRAILER-SEEN-SWITCH PIC X(01) VALUE "N".
          88 TRAILER-SEEN VALUE "Y".
       01 JOURNAL-OUTCOME PIC X(40) VALUE SPACES.

      * The five result types, in the order the statement prints
      * them: the OUT-RESULT-TYPE code and its printed label.
       01 RESULT-TYPE-VALUES.
          05 FILLER PIC X(25) VALUE "RTWO DISTINCT REAL ROOTS".
          05 FILLER PIC X(25) VALUE "DREPEATED (DOUBLE) ROOT".
          05 FILLER PIC X(25) VALUE "CCOMPLEX CONJUGATE ROOTS".
          05 FILLER PIC X(25) VALUE "LLINEAR FALLBACK (A=0)".
          05 FILLER PIC X(25) VALUE "EERRORS / NO UNIQUE ROOT".
       01 RESULT-TYPE-TABLE REDEFINES RESULT-TYPE-VALUES.
          05 RESULT-TYPE-ENTRY OCCURS 5 TIMES.
             10 TYPE-CODE PIC X(01).
             10 TYPE-LABEL PIC X(24).
       01 TYPE-LIMIT PIC 9(01) VALUE 5.
       01 TYPE-SUB PIC 9(01).
       01 TYPE-HIT-INDEX PIC 9(01) VALUE ZERO.
       01 WORK-RESULT-TYPE PIC X(01).

       01 STANDARD-RATE-TABLE.
          05 STANDARD-RATE-ENTRY OCCURS 5 TIMES.
             10 STANDARD-RATE PIC 9(03)V9(04).
             10 STANDARD-RATE-SWITCH PIC X(01).
             10 MONTH-TYPE-COUNT PIC 9(09).
             10 MONTH-TYPE-AMOUNT PIC 9(13)V99.

       01 RATE-TABLE.
          05 RATE-ENTRY-COUNT PIC 9(03) VALUE ZERO.
          05 RATE-ENTRY OCCURS 200 TIMES.
             10 RATE-TABLE-DEPT PIC X(04).
             10 RATE-TABLE-TYPE PIC X(01).
             10 RATE-TABLE-RATE PIC 9(03)V9(04).
       01 RATE-LIMIT PIC 9(03) VALUE 200.
       01 RATE-SUB PIC 9(03).
       01 RATE-HIT-SWITCH PIC X(01).
          88 RATE-HIT VALUE "Y".
       01 RATE-ROW-COUNT PIC 9(05) VALUE ZERO.

       01 RUN-TABLE.
          05 RUN-ENTRY-COUNT PIC 9(03) VALUE ZERO.
          05 RUN-ENTRY OCCURS 100 TIMES.
             10 RUN-TABLE-ID PIC X(14).
             10 RUN-TABLE-DATE PIC X(08).
             10 RUN-TABLE-POSTED PIC 9(07).
             10 RUN-TABLE-PRICED PIC 9(07).
             10 RUN-TABLE-CATALOG PIC X(08).
             10 RUN-TABLE-OUTCOME PIC X(24).
       01 RUN-LIMIT PIC 9(03) VALUE 100.
       01 RUN-SUB PIC 9(03).
       01 RUNS-PRICED PIC 9(03) VALUE ZERO.

       01 DEPT-TABLE.
          05 DEPT-ENTRY-COUNT PIC 9(03) VALUE ZERO.
          05 DEPT-ENTRY OCCURS 100 TIMES.
             10 DEPT-TABLE-CODE PIC X(04).
             10 DEPT-TABLE-NAME PIC X(24).
             10 DEPT-TOTAL-COUNT PIC 9(09).
             10 DEPT-TOTAL-AMOUNT PIC 9(11)V99.
             10 DEPT-TYPE-ENTRY OCCURS 5 TIMES.
                15 DEPT-TYPE-COUNT PIC 9(09).
                15 DEPT-TYPE-RATE PIC 9(03)V9(04).
                15 DEPT-TYPE-BASIS PIC X(11).
                15 DEPT-TYPE-AMOUNT PIC 9(11)V99.
       01 DEPT-LIMIT PIC 9(03) VALUE 100.
       01 DEPT-SUB PIC 9(03).
       01 DEPT-HIT-INDEX PIC 9(03) VALUE ZERO.
       01 DEPT-HIT-SWITCH PIC X(01).
          88 DEPT-HIT VALUE "Y".
       01 WORK-DEPT-CODE PIC X(04).

       01 MONTH-RESULT-COUNT PIC 9(09) VALUE ZERO.
       01 MONTH-CHARGE-TOTAL PIC 9(13)V99 VALUE ZERO.
       01 UNASSIGNED-COUNT PIC 9(09) VALUE ZERO.
       01 JOURNAL-ENTRY-COUNT PIC 9(07) VALUE ZERO.
       01 JOURNAL-DEBIT-TOTAL PIC 9(13)V99 VALUE ZERO.
       01 JOURNAL-CREDIT-TOTAL PIC 9(13)V99 VALUE ZERO.
       01 PAGE-NUMBER PIC 9(04) VALUE ZERO.
       01 DISPLAY-AMOUNT PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 HEADING-LINE-1.
          05 FILLER PIC X(46)
             VALUE "EQUATION SERVICE CHARGEBACK STATEMENT".
          05 FILLER PIC X(07) VALUE "PERIOD ".
          05 HDG-PERIOD PIC X(06).
          05 FILLER PIC X(11) VALUE "  RUN DATE ".
          05 HDG-RUN-DATE PIC X(08).
          05 FILLER PIC X(03) VALUE SPACES.
          05 FILLER PIC X(05) VALUE "PAGE ".
          05 HDG-PAGE-NUMBER PIC ZZZ9.
          05 FILLER PIC X(42) VALUE SPACES.

       01 DEPT-HEADING-LINE.
          05 FILLER PIC X(13) VALUE "DEPARTMENT : ".
          05 DHD-DEPT-CODE PIC X(04).
          05 FILLER PIC X(02) VALUE SPACES.
          05 DHD-DEPT-NAME PIC X(24).
          05 FILLER PIC X(89) VALUE SPACES.

       01 COLUMN-HEADING-LINE.
          05 FILLER PIC X(26) VALUE "RESULT TYPE".
          05 FILLER PIC X(12) VALUE "     RESULTS".
          05 FILLER PIC X(12) VALUE "        RATE".
          05 FILLER PIC X(19) VALUE "             AMOUNT".
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(61) VALUE "RATE BASIS".

       01 CHARGE-LINE.
          05 CHG-LABEL PIC X(24).
          05 FILLER PIC X(02) VALUE SPACES.
          05 CHG-COUNT PIC ZZZ,ZZZ,ZZ9.
          05 FILLER PIC X(03) VALUE SPACES.
          05 CHG-RATE PIC ZZ9.9999.
          05 FILLER PIC X(03) VALUE SPACES.
          05 CHG-AMOUNT PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(02) VALUE SPACES.
          05 CHG-BASIS PIC X(11).
          05 FILLER PIC X(50) VALUE SPACES.

       01 CONTROL-HEADING-LINE.
          05 FILLER PIC X(46)
             VALUE "CHARGEBACK CONTROL SUMMARY - RUNS OF THE MONTH".
          05 FILLER PIC X(86) VALUE SPACES.

       01 RUN-COLUMN-LINE.
          05 FILLER PIC X(09) VALUE "DATE".
          05 FILLER PIC X(15) VALUE "RUN ID".
          05 FILLER PIC X(09) VALUE "CATALOG".
          05 FILLER PIC X(09) VALUE "   POSTED".
          05 FILLER PIC X(09) VALUE "   PRICED".
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(79) VALUE "OUTCOME".

       01 RUN-LINE.
          05 RUN-LINE-DATE PIC X(08).
          05 FILLER PIC X(01) VALUE SPACES.
          05 RUN-LINE-ID PIC X(14).
          05 FILLER PIC X(01) VALUE SPACES.
          05 RUN-LINE-CATALOG PIC X(08).
          05 FILLER PIC X(01) VALUE SPACES.
          05 RUN-LINE-POSTED PIC ZZZZZZZZ9.
          05 RUN-LINE-PRICED PIC ZZZZZZZZ9.
          05 FILLER PIC X(02) VALUE SPACES.
          05 RUN-LINE-OUTCOME PIC X(24).
          05 FILLER PIC X(55) VALUE SPACES.

       01 SUMMARY-LINE.
          05 SUM-LABEL PIC X(36).
          05 SUM-COUNT PIC ZZZ,ZZZ,ZZ9.
          05 FILLER PIC X(03) VALUE SPACES.
          05 SUM-AMOUNT PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(62) VALUE SPACES.

       01 MESSAGE-LINE.
          05 MSG-TEXT PIC X(80).
          05 FILLER PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
      * A CALLed subprogram keeps last-used state, so everything a
      * prior window of the same OPMENU session may have left behind
      * is re-initialized before this chargeback starts.
           MOVE SPACES TO CHARGE-MONTH
           MOVE "OPS" TO OPS-COST-CENTRE
           MOVE "640100" TO DEBIT-ACCOUNT
           MOVE "480100" TO CREDIT-ACCOUNT
           MOVE SPACES TO JOURNAL-OUTCOME
           MOVE ZERO TO RATE-ENTRY-COUNT
           MOVE ZERO TO RATE-ROW-COUNT
           MOVE ZERO TO RUN-ENTRY-COUNT
           MOVE ZERO TO RUNS-PRICED
           MOVE ZERO TO DEPT-ENTRY-COUNT
           MOVE ZERO TO DEPT-HIT-INDEX
           MOVE ZERO TO MONTH-RESULT-COUNT
           MOVE ZERO TO MONTH-CHARGE-TOTAL
           MOVE ZERO TO UNASSIGNED-COUNT
           MOVE ZERO TO JOURNAL-ENTRY-COUNT
           MOVE ZERO TO JOURNAL-DEBIT-TOTAL
           MOVE ZERO TO JOURNAL-CREDIT-TOTAL
           MOVE ZERO TO PAGE-NUMBER
           MOVE "N" TO END-OF-PARMS-SWITCH
           MOVE "N" TO END-OF-RATES-SWITCH
           MOVE "N" TO RATES-REFUSED-SWITCH
           MOVE "N" TO END-OF-TOTALS-SWITCH
           MOVE "N" TO END-OF-DEPTS-SWITCH
           MOVE "N" TO MONTH-UNRECONCILED-SWITCH
           MOVE "N" TO JOURNAL-BALANCED-SWITCH
           MOVE "N" TO JOURNAL-RELEASED-SWITCH
           PERFORM CLEAR-ONE-TYPE-TOTAL
               VARYING TYPE-SUB FROM 1 BY 1
               UNTIL TYPE-SUB > TYPE-LIMIT

           ACCEPT REPORT-DATE FROM DATE YYYYMMDD
           PERFORM READ-RUN-PARMS
      * A CHARGE-MONTH left in RUNPARMS from a by-hand rerun must not
      * steer a window: its month end is the business date's month.
           IF RUN-BY-WINDOW
               IF CHARGE-MONTH NOT = SPACES
                   DISPLAY "EQCHARGE: CHARGE-MONTH " CHARGE-MONTH
                       " IGNORED - A WINDOW BILLS ITS BUSINESS "
                       "DATE'S MONTH"
               END-IF
               MOVE BUSINESS-DATE (1:6) TO CHARGE-MONTH
           END-IF
           IF CHARGE-MONTH = SPACES
               IF BUSINESS-DATE NOT = SPACES
                   AND BUSINESS-DATE NOT = LOW-VALUES
                   MOVE BUSINESS-DATE (1:6) TO CHARGE-MONTH
               ELSE
                   MOVE REPORT-DATE (1:6) TO CHARGE-MONTH
               END-IF
           END-IF
           IF CHARGE-MONTH IS NOT NUMERIC
               OR CHARGE-MONTH (5:2) < "01"
               OR CHARGE-MONTH (5:2) > "12"
               DISPLAY "EQCHARGE: CHARGE-MONTH NOT YYYYMM - "
                   CHARGE-MONTH
               MOVE 1 TO RETURN-CODE
               GOBACK.
           MOVE SPACES TO CHARGE-REPORT-NAME
           STRING "EQCHGLST" DELIMITED BY SIZE
               CHARGE-MONTH DELIMITED BY SIZE
               INTO CHARGE-REPORT-NAME
           MOVE SPACES TO JOURNAL-NAME
           STRING "GLJRNL" DELIMITED BY SIZE
               CHARGE-MONTH DELIMITED BY SIZE
               INTO JOURNAL-NAME
           DISPLAY "EQCHARGE: CHARGING MONTH " CHARGE-MONTH
               " - OPS CENTRE " OPS-COST-CENTRE
               " DEBIT " DEBIT-ACCOUNT " CREDIT " CREDIT-ACCOUNT

           PERFORM LOAD-RATE-TABLE THRU LOAD-RATE-TABLE-EXIT
           IF RATES-REFUSED
               PERFORM WITHDRAW-JOURNAL THRU WITHDRAW-JOURNAL-EXIT
               MOVE 1 TO RETURN-CODE
               GOBACK.

           OPEN INPUT MTD-TOTALS-FILE
           IF MTD-TOTALS-STATUS NOT = "00"
               DISPLAY "EQCHARGE: NO EQMTD FILE - NOTHING POSTED YET"
               PERFORM WITHDRAW-JOURNAL THRU WITHDRAW-JOURNAL-EXIT
               MOVE 1 TO RETURN-CODE
               GOBACK.
           PERFORM NOTE-ONE-MONTH-RUN THRU NOTE-ONE-MONTH-RUN-EXIT
               UNTIL END-OF-TOTALS
           CLOSE MTD-TOTALS-FILE
           IF RETURN-CODE NOT = 0
               PERFORM WITHDRAW-JOURNAL THRU WITHDRAW-JOURNAL-EXIT
               GOBACK.
           IF RUN-ENTRY-COUNT = ZERO
               DISPLAY "EQCHARGE: NO RUNS POSTED FOR " CHARGE-MONTH
                   " - NOTHING TO CHARGE, NO JOURNAL WRITTEN"
               PERFORM WITHDRAW-JOURNAL THRU WITHDRAW-JOURNAL-EXIT
               GOBACK.

           OPEN OUTPUT CHARGE-REPORT-FILE
           IF CHARGE-REPORT-STATUS NOT = "00"
               DISPLAY "EQCHARGE: " CHARGE-REPORT-NAME
                   " NOT AVAILABLE - STATUS " CHARGE-REPORT-STATUS
               PERFORM WITHDRAW-JOURNAL THRU WITHDRAW-JOURNAL-EXIT
               MOVE 1 TO RETURN-CODE
               GOBACK.

           PERFORM LOOK-UP-CATALOG-STATUS THRU
               LOOK-UP-CATALOG-STATUS-EXIT
           PERFORM PRICE-ONE-RUN THRU PRICE-ONE-RUN-EXIT
               VARYING RUN-SUB FROM 1 BY 1
               UNTIL RUN-SUB > RUN-ENTRY-COUNT

           PERFORM LOOK-UP-DEPT-NAMES
           PERFORM PRICE-ONE-DEPT
               VARYING DEPT-SUB FROM 1 BY 1
               UNTIL DEPT-SUB > DEPT-ENTRY-COUNT
           PERFORM PRINT-ONE-DEPT-STATEMENT
               VARYING DEPT-SUB FROM 1 BY 1
               UNTIL DEPT-SUB > DEPT-ENTRY-COUNT

      * The journal is only built from a fully reconciled month, and
      * only released once it has been read back and proven to
      * balance against its own trailer.
           EVALUATE TRUE
               WHEN MONTH-UNRECONCILED
                   MOVE "WITHHELD - MONTH NOT RECONCILED"
                       TO JOURNAL-OUTCOME
                   MOVE 2 TO RETURN-CODE
               WHEN MONTH-CHARGE-TOTAL = ZERO
                   MOVE "NOT WRITTEN - NOTHING TO CHARGE"
                       TO JOURNAL-OUTCOME
               WHEN OTHER
                   PERFORM WRITE-JOURNAL-WORK-FILE
                       THRU WRITE-JOURNAL-WORK-FILE-EXIT
                   IF RETURN-CODE = 0
                       PERFORM CHECK-JOURNAL-BALANCE
                           THRU CHECK-JOURNAL-BALANCE-EXIT
                   END-IF
                   IF JOURNAL-BALANCED
                       PERFORM RELEASE-JOURNAL
                           THRU RELEASE-JOURNAL-EXIT
                   ELSE
                       MOVE 3 TO RETURN-CODE
                   END-IF
           END-EVALUATE
           IF NOT JOURNAL-RELEASED
               PERFORM WITHDRAW-JOURNAL THRU WITHDRAW-JOURNAL-EXIT
           END-IF

           PERFORM PRINT-CONTROL-SUMMARY
           CLOSE CHARGE-REPORT-FILE

           MOVE MONTH-CHARGE-TOTAL TO DISPLAY-AMOUNT
           DISPLAY "EQCHARGE: " RUNS-PRICED " OF " RUN-ENTRY-COUNT
               " RUNS PRICED, " DEPT-ENTRY-COUNT " DEPARTMENTS, "
               "TOTAL CHARGED " DISPLAY-AMOUNT
           DISPLAY "EQCHARGE: GL JOURNAL " JOURNAL-NAME " "
               JOURNAL-OUTCOME
           GOBACK.

       CLEAR-ONE-TYPE-TOTAL.
           MOVE ZERO TO STANDARD-RATE (TYPE-SUB)
           MOVE "N" TO STANDARD-RATE-SWITCH (TYPE-SUB)
           MOVE ZERO TO MONTH-TYPE-COUNT (TYPE-SUB)
           MOVE ZERO TO MONTH-TYPE-AMOUNT (TYPE-SUB).

      ******************************************************************
      * Reads the shared RUNPARMS steering file for this program's
      * keywords. The month and the ledger codes are free text here
      * and checked once the whole file has been read.
      ******************************************************************
       READ-RUN-PARMS.
           OPEN INPUT RUN-PARMS-FILE
           IF RUN-PARMS-STATUS NOT = "00"
               DISPLAY "EQCHARGE: NO RUNPARMS - USING DEFAULTS"
           ELSE
               PERFORM READ-ONE-PARM THRU READ-ONE-PARM-EXIT
                   UNTIL END-OF-PARMS
               CLOSE RUN-PARMS-FILE
           END-IF.

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
               WHEN "CHARGE-MONTH"
                   MOVE PARM-VALUE (1:6) TO CHARGE-MONTH
               WHEN "CHARGE-OPS-CENTRE"
                   IF PARM-VALUE NOT = SPACES
                       MOVE PARM-VALUE (1:8) TO OPS-COST-CENTRE
                   END-IF
               WHEN "CHARGE-DEBIT-ACCOUNT"
                   IF PARM-VALUE NOT = SPACES
                       MOVE PARM-VALUE (1:8) TO DEBIT-ACCOUNT
                   END-IF
               WHEN "CHARGE-CREDIT-ACCOUNT"
                   IF PARM-VALUE NOT = SPACES
                       MOVE PARM-VALUE (1:8) TO CREDIT-ACCOUNT
                   END-IF
           END-EVALUATE.

       READ-ONE-PARM-EXIT.
           EXIT.

      ******************************************************************
      * Loads the EQRATES table. A row with an unknown result type or
      * a non-numeric rate, a missing table, or a table without a
      * standard (****) rate for every result type refuses the run -
      * a month is never billed from a price list nobody can trust.
      ******************************************************************
       LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE
           IF RATE-STATUS NOT = "00"
               DISPLAY "EQCHARGE: NO EQRATES TABLE - STATUS "
                   RATE-STATUS
               SET RATES-REFUSED TO TRUE
               GO TO LOAD-RATE-TABLE-EXIT
           END-IF
           PERFORM LOAD-ONE-RATE THRU LOAD-ONE-RATE-EXIT
               UNTIL END-OF-RATES
           CLOSE RATE-FILE

           PERFORM CHECK-ONE-STANDARD-RATE
               VARYING TYPE-SUB FROM 1 BY 1
               UNTIL TYPE-SUB > TYPE-LIMIT
           DISPLAY "EQCHARGE: " RATE-ROW-COUNT " EQRATES ROWS, "
               RATE-ENTRY-COUNT " DEPARTMENT RATES".

       LOAD-RATE-TABLE-EXIT.
           EXIT.

       LOAD-ONE-RATE.
           READ RATE-FILE
               AT END
                   SET END-OF-RATES TO TRUE
                   GO TO LOAD-ONE-RATE-EXIT
           END-READ
           IF CHARGE-RATE-RECORD = SPACES
               GO TO LOAD-ONE-RATE-EXIT
           END-IF
           ADD 1 TO RATE-ROW-COUNT

           MOVE RATE-RESULT-TYPE TO WORK-RESULT-TYPE
           PERFORM FIND-RESULT-TYPE
           IF TYPE-HIT-INDEX = ZERO
               OR RATE-PER-RESULT IS NOT NUMERIC
               OR RATE-DEPT-CODE = SPACES
               DISPLAY "EQCHARGE: EQRATES ROW " RATE-ROW-COUNT
                   " INVALID - " CHARGE-RATE-RECORD
               SET RATES-REFUSED TO TRUE
               GO TO LOAD-ONE-RATE-EXIT
           END-IF

           IF RATE-DEPT-CODE = "****"
               MOVE RATE-PER-RESULT TO STANDARD-RATE (TYPE-HIT-INDEX)
               MOVE "Y" TO STANDARD-RATE-SWITCH (TYPE-HIT-INDEX)
               GO TO LOAD-ONE-RATE-EXIT
           END-IF

           IF RATE-ENTRY-COUNT < RATE-LIMIT
               ADD 1 TO RATE-ENTRY-COUNT
               MOVE RATE-DEPT-CODE TO RATE-TABLE-DEPT (RATE-ENTRY-COUNT)
               MOVE RATE-RESULT-TYPE
                   TO RATE-TABLE-TYPE (RATE-ENTRY-COUNT)
               MOVE RATE-PER-RESULT
                   TO RATE-TABLE-RATE (RATE-ENTRY-COUNT)
           ELSE
               DISPLAY "EQCHARGE: EQRATES TABLE FULL AT " RATE-LIMIT
                   " DEPARTMENT RATES"
               SET RATES-REFUSED TO TRUE
           END-IF.

       LOAD-ONE-RATE-EXIT.
           EXIT.

       CHECK-ONE-STANDARD-RATE.
           IF STANDARD-RATE-SWITCH (TYPE-SUB) NOT = "Y"
               DISPLAY "EQCHARGE: EQRATES HAS NO STANDARD (****) RATE "
                   "FOR RESULT TYPE " TYPE-CODE (TYPE-SUB)
               SET RATES-REFUSED TO TRUE
           END-IF.

      ******************************************************************
      * Finds WORK-RESULT-TYPE among the five result types; leaves
      * TYPE-HIT-INDEX zero for a code that is none of them.
      ******************************************************************
       FIND-RESULT-TYPE.
           MOVE ZERO TO TYPE-HIT-INDEX
           PERFORM CHECK-ONE-RESULT-TYPE
               VARYING TYPE-SUB FROM 1 BY 1
               UNTIL TYPE-SUB > TYPE-LIMIT OR TYPE-HIT-INDEX > ZERO.

       CHECK-ONE-RESULT-TYPE.
           IF TYPE-CODE (TYPE-SUB) = WORK-RESULT-TYPE
               MOVE TYPE-SUB TO TYPE-HIT-INDEX
           END-IF.

      ******************************************************************
      * Notes one EQMTD row of the charge month in the run table.
      ******************************************************************
       NOTE-ONE-MONTH-RUN.
           READ MTD-TOTALS-FILE
               AT END
                   SET END-OF-TOTALS TO TRUE
                   GO TO NOTE-ONE-MONTH-RUN-EXIT
           END-READ
           IF MTD-RUN-DATE (1:6) NOT = CHARGE-MONTH
               GO TO NOTE-ONE-MONTH-RUN-EXIT
           END-IF
           IF RUN-ENTRY-COUNT < RUN-LIMIT
               ADD 1 TO RUN-ENTRY-COUNT
               MOVE MTD-RUN-ID TO RUN-TABLE-ID (RUN-ENTRY-COUNT)
               MOVE MTD-RUN-DATE TO RUN-TABLE-DATE (RUN-ENTRY-COUNT)
               MOVE MTD-RECORD-COUNT
                   TO RUN-TABLE-POSTED (RUN-ENTRY-COUNT)
               MOVE ZERO TO RUN-TABLE-PRICED (RUN-ENTRY-COUNT)
               MOVE "MISSING" TO RUN-TABLE-CATALOG (RUN-ENTRY-COUNT)
               MOVE SPACES TO RUN-TABLE-OUTCOME (RUN-ENTRY-COUNT)
           ELSE
               DISPLAY "EQCHARGE: MORE THAN " RUN-LIMIT " RUNS IN "
                   CHARGE-MONTH " - MONTH NOT CHARGED"
               SET END-OF-TOTALS TO TRUE
               MOVE 1 TO RETURN-CODE
           END-IF.

       NOTE-ONE-MONTH-RUN-EXIT.
           EXIT.

      ******************************************************************
      * Fills in each month run's EQRESCAT catalog status. A run not
      * on the catalog stays MISSING.
      ******************************************************************
       LOOK-UP-CATALOG-STATUS.
           MOVE "N" TO END-OF-CATALOG-SWITCH
           OPEN INPUT CATALOG-FILE
           IF CATALOG-STATUS NOT = "00"
               DISPLAY "EQCHARGE: NO EQRESCAT CATALOG - NO RUN OF "
                   CHARGE-MONTH " CAN BE PRICED"
               GO TO LOOK-UP-CATALOG-STATUS-EXIT
           END-IF
           PERFORM NOTE-ONE-CATALOG-ROW THRU NOTE-ONE-CATALOG-ROW-EXIT
               UNTIL END-OF-CATALOG
           CLOSE CATALOG-FILE.

       LOOK-UP-CATALOG-STATUS-EXIT.
           EXIT.

       NOTE-ONE-CATALOG-ROW.
           READ CATALOG-FILE
               AT END
                   SET END-OF-CATALOG TO TRUE
                   GO TO NOTE-ONE-CATALOG-ROW-EXIT
           END-READ
           PERFORM MATCH-ONE-CATALOG-RUN
               VARYING RUN-SUB FROM 1 BY 1
               UNTIL RUN-SUB > RUN-ENTRY-COUNT.

       NOTE-ONE-CATALOG-ROW-EXIT.
           EXIT.

       MATCH-ONE-CATALOG-RUN.
           IF RUN-TABLE-ID (RUN-SUB) = RES-RUN-ID
               MOVE RES-STATUS TO RUN-TABLE-CATALOG (RUN-SUB)
           END-IF.

      ******************************************************************
      * Prices one run of the month from its archive. A run whose
      * archive is not CURRENT, cannot be opened, or does not hold
      * the record count EQMTD posted for it marks the month
      * unreconciled; its results are still counted where they could
      * be read, so the statement shows what was found.
      ******************************************************************
       PRICE-ONE-RUN.
           IF RUN-TABLE-CATALOG (RUN-SUB) NOT = "CURRENT"
               MOVE "ARCHIVE NOT CURRENT" TO RUN-TABLE-OUTCOME (RUN-SUB)
               SET MONTH-UNRECONCILED TO TRUE
               DISPLAY "EQCHARGE: RUN " RUN-TABLE-ID (RUN-SUB) " IS "
                   RUN-TABLE-CATALOG (RUN-SUB)
                   " ON EQRESCAT - NOT PRICED"
               GO TO PRICE-ONE-RUN-EXIT
           END-IF

           MOVE SPACES TO ARCHIVE-FILE-NAME
           STRING "EQRES" DELIMITED BY SIZE
               RUN-TABLE-ID (RUN-SUB) DELIMITED BY SIZE
               INTO ARCHIVE-FILE-NAME
           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-STATUS NOT = "00"
               MOVE "ARCHIVE UNREADABLE" TO RUN-TABLE-OUTCOME (RUN-SUB)
               SET MONTH-UNRECONCILED TO TRUE
               DISPLAY "EQCHARGE: " ARCHIVE-FILE-NAME
                   " NOT AVAILABLE - STATUS " ARCHIVE-STATUS
               GO TO PRICE-ONE-RUN-EXIT
           END-IF
           MOVE "N" TO END-OF-ARCHIVE-SWITCH
           PERFORM TALLY-ONE-RESULT THRU TALLY-ONE-RESULT-EXIT
               UNTIL END-OF-ARCHIVE
           CLOSE ARCHIVE-FILE

           IF RUN-TABLE-PRICED (RUN-SUB) NOT =
               RUN-TABLE-POSTED (RUN-SUB)
               MOVE "COUNT DIFFERS FROM EQMTD"
                   TO RUN-TABLE-OUTCOME (RUN-SUB)
               SET MONTH-UNRECONCILED TO TRUE
               DISPLAY "EQCHARGE: RUN " RUN-TABLE-ID (RUN-SUB)
                   " ARCHIVE HOLDS " RUN-TABLE-PRICED (RUN-SUB)
                   " RESULTS, EQMTD POSTED " RUN-TABLE-POSTED (RUN-SUB)
           ELSE
               MOVE "PRICED" TO RUN-TABLE-OUTCOME (RUN-SUB)
               ADD 1 TO RUNS-PRICED
           END-IF.

       PRICE-ONE-RUN-EXIT.
           EXIT.

      ******************************************************************
      * Adds one archived result to its department's result-type
      * count. A blank department code is counted under NONE, and a
      * result type outside the five is counted as an error, as
      * EQDEPSPLIT does.
      ******************************************************************
       TALLY-ONE-RESULT.
           READ ARCHIVE-FILE
               AT END
                   SET END-OF-ARCHIVE TO TRUE
                   GO TO TALLY-ONE-RESULT-EXIT
           END-READ
           ADD 1 TO RUN-TABLE-PRICED (RUN-SUB)

           IF OUT-DEPT-CODE = SPACES
               MOVE "NONE" TO WORK-DEPT-CODE
           ELSE
               MOVE OUT-DEPT-CODE TO WORK-DEPT-CODE
           END-IF
           PERFORM FIND-OR-ADD-DEPT
           IF DEPT-HIT-INDEX = ZERO
               SET MONTH-UNRECONCILED TO TRUE
               GO TO TALLY-ONE-RESULT-EXIT
           END-IF

           MOVE OUT-RESULT-TYPE TO WORK-RESULT-TYPE
           PERFORM FIND-RESULT-TYPE
           IF TYPE-HIT-INDEX = ZERO
               MOVE 5 TO TYPE-HIT-INDEX
           END-IF
           ADD 1 TO DEPT-TYPE-COUNT (DEPT-HIT-INDEX, TYPE-HIT-INDEX)
           ADD 1 TO DEPT-TOTAL-COUNT (DEPT-HIT-INDEX).

       TALLY-ONE-RESULT-EXIT.
           EXIT.

      ******************************************************************
      * Finds the current result's department in the table, creating
      * its entry on first sight. A full table is reported and the
      * month is left unreconciled rather than billed short.
      ******************************************************************
       FIND-OR-ADD-DEPT.
           MOVE "N" TO DEPT-HIT-SWITCH
           MOVE ZERO TO DEPT-HIT-INDEX
           PERFORM CHECK-DEPT-ENTRY
               VARYING DEPT-SUB FROM 1 BY 1
               UNTIL DEPT-SUB > DEPT-ENTRY-COUNT OR DEPT-HIT
           IF NOT DEPT-HIT
               IF DEPT-ENTRY-COUNT < DEPT-LIMIT
                   ADD 1 TO DEPT-ENTRY-COUNT
                   MOVE WORK-DEPT-CODE
                       TO DEPT-TABLE-CODE (DEPT-ENTRY-COUNT)
                   MOVE SPACES TO DEPT-TABLE-NAME (DEPT-ENTRY-COUNT)
                   MOVE ZERO TO DEPT-TOTAL-COUNT (DEPT-ENTRY-COUNT)
                   MOVE ZERO TO DEPT-TOTAL-AMOUNT (DEPT-ENTRY-COUNT)
                   MOVE DEPT-ENTRY-COUNT TO DEPT-HIT-INDEX
                   PERFORM CLEAR-ONE-DEPT-TYPE
                       VARYING TYPE-SUB FROM 1 BY 1
                       UNTIL TYPE-SUB > TYPE-LIMIT
               ELSE
                   DISPLAY "EQCHARGE: DEPARTMENT TABLE FULL - "
                       WORK-DEPT-CODE " NOT PRICED"
               END-IF
           END-IF.

       CHECK-DEPT-ENTRY.
           IF DEPT-TABLE-CODE (DEPT-SUB) = WORK-DEPT-CODE
               SET DEPT-HIT TO TRUE
               MOVE DEPT-SUB TO DEPT-HIT-INDEX
           END-IF.

       CLEAR-ONE-DEPT-TYPE.
           MOVE ZERO TO DEPT-TYPE-COUNT (DEPT-HIT-INDEX, TYPE-SUB)
           MOVE ZERO TO DEPT-TYPE-RATE (DEPT-HIT-INDEX, TYPE-SUB)
           MOVE SPACES TO DEPT-TYPE-BASIS (DEPT-HIT-INDEX, TYPE-SUB)
           MOVE ZERO TO DEPT-TYPE-AMOUNT (DEPT-HIT-INDEX, TYPE-SUB).

      ******************************************************************
      * Fills in each department's name from DEPTREF for the
      * statement. A code no longer on DEPTREF keeps a blank name and
      * is still charged - the results were produced for it.
      ******************************************************************
       LOOK-UP-DEPT-NAMES.
           OPEN INPUT DEPT-REF-FILE
           IF DEPT-REF-STATUS = "00"
               PERFORM NOTE-ONE-DEPT-NAME THRU NOTE-ONE-DEPT-NAME-EXIT
                   UNTIL END-OF-DEPTS
               CLOSE DEPT-REF-FILE
           END-IF.

       NOTE-ONE-DEPT-NAME.
           READ DEPT-REF-FILE
               AT END
                   SET END-OF-DEPTS TO TRUE
                   GO TO NOTE-ONE-DEPT-NAME-EXIT
           END-READ
           MOVE DEPT-CODE TO WORK-DEPT-CODE
           MOVE "N" TO DEPT-HIT-SWITCH
           MOVE ZERO TO DEPT-HIT-INDEX
           PERFORM CHECK-DEPT-ENTRY
               VARYING DEPT-SUB FROM 1 BY 1
               UNTIL DEPT-SUB > DEPT-ENTRY-COUNT OR DEPT-HIT
           IF DEPT-HIT
               MOVE DEPT-NAME TO DEPT-TABLE-NAME (DEPT-HIT-INDEX)
           END-IF.

       NOTE-ONE-DEPT-NAME-EXIT.
           EXIT.

      ******************************************************************
      * Prices one department: each result type's count at the
      * department's own rate, or the standard rate where it has
      * none. Results under NONE are counted but not charged.
      ******************************************************************
       PRICE-ONE-DEPT.
           MOVE DEPT-SUB TO DEPT-HIT-INDEX
           PERFORM PRICE-ONE-DEPT-TYPE
               VARYING TYPE-SUB FROM 1 BY 1
               UNTIL TYPE-SUB > TYPE-LIMIT
           ADD DEPT-TOTAL-COUNT (DEPT-SUB) TO MONTH-RESULT-COUNT
           IF DEPT-TABLE-CODE (DEPT-SUB) = "NONE"
               ADD DEPT-TOTAL-COUNT (DEPT-SUB) TO UNASSIGNED-COUNT
           ELSE
               ADD DEPT-TOTAL-AMOUNT (DEPT-SUB) TO MONTH-CHARGE-TOTAL
           END-IF.

       PRICE-ONE-DEPT-TYPE.
           ADD DEPT-TYPE-COUNT (DEPT-SUB, TYPE-SUB)
               TO MONTH-TYPE-COUNT (TYPE-SUB)
           IF DEPT-TABLE-CODE (DEPT-SUB) = "NONE"
               MOVE "NOT CHARGED"
                   TO DEPT-TYPE-BASIS (DEPT-SUB, TYPE-SUB)
           ELSE
               PERFORM FIND-DEPT-RATE
               COMPUTE DEPT-TYPE-AMOUNT (DEPT-SUB, TYPE-SUB) ROUNDED =
                   DEPT-TYPE-COUNT (DEPT-SUB, TYPE-SUB)
                   * DEPT-TYPE-RATE (DEPT-SUB, TYPE-SUB)
               ADD DEPT-TYPE-AMOUNT (DEPT-SUB, TYPE-SUB)
                   TO DEPT-TOTAL-AMOUNT (DEPT-SUB)
               ADD DEPT-TYPE-AMOUNT (DEPT-SUB, TYPE-SUB)
                   TO MONTH-TYPE-AMOUNT (TYPE-SUB)
           END-IF.

       FIND-DEPT-RATE.
           MOVE "N" TO RATE-HIT-SWITCH
           PERFORM CHECK-ONE-DEPT-RATE
               VARYING RATE-SUB FROM 1 BY 1
               UNTIL RATE-SUB > RATE-ENTRY-COUNT OR RATE-HIT
           IF NOT RATE-HIT
               MOVE STANDARD-RATE (TYPE-SUB)
                   TO DEPT-TYPE-RATE (DEPT-SUB, TYPE-SUB)
               MOVE "STANDARD" TO DEPT-TYPE-BASIS (DEPT-SUB, TYPE-SUB)
           END-IF.

       CHECK-ONE-DEPT-RATE.
           IF RATE-TABLE-DEPT (RATE-SUB) = DEPT-TABLE-CODE (DEPT-SUB)
               AND RATE-TABLE-TYPE (RATE-SUB) = TYPE-CODE (TYPE-SUB)
               SET RATE-HIT TO TRUE
               MOVE RATE-TABLE-RATE (RATE-SUB)
                   TO DEPT-TYPE-RATE (DEPT-SUB, TYPE-SUB)
               MOVE "DEPARTMENT" TO DEPT-TYPE-BASIS (DEPT-SUB, TYPE-SUB)
           END-IF.

      ******************************************************************
      * Prints one department's statement on a page of its own.
      ******************************************************************
       PRINT-ONE-DEPT-STATEMENT.
           PERFORM PRINT-PAGE-HEADING
           MOVE DEPT-TABLE-CODE (DEPT-SUB) TO DHD-DEPT-CODE
           IF DEPT-TABLE-CODE (DEPT-SUB) = "NONE"
               MOVE "NO DEPARTMENT CODE" TO DHD-DEPT-NAME
           ELSE
               IF DEPT-TABLE-NAME (DEPT-SUB) = SPACES
                   MOVE "NOT ON DEPTREF" TO DHD-DEPT-NAME
               ELSE
                   MOVE DEPT-TABLE-NAME (DEPT-SUB) TO DHD-DEPT-NAME
               END-IF
           END-IF
           WRITE PRINT-LINE FROM DEPT-HEADING-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM COLUMN-HEADING-LINE

           PERFORM PRINT-ONE-CHARGE-LINE
               VARYING TYPE-SUB FROM 1 BY 1
               UNTIL TYPE-SUB > TYPE-LIMIT

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO CHARGE-LINE
           MOVE "DEPARTMENT TOTAL" TO CHG-LABEL
           MOVE DEPT-TOTAL-COUNT (DEPT-SUB) TO CHG-COUNT
           MOVE DEPT-TOTAL-AMOUNT (DEPT-SUB) TO CHG-AMOUNT
           WRITE PRINT-LINE FROM CHARGE-LINE
           IF DEPT-TABLE-CODE (DEPT-SUB) = "NONE"
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO MESSAGE-LINE
               MOVE "RESULTS WITHOUT A DEPARTMENT CODE ARE NOT CHARGED"
                   TO MSG-TEXT
               WRITE PRINT-LINE FROM MESSAGE-LINE
           END-IF.

       PRINT-ONE-CHARGE-LINE.
           MOVE SPACES TO CHARGE-LINE
           MOVE TYPE-LABEL (TYPE-SUB) TO CHG-LABEL
           MOVE DEPT-TYPE-COUNT (DEPT-SUB, TYPE-SUB) TO CHG-COUNT
           MOVE DEPT-TYPE-RATE (DEPT-SUB, TYPE-SUB) TO CHG-RATE
           MOVE DEPT-TYPE-AMOUNT (DEPT-SUB, TYPE-SUB) TO CHG-AMOUNT
           MOVE DEPT-TYPE-BASIS (DEPT-SUB, TYPE-SUB) TO CHG-BASIS
           WRITE PRINT-LINE FROM CHARGE-LINE.

       PRINT-PAGE-HEADING.
           ADD 1 TO PAGE-NUMBER
           MOVE CHARGE-MONTH TO HDG-PERIOD
           MOVE REPORT-DATE TO HDG-RUN-DATE
           MOVE PAGE-NUMBER TO HDG-PAGE-NUMBER
           IF PAGE-NUMBER = 1
               WRITE PRINT-LINE FROM HEADING-LINE-1
           ELSE
               WRITE PRINT-LINE FROM HEADING-LINE-1
                   AFTER ADVANCING PAGE
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE.

      ******************************************************************
      * Writes the journal to the GLJRNWK work file: one debit per
      * department charged, to the department's cost centre, then a
      * single credit of the month total to the operations cost
      * centre, then the trailer. GLJRNLyyyymm is not touched until
      * the work file has proven to balance.
      ******************************************************************
       WRITE-JOURNAL-WORK-FILE.
           OPEN OUTPUT JOURNAL-WORK-FILE
           IF JOURNAL-WORK-STATUS NOT = "00"
               DISPLAY "EQCHARGE: GLJRNWK NOT AVAILABLE - STATUS "
                   JOURNAL-WORK-STATUS
               MOVE "NOT WRITTEN - GLJRNWK UNAVAILABLE"
                   TO JOURNAL-OUTCOME
               MOVE 3 TO RETURN-CODE
               GO TO WRITE-JOURNAL-WORK-FILE-EXIT
           END-IF
           MOVE ZERO TO JOURNAL-ENTRY-COUNT
           MOVE ZERO TO JOURNAL-DEBIT-TOTAL
           MOVE ZERO TO JOURNAL-CREDIT-TOTAL

           PERFORM WRITE-ONE-DEPT-DEBIT
               VARYING DEPT-SUB FROM 1 BY 1
               UNTIL DEPT-SUB > DEPT-ENTRY-COUNT

           MOVE SPACES TO GLW-ENTRY-RECORD
           MOVE "D" TO GLW-ENT-RECORD-TYPE
           MOVE CHARGE-MONTH TO GLW-ENT-PERIOD
           MOVE OPS-COST-CENTRE TO GLW-ENT-COST-CENTRE
           MOVE CREDIT-ACCOUNT TO GLW-ENT-ACCOUNT
           MOVE "C" TO GLW-ENT-DEBIT-CREDIT
           MOVE MONTH-CHARGE-TOTAL TO GLW-ENT-AMOUNT
           STRING "EQ CHARGEBACK RECOVERY " DELIMITED BY SIZE
               CHARGE-MONTH DELIMITED BY SIZE
               INTO GLW-ENT-DESCRIPTION
           WRITE GLW-ENTRY-RECORD
           ADD 1 TO JOURNAL-ENTRY-COUNT
           ADD MONTH-CHARGE-TOTAL TO JOURNAL-CREDIT-TOTAL

           MOVE SPACES TO GLW-TRAILER-RECORD
           MOVE "T" TO GLW-TLR-RECORD-TYPE
           MOVE CHARGE-MONTH TO GLW-TLR-PERIOD
           MOVE JOURNAL-ENTRY-COUNT TO GLW-TLR-ENTRY-COUNT
           MOVE JOURNAL-DEBIT-TOTAL TO GLW-TLR-DEBIT-TOTAL
           MOVE JOURNAL-CREDIT-TOTAL TO GLW-TLR-CREDIT-TOTAL
           WRITE GLW-TRAILER-RECORD
           CLOSE JOURNAL-WORK-FILE.

       WRITE-JOURNAL-WORK-FILE-EXIT.
           EXIT.

       WRITE-ONE-DEPT-DEBIT.
           IF DEPT-TABLE-CODE (DEPT-SUB) NOT = "NONE"
               AND DEPT-TOTAL-AMOUNT (DEPT-SUB) > ZERO
               MOVE SPACES TO GLW-ENTRY-RECORD
               MOVE "D" TO GLW-ENT-RECORD-TYPE
               MOVE CHARGE-MONTH TO GLW-ENT-PERIOD
               MOVE DEPT-TABLE-CODE (DEPT-SUB) TO GLW-ENT-COST-CENTRE
               MOVE DEBIT-ACCOUNT TO GLW-ENT-ACCOUNT
               MOVE "D" TO GLW-ENT-DEBIT-CREDIT
               MOVE DEPT-TOTAL-AMOUNT (DEPT-SUB) TO GLW-ENT-AMOUNT
               STRING "EQ CHARGEBACK " DELIMITED BY SIZE
                   CHARGE-MONTH DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DEPT-TABLE-CODE (DEPT-SUB) DELIMITED BY SPACE
                   INTO GLW-ENT-DESCRIPTION
               WRITE GLW-ENTRY-RECORD
               ADD 1 TO JOURNAL-ENTRY-COUNT
               ADD DEPT-TOTAL-AMOUNT (DEPT-SUB) TO JOURNAL-DEBIT-TOTAL
           END-IF.

      ******************************************************************
      * Reads GLJRNWK back and proves it: the entry lines counted and
      * added up by debit and credit must match the trailer, the
      * trailer must be the last record, and debits must equal
      * credits. Anything else leaves the journal unreleased.
      ******************************************************************
       CHECK-JOURNAL-BALANCE.
           MOVE "N" TO JOURNAL-BALANCED-SWITCH
           MOVE "N" TO END-OF-JOURNAL-SWITCH
           MOVE "N" TO TRAILER-SEEN-SWITCH
           MOVE ZERO TO JOURNAL-ENTRY-COUNT
           MOVE ZERO TO JOURNAL-DEBIT-TOTAL
           MOVE ZERO TO JOURNAL-CREDIT-TOTAL
           OPEN INPUT JOURNAL-WORK-FILE
           IF JOURNAL-WORK-STATUS NOT = "00"
               DISPLAY "EQCHARGE: GLJRNWK NOT RE-READABLE - STATUS "
                   JOURNAL-WORK-STATUS
               MOVE "NOT RELEASED - GLJRNWK UNREADABLE"
                   TO JOURNAL-OUTCOME
               GO TO CHECK-JOURNAL-BALANCE-EXIT
           END-IF
           PERFORM CHECK-ONE-JOURNAL-LINE
               THRU CHECK-ONE-JOURNAL-LINE-EXIT
               UNTIL END-OF-JOURNAL
           CLOSE JOURNAL-WORK-FILE

           IF TRAILER-SEEN
               AND GLW-TLR-ENTRY-COUNT = JOURNAL-ENTRY-COUNT
               AND GLW-TLR-DEBIT-TOTAL = JOURNAL-DEBIT-TOTAL
               AND GLW-TLR-CREDIT-TOTAL = JOURNAL-CREDIT-TOTAL
               AND JOURNAL-DEBIT-TOTAL = JOURNAL-CREDIT-TOTAL
               SET JOURNAL-BALANCED TO TRUE
           ELSE
               DISPLAY "EQCHARGE: GLJRNWK OUT OF BALANCE - "
                   JOURNAL-ENTRY-COUNT " ENTRIES, DEBITS "
                   JOURNAL-DEBIT-TOTAL " CREDITS "
                   JOURNAL-CREDIT-TOTAL
               MOVE "NOT RELEASED - OUT OF BALANCE"
                   TO JOURNAL-OUTCOME
           END-IF.

       CHECK-JOURNAL-BALANCE-EXIT.
           EXIT.

       CHECK-ONE-JOURNAL-LINE.
           READ JOURNAL-WORK-FILE
               AT END
                   SET END-OF-JOURNAL TO TRUE
                   GO TO CHECK-ONE-JOURNAL-LINE-EXIT
           END-READ
      * Anything after the trailer means the trailer was not last.
           IF TRAILER-SEEN
               MOVE "N" TO TRAILER-SEEN-SWITCH
               SET END-OF-JOURNAL TO TRUE
               GO TO CHECK-ONE-JOURNAL-LINE-EXIT
           END-IF
           IF GLW-TLR-RECORD-TYPE = "T"
               SET TRAILER-SEEN TO TRUE
               GO TO CHECK-ONE-JOURNAL-LINE-EXIT
           END-IF
           ADD 1 TO JOURNAL-ENTRY-COUNT
           IF GLW-ENT-DEBIT-CREDIT = "D"
               ADD GLW-ENT-AMOUNT TO JOURNAL-DEBIT-TOTAL
           ELSE
               ADD GLW-ENT-AMOUNT TO JOURNAL-CREDIT-TOTAL
           END-IF.

       CHECK-ONE-JOURNAL-LINE-EXIT.
           EXIT.

      ******************************************************************
      * Copies the proven work file to the month's GLJRNLyyyymm for
      * the ledger.
      ******************************************************************
       RELEASE-JOURNAL.
           OPEN INPUT JOURNAL-WORK-FILE
           IF JOURNAL-WORK-STATUS NOT = "00"
               MOVE "NOT RELEASED - GLJRNWK UNREADABLE"
                   TO JOURNAL-OUTCOME
               MOVE 3 TO RETURN-CODE
               GO TO RELEASE-JOURNAL-EXIT
           END-IF
           OPEN OUTPUT JOURNAL-FILE
           IF JOURNAL-STATUS NOT = "00"
               DISPLAY "EQCHARGE: " JOURNAL-NAME
                   " NOT AVAILABLE - STATUS " JOURNAL-STATUS
               CLOSE JOURNAL-WORK-FILE
               MOVE "NOT RELEASED - JOURNAL FILE UNAVAILABLE"
                   TO JOURNAL-OUTCOME
               MOVE 3 TO RETURN-CODE
               GO TO RELEASE-JOURNAL-EXIT
           END-IF
           MOVE "N" TO END-OF-JOURNAL-SWITCH
           PERFORM COPY-ONE-JOURNAL-LINE THRU COPY-ONE-JOURNAL-LINE-EXIT
               UNTIL END-OF-JOURNAL
           CLOSE JOURNAL-WORK-FILE
           CLOSE JOURNAL-FILE
           SET JOURNAL-RELEASED TO TRUE
           MOVE "RELEASED - IN BALANCE" TO JOURNAL-OUTCOME.

       RELEASE-JOURNAL-EXIT.
           EXIT.

      ******************************************************************
      * Empties the month's GLJRNLyyyymm on any run that does not
      * release one: a journal an earlier run left for the month no
      * longer stands once the month has been charged again. No file
      * is created where none was.
      ******************************************************************
       WITHDRAW-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS NOT = "00"
               GO TO WITHDRAW-JOURNAL-EXIT
           END-IF
           CLOSE JOURNAL-FILE
           OPEN OUTPUT JOURNAL-FILE
           IF JOURNAL-STATUS NOT = "00"
               DISPLAY "EQCHARGE: " JOURNAL-NAME
                   " NOT EMPTIED - STATUS " JOURNAL-STATUS
                   " - DO NOT FORWARD IT"
               GO TO WITHDRAW-JOURNAL-EXIT
           END-IF
           CLOSE JOURNAL-FILE
           DISPLAY "EQCHARGE: EARLIER " JOURNAL-NAME
               " EMPTIED - IT NO LONGER STANDS".

       WITHDRAW-JOURNAL-EXIT.
           EXIT.

       COPY-ONE-JOURNAL-LINE.
           READ JOURNAL-WORK-FILE
               AT END
                   SET END-OF-JOURNAL TO TRUE
                   GO TO COPY-ONE-JOURNAL-LINE-EXIT
           END-READ
           MOVE SPACES TO GLJ-ENTRY-RECORD
           MOVE GLW-ENTRY-RECORD TO GLJ-ENTRY-RECORD
           WRITE GLJ-ENTRY-RECORD.

       COPY-ONE-JOURNAL-LINE-EXIT.
           EXIT.

      ******************************************************************
      * Closing page: every run of the month with its catalog status,
      * the count EQMTD posted against the count priced from the
      * archive, then the month's totals by result type and what
      * became of the journal.
      ******************************************************************
       PRINT-CONTROL-SUMMARY.
           PERFORM PRINT-PAGE-HEADING
           WRITE PRINT-LINE FROM CONTROL-HEADING-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM RUN-COLUMN-LINE
           PERFORM PRINT-ONE-RUN-LINE
               VARYING RUN-SUB FROM 1 BY 1
               UNTIL RUN-SUB > RUN-ENTRY-COUNT

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM PRINT-ONE-TYPE-TOTAL
               VARYING TYPE-SUB FROM 1 BY 1
               UNTIL TYPE-SUB > TYPE-LIMIT
           MOVE SPACES TO SUMMARY-LINE
           MOVE "RESULTS NOT CHARGED (NO DEPARTMENT)" TO SUM-LABEL
           MOVE UNASSIGNED-COUNT TO SUM-COUNT
           WRITE PRINT-LINE FROM SUMMARY-LINE
           MOVE SPACES TO SUMMARY-LINE
           MOVE "MONTH TOTAL" TO SUM-LABEL
           MOVE MONTH-RESULT-COUNT TO SUM-COUNT
           MOVE MONTH-CHARGE-TOTAL TO SUM-AMOUNT
           WRITE PRINT-LINE FROM SUMMARY-LINE

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO MESSAGE-LINE
           STRING "GL JOURNAL " DELIMITED BY SIZE
               JOURNAL-NAME DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               JOURNAL-OUTCOME DELIMITED BY SIZE
               INTO MSG-TEXT
           WRITE PRINT-LINE FROM MESSAGE-LINE.

       PRINT-ONE-RUN-LINE.
           MOVE SPACES TO RUN-LINE
           MOVE RUN-TABLE-DATE (RUN-SUB) TO RUN-LINE-DATE
           MOVE RUN-TABLE-ID (RUN-SUB) TO RUN-LINE-ID
           MOVE RUN-TABLE-CATALOG (RUN-SUB) TO RUN-LINE-CATALOG
           MOVE RUN-TABLE-POSTED (RUN-SUB) TO RUN-LINE-POSTED
           MOVE RUN-TABLE-PRICED (RUN-SUB) TO RUN-LINE-PRICED
           MOVE RUN-TABLE-OUTCOME (RUN-SUB) TO RUN-LINE-OUTCOME
           WRITE PRINT-LINE FROM RUN-LINE.

       PRINT-ONE-TYPE-TOTAL.
           MOVE SPACES TO SUMMARY-LINE
           MOVE TYPE-LABEL (TYPE-SUB) TO SUM-LABEL
           MOVE MONTH-TYPE-COUNT (TYPE-SUB) TO SUM-COUNT
           MOVE MONTH-TYPE-AMOUNT (TYPE-SUB) TO SUM-AMOUNT
           WRITE PRINT-LINE FROM SUMMARY-LINE.

       END PROGRAM EQCHARGE.
