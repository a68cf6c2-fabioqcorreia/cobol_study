      *             month) unbroken for compliance.
      * 2026-09-02  Added option 9, the EQMTDRPT month-end report
      *             over the EQMTD totals EQMTDUPD posts each window.
      * 2026-10-15  Choices widened to two characters now that 1-9
      *             are all taken (a one-digit choice keys as before).
      *             Added 10, the EMPINQ employee inquiry - current
      *             record, name history and audit entries for one
      *             employee on one screen; 11, the EQSCORE monthly
      *             supplier scorecard; and 12, DEPTMAINT, applying
      *             the DEPTTRAN department changes.
      * 2026-10-15  The menu now starts with an operator sign-on
      *             checked against the OPERPROF profiles (layout in
      *             OPRREC; password values from PWDHASH) and offers
      *             only the options the operator's role allows -
      *             viewers the inquiries and reports, operators also
      *             the regression, equation batch and department
      *             runs, supervisors everything, including the batch
      *             window, clearing the window lock and the new
      *             option 13, OPRMAINT profile maintenance. Option 14
      *             changes the operator's own password, and an
      *             expired one must be changed to sign on. Sign-ons,
      *             failed attempts, lockouts, password changes,
      *             sign-offs, and every run or lock clear launched
      *             from the menu go to AUDITLOG, and OPERATOR-ID
      *             (see RUNID) carries the operator onto the AUDITLOG
      *             and RUNLOG records of whatever the menu launches.
      * 2026-10-15  Options 8 and 9 now also start from a blank
      *             BATCH-RUN-ID and BUSINESS-DATE: AUDVERIF and
      *             EQMTDRPT skip their prompts when they run as a
      *             batch window step, and a window launched earlier
      *             in the session must not make them think they are.
      * 2026-10-15  Added option 15, EQENTRY, for operators and above:
      *             keying equations from a department's paper sheets,
      *             checked as they are keyed, into a supplier batch
      *             EQCOLLECT picks up with the upstream files.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPMENU.
           SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOCK-STATUS.
           SELECT OPERATOR-PROFILE-FILE ASSIGN TO "OPERPROF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-PROFILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOCK-FILE.
           COPY RUNLOCK.

       FD  OPERATOR-PROFILE-FILE.
           COPY OPRREC.

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
           COPY RUNID.
           COPY AUDSEALC.
           COPY PWDHASHC.
       01 OPERATOR-CHOICE PIC X(02).
       01 LAST-RETURN-CODE PIC S9(4) COMP.
       01 RUN-LOCK-STATUS PIC X(02).
       01 LOCK-DATE-WORK PIC X(08).
       01 LOCK-TIME-WORK PIC X(08).
       01 DONE-SWITCH PIC X(01) VALUE "N".
          88 OPERATOR-IS-DONE VALUE "Y".
       01 OPERATOR-PROFILE-STATUS PIC X(02).
       01 AUDIT-LOG-STATUS PIC X(02).
       01 END-OF-PROFILES-SWITCH PIC X(01) VALUE "N".
          88 END-OF-PROFILES VALUE "Y".

      * Sign-on: three tries per session, and a profile locks after
      * three wrong passwords in a row, across sessions.
       01 SIGNED-ON-SWITCH PIC X(01) VALUE "N".
          88 OPERATOR-SIGNED-ON VALUE "Y".
       01 SIGN-ON-ENDED-SWITCH PIC X(01) VALUE "N".
          88 SIGN-ON-ENDED VALUE "Y".
       01 SIGN-ON-ATTEMPTS PIC 9(01) VALUE ZERO.
       01 SIGN-ON-ATTEMPT-LIMIT PIC 9(01) VALUE 3.
       01 FAILED-PASSWORD-LIMIT PIC 9(01) VALUE 3.
       01 KEYED-ID PIC X(08).
       01 KEYED-PASSWORD PIC X(16).
       01 NEW-PASSWORD PIC X(16).
       01 CONFIRM-PASSWORD PIC X(16).
       01 PASSWORD-CHANGED-SWITCH PIC X(01) VALUE "N".
          88 PASSWORD-CHANGED VALUE "Y".
       01 SIGNED-ON-NAME PIC X(30).
       01 SIGNED-ON-ROLE-NAME PIC X(10).
       01 SIGNED-ON-LEVEL PIC 9(01) VALUE ZERO.
       01 ROLE-LEVEL PIC 9(01).
       01 TODAY-DATE PIC X(08).
       01 NOW-TIME PIC X(08).

      * A new password is good for PASSWORD-LIFE-MONTHS months, to
      * the same day of the month (the 28th at most, so every month
      * has it).
       01 PASSWORD-LIFE-MONTHS PIC 9(02) VALUE 3.
       01 EXPIRY-DATE PIC X(08).
       01 EXPIRY-DATE-PARTS REDEFINES EXPIRY-DATE.
          05 EXPIRY-YEAR PIC 9(04).
          05 EXPIRY-MONTH PIC 9(02).
          05 EXPIRY-DAY PIC 9(02).

       01 PROFILE-TABLE.
          05 PROFILE-ENTRY-COUNT PIC 9(03) VALUE ZERO.
          05 PROFILE-ENTRY OCCURS 100 TIMES.
             10 PRF-ID PIC X(08).
             10 PRF-NAME PIC X(30).
             10 PRF-ROLE PIC X(01).
             10 PRF-PASSWORD-HASH PIC 9(09).
             10 PRF-PASSWORD-EXPIRES PIC X(08).
             10 PRF-FAILED-COUNT PIC 9(01).
             10 PRF-STATUS PIC X(01).
             10 PRF-LAST-SIGN-ON PIC X(14).
       01 PROFILE-LIMIT PIC 9(03) VALUE 100.
       01 PROFILE-SUB PIC 9(03).
       01 PROFILE-HIT-INDEX PIC 9(03) VALUE ZERO.
       01 PROFILE-HIT-SWITCH PIC X(01).
          88 PROFILE-HIT VALUE "Y".

      * The menu: choice, lowest role level offered it (1 viewer,
      * 2 operator, 3 supervisor), and the line shown.
       01 MENU-OPTIONS.
          05 FILLER PIC X(02) VALUE "1".
          05 FILLER PIC 9(01) VALUE 2.
          05 FILLER PIC X(50)
             VALUE "1. RUN NAME-SERVICE REGRESSION (COBOLINITTEST)".
          05 FILLER PIC X(02) VALUE "2".
          05 FILLER PIC 9(01) VALUE 2.
          05 FILLER PIC X(50)
             VALUE "2. RUN EQUATION BATCH (EQ_SEG_GRAU)".
          05 FILLER PIC X(02) VALUE "3".
          05 FILLER PIC 9(01) VALUE 3.
          05 FILLER PIC X(50)
             VALUE "3. RUN FULL NIGHTLY BATCH WINDOW (RUNBATCH)".
          05 FILLER PIC X(02) VALUE "4".
          05 FILLER PIC 9(01) VALUE 1.
          05 FILLER PIC X(50)
             VALUE "4. PRINT EQUATION BATCH SUMMARY (EQSUMRPT)".
          05 FILLER PIC X(02) VALUE "5".
          05 FILLER PIC 9(01) VALUE 3.
          05 FILLER PIC X(50)
             VALUE "5. CLEAR STALE BATCH WINDOW LOCK (RUNLOCK)".
          05 FILLER PIC X(02) VALUE "6".
          05 FILLER PIC 9(01) VALUE 1.
          05 FILLER PIC X(50)
             VALUE "6. SHOW BATCH STATUS AT A GLANCE (OPSTAT)".
          05 FILLER PIC X(02) VALUE "7".
          05 FILLER PIC 9(01) VALUE 1.
          05 FILLER PIC X(50)
             VALUE "7. PRINT WINDOW PERFORMANCE REPORT (RUNLOGRPT)".
          05 FILLER PIC X(02) VALUE "8".
          05 FILLER PIC 9(01) VALUE 1.
          05 FILLER PIC X(50)
             VALUE "8. VERIFY AUDIT TRAIL CHAIN (AUDVERIF)".
          05 FILLER PIC X(02) VALUE "9".
          05 FILLER PIC 9(01) VALUE 1.
          05 FILLER PIC X(50)
             VALUE "9. PRINT MONTH-END EQUATION REPORT (EQMTDRPT)".
          05 FILLER PIC X(02) VALUE "10".
          05 FILLER PIC 9(01) VALUE 1.
          05 FILLER PIC X(50)
             VALUE "10. EMPLOYEE INQUIRY (EMPINQ)".
          05 FILLER PIC X(02) VALUE "11".
          05 FILLER PIC 9(01) VALUE 1.
          05 FILLER PIC X(50)
             VALUE "11. PRINT SUPPLIER QUALITY SCORECARD (EQSCORE)".
          05 FILLER PIC X(02) VALUE "12".
          05 FILLER PIC 9(01) VALUE 2.
          05 FILLER PIC X(50)
             VALUE "12. APPLY DEPARTMENT CHANGES (DEPTMAINT)".
          05 FILLER PIC X(02) VALUE "13".
          05 FILLER PIC 9(01) VALUE 3.
          05 FILLER PIC X(50)
             VALUE "13. MAINTAIN OPERATOR PROFILES (OPRMAINT)".
          05 FILLER PIC X(02) VALUE "14".
          05 FILLER PIC 9(01) VALUE 1.
          05 FILLER PIC X(50)
             VALUE "14. CHANGE MY PASSWORD".
          05 FILLER PIC X(02) VALUE "15".
          05 FILLER PIC 9(01) VALUE 2.
          05 FILLER PIC X(50)
             VALUE "15. KEY EQUATIONS FOR A DEPARTMENT (EQENTRY)".
       01 MENU-OPTION-TABLE REDEFINES MENU-OPTIONS.
          05 MENU-OPTION OCCURS 15 TIMES.
             10 MNU-CHOICE PIC X(02).
             10 MNU-LEVEL PIC 9(01).
             10 MNU-TEXT PIC X(50).
       01 MENU-OPTION-LIMIT PIC 9(02) VALUE 15.
       01 MENU-SUB PIC 9(02).
       01 MENU-HIT-SWITCH PIC X(01).
          88 MENU-HIT VALUE "Y".
       01 CHOICE-ALLOWED-SWITCH PIC X(01).
          88 CHOICE-ALLOWED VALUE "Y".

       01 AUDIT-EVENT-INPUT PIC X(48).
       01 AUDIT-EVENT-RESULT PIC X(40).
       01 AUDIT-RC-TEXT PIC -(4)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO OPERATOR-ID
           PERFORM SIGN-ON THRU SIGN-ON-EXIT
           IF NOT OPERATOR-SIGNED-ON
               DISPLAY "OPMENU: NOT SIGNED ON - GOODBYE"
               GOBACK.

           PERFORM SHOW-MENU-AND-RUN THRU SHOW-MENU-AND-RUN-EXIT
               UNTIL OPERATOR-IS-DONE

           MOVE SPACES TO AUDIT-EVENT-INPUT
           STRING "SIGN-OFF " DELIMITED BY SIZE
               OPERATOR-ID DELIMITED BY SIZE
               INTO AUDIT-EVENT-INPUT
           MOVE "SIGNED OFF" TO AUDIT-EVENT-RESULT
           PERFORM WRITE-OPERATOR-AUDIT THRU WRITE-OPERATOR-AUDIT-EXIT
           MOVE SPACES TO OPERATOR-ID
           DISPLAY "OPMENU: GOODBYE"
           GOBACK.

      ******************************************************************
      * Signs the operator on: up to three tries, each checked against
      * a fresh read of OPERPROF. A blank operator id gives up.
      ******************************************************************
       SIGN-ON.
           MOVE "N" TO SIGNED-ON-SWITCH
           MOVE "N" TO SIGN-ON-ENDED-SWITCH
           MOVE ZERO TO SIGN-ON-ATTEMPTS
           PERFORM TRY-ONE-SIGN-ON THRU TRY-ONE-SIGN-ON-EXIT
               UNTIL OPERATOR-SIGNED-ON
               OR SIGN-ON-ENDED
               OR SIGN-ON-ATTEMPTS NOT < SIGN-ON-ATTEMPT-LIMIT.

       SIGN-ON-EXIT.
           EXIT.

       TRY-ONE-SIGN-ON.
           PERFORM LOAD-PROFILES THRU LOAD-PROFILES-EXIT
           IF PROFILE-ENTRY-COUNT = ZERO
               DISPLAY "OPMENU: NO OPERATOR PROFILES ON OPERPROF - "
                   "NOBODY CAN SIGN ON"
               SET SIGN-ON-ENDED TO TRUE
               GO TO TRY-ONE-SIGN-ON-EXIT
           END-IF

           DISPLAY " "
           DISPLAY "================ OPERATOR SIGN-ON ==============="
           DISPLAY "OPERATOR ID, BLANK TO LEAVE: " WITH NO ADVANCING
           MOVE SPACES TO KEYED-ID
           ACCEPT KEYED-ID
           IF KEYED-ID = SPACES
               SET SIGN-ON-ENDED TO TRUE
               GO TO TRY-ONE-SIGN-ON-EXIT
           END-IF
           INSPECT KEYED-ID CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           ADD 1 TO SIGN-ON-ATTEMPTS
           DISPLAY "PASSWORD: " WITH NO ADVANCING
           MOVE SPACES TO KEYED-PASSWORD
           ACCEPT KEYED-PASSWORD

           MOVE SPACES TO AUDIT-EVENT-INPUT
           STRING "SIGN-ON " DELIMITED BY SIZE
               KEYED-ID DELIMITED BY SIZE
               INTO AUDIT-EVENT-INPUT
           PERFORM FIND-PROFILE

      * An unknown operator and a wrong password look the same at the
      * console; only AUDITLOG says which it was.
           IF NOT PROFILE-HIT
               DISPLAY "OPMENU: SIGN-ON REFUSED"
               MOVE "FAILED - UNKNOWN OPERATOR" TO AUDIT-EVENT-RESULT
               PERFORM WRITE-OPERATOR-AUDIT
                   THRU WRITE-OPERATOR-AUDIT-EXIT
               GO TO TRY-ONE-SIGN-ON-EXIT
           END-IF
           IF PRF-STATUS (PROFILE-HIT-INDEX) = "L"
               DISPLAY "OPMENU: PROFILE LOCKED - ASK A SUPERVISOR"
               MOVE "REFUSED - PROFILE LOCKED" TO AUDIT-EVENT-RESULT
               PERFORM WRITE-OPERATOR-AUDIT
                   THRU WRITE-OPERATOR-AUDIT-EXIT
               GO TO TRY-ONE-SIGN-ON-EXIT
           END-IF
           IF PRF-STATUS (PROFILE-HIT-INDEX) = "D"
               DISPLAY "OPMENU: PROFILE DISABLED - ASK A SUPERVISOR"
               MOVE "REFUSED - PROFILE DISABLED" TO AUDIT-EVENT-RESULT
               PERFORM WRITE-OPERATOR-AUDIT
                   THRU WRITE-OPERATOR-AUDIT-EXIT
               GO TO TRY-ONE-SIGN-ON-EXIT
           END-IF

           MOVE KEYED-ID TO PWH-OPERATOR-ID
           MOVE KEYED-PASSWORD TO PWH-PASSWORD
           CALL 'PWDHASH' USING PASSWORD-HASH-CONTROL
           IF PWH-HASH NOT = PRF-PASSWORD-HASH (PROFILE-HIT-INDEX)
               PERFORM NOTE-WRONG-PASSWORD
               GO TO TRY-ONE-SIGN-ON-EXIT
           END-IF

           MOVE ZERO TO PRF-FAILED-COUNT (PROFILE-HIT-INDEX)
           PERFORM SET-ROLE-LEVEL
           IF ROLE-LEVEL = ZERO
               DISPLAY "OPMENU: PROFILE HAS NO VALID ROLE - ASK A "
                   "SUPERVISOR"
               MOVE "REFUSED - NO VALID ROLE" TO AUDIT-EVENT-RESULT
               PERFORM REWRITE-PROFILES
               PERFORM WRITE-OPERATOR-AUDIT
                   THRU WRITE-OPERATOR-AUDIT-EXIT
               GO TO TRY-ONE-SIGN-ON-EXIT
           END-IF

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           IF TODAY-DATE NOT < PRF-PASSWORD-EXPIRES (PROFILE-HIT-INDEX)
               DISPLAY "OPMENU: PASSWORD EXPIRED - CHOOSE A NEW ONE"
      * The change is the operator's own, and AUDITLOG says so.
               MOVE KEYED-ID TO OPERATOR-ID
               PERFORM CHANGE-PASSWORD THRU CHANGE-PASSWORD-EXIT
               IF NOT PASSWORD-CHANGED
                   MOVE SPACES TO OPERATOR-ID
                   MOVE "REFUSED - PASSWORD EXPIRED"
                       TO AUDIT-EVENT-RESULT
                   PERFORM REWRITE-PROFILES
                   PERFORM WRITE-OPERATOR-AUDIT
                       THRU WRITE-OPERATOR-AUDIT-EXIT
                   GO TO TRY-ONE-SIGN-ON-EXIT
               END-IF
           END-IF

           SET OPERATOR-SIGNED-ON TO TRUE
           MOVE KEYED-ID TO OPERATOR-ID
           MOVE PRF-NAME (PROFILE-HIT-INDEX) TO SIGNED-ON-NAME
           MOVE ROLE-LEVEL TO SIGNED-ON-LEVEL
           EVALUATE SIGNED-ON-LEVEL
               WHEN 1
                   MOVE "VIEWER" TO SIGNED-ON-ROLE-NAME
               WHEN 2
                   MOVE "OPERATOR" TO SIGNED-ON-ROLE-NAME
               WHEN OTHER
                   MOVE "SUPERVISOR" TO SIGNED-ON-ROLE-NAME
           END-EVALUATE
           ACCEPT NOW-TIME FROM TIME
           MOVE SPACES TO PRF-LAST-SIGN-ON (PROFILE-HIT-INDEX)
           STRING TODAY-DATE DELIMITED BY SIZE
               NOW-TIME (1:6) DELIMITED BY SIZE
               INTO PRF-LAST-SIGN-ON (PROFILE-HIT-INDEX)
           PERFORM REWRITE-PROFILES
           MOVE SPACES TO AUDIT-EVENT-RESULT
           STRING "SIGNED ON AS " DELIMITED BY SIZE
               SIGNED-ON-ROLE-NAME DELIMITED BY SPACE
               INTO AUDIT-EVENT-RESULT
           PERFORM WRITE-OPERATOR-AUDIT THRU WRITE-OPERATOR-AUDIT-EXIT
           DISPLAY "OPMENU: SIGNED ON " OPERATOR-ID " "
               SIGNED-ON-NAME " AS " SIGNED-ON-ROLE-NAME.

       TRY-ONE-SIGN-ON-EXIT.
           EXIT.

      ******************************************************************
      * Counts a wrong password against the profile; the last one the
      * limit allows locks it until a supervisor unlocks it in
      * OPRMAINT.
      ******************************************************************
       NOTE-WRONG-PASSWORD.
           ADD 1 TO PRF-FAILED-COUNT (PROFILE-HIT-INDEX)
           IF PRF-FAILED-COUNT (PROFILE-HIT-INDEX)
               NOT < FAILED-PASSWORD-LIMIT
               MOVE "L" TO PRF-STATUS (PROFILE-HIT-INDEX)
               DISPLAY "OPMENU: SIGN-ON REFUSED - PROFILE NOW LOCKED"
               MOVE "LOCKED OUT - TOO MANY WRONG PASSWORDS"
                   TO AUDIT-EVENT-RESULT
           ELSE
               DISPLAY "OPMENU: SIGN-ON REFUSED"
               MOVE "FAILED - WRONG PASSWORD" TO AUDIT-EVENT-RESULT
           END-IF
           PERFORM REWRITE-PROFILES
           PERFORM WRITE-OPERATOR-AUDIT THRU WRITE-OPERATOR-AUDIT-EXIT.

       SET-ROLE-LEVEL.
           EVALUATE PRF-ROLE (PROFILE-HIT-INDEX)
               WHEN "V"
                   MOVE 1 TO ROLE-LEVEL
               WHEN "O"
                   MOVE 2 TO ROLE-LEVEL
               WHEN "S"
                   MOVE 3 TO ROLE-LEVEL
               WHEN OTHER
                   MOVE ZERO TO ROLE-LEVEL
           END-EVALUATE.

      ******************************************************************
      * Takes a new password for the profile at PROFILE-HIT-INDEX -
      * keyed twice, 6 to 16 characters, not the one it replaces -
      * and sets it running for PASSWORD-LIFE-MONTHS months. The
      * caller rewrites OPERPROF.
      ******************************************************************
       CHANGE-PASSWORD.
           MOVE "N" TO PASSWORD-CHANGED-SWITCH
           DISPLAY "NEW PASSWORD (6 TO 16 CHARACTERS): "
               WITH NO ADVANCING
           MOVE SPACES TO NEW-PASSWORD
           ACCEPT NEW-PASSWORD
           DISPLAY "NEW PASSWORD AGAIN: " WITH NO ADVANCING
           MOVE SPACES TO CONFIRM-PASSWORD
           ACCEPT CONFIRM-PASSWORD
           IF NEW-PASSWORD (6:1) = SPACE
               DISPLAY "OPMENU: PASSWORD TOO SHORT - NOT CHANGED"
               GO TO CHANGE-PASSWORD-EXIT
           END-IF
           IF NEW-PASSWORD NOT = CONFIRM-PASSWORD
               DISPLAY "OPMENU: PASSWORDS DO NOT MATCH - NOT CHANGED"
               GO TO CHANGE-PASSWORD-EXIT
           END-IF
           MOVE PRF-ID (PROFILE-HIT-INDEX) TO PWH-OPERATOR-ID
           MOVE NEW-PASSWORD TO PWH-PASSWORD
           CALL 'PWDHASH' USING PASSWORD-HASH-CONTROL
           IF PWH-HASH = PRF-PASSWORD-HASH (PROFILE-HIT-INDEX)
               DISPLAY "OPMENU: SAME AS THE OLD PASSWORD - NOT CHANGED"
               GO TO CHANGE-PASSWORD-EXIT
           END-IF

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE TODAY-DATE TO EXPIRY-DATE
           ADD PASSWORD-LIFE-MONTHS TO EXPIRY-MONTH
           IF EXPIRY-MONTH > 12
               SUBTRACT 12 FROM EXPIRY-MONTH
               ADD 1 TO EXPIRY-YEAR
           END-IF
           IF EXPIRY-DAY > 28
               MOVE 28 TO EXPIRY-DAY
           END-IF
           MOVE PWH-HASH TO PRF-PASSWORD-HASH (PROFILE-HIT-INDEX)
           MOVE EXPIRY-DATE TO PRF-PASSWORD-EXPIRES (PROFILE-HIT-INDEX)
           SET PASSWORD-CHANGED TO TRUE
           DISPLAY "OPMENU: PASSWORD CHANGED - GOOD UNTIL " EXPIRY-DATE

           MOVE SPACES TO AUDIT-EVENT-INPUT
           STRING "PASSWORD " DELIMITED BY SIZE
               PRF-ID (PROFILE-HIT-INDEX) DELIMITED BY SIZE
               INTO AUDIT-EVENT-INPUT
           MOVE SPACES TO AUDIT-EVENT-RESULT
           STRING "PASSWORD CHANGED, EXPIRES " DELIMITED BY SIZE
               EXPIRY-DATE DELIMITED BY SIZE
               INTO AUDIT-EVENT-RESULT
           PERFORM WRITE-OPERATOR-AUDIT THRU WRITE-OPERATOR-AUDIT-EXIT
           MOVE SPACES TO AUDIT-EVENT-INPUT
           STRING "SIGN-ON " DELIMITED BY SIZE
               PRF-ID (PROFILE-HIT-INDEX) DELIMITED BY SIZE
               INTO AUDIT-EVENT-INPUT.

       CHANGE-PASSWORD-EXIT.
           EXIT.

      ******************************************************************
      * Option 14: the signed-on operator's own password change,
      * proven with the current password first.
      ******************************************************************
       CHANGE-MY-PASSWORD.
           PERFORM LOAD-PROFILES THRU LOAD-PROFILES-EXIT
           MOVE OPERATOR-ID TO KEYED-ID
           PERFORM FIND-PROFILE
           IF NOT PROFILE-HIT
               DISPLAY "OPMENU: YOUR PROFILE IS NO LONGER ON OPERPROF"
               GO TO CHANGE-MY-PASSWORD-EXIT
           END-IF
           DISPLAY "CURRENT PASSWORD: " WITH NO ADVANCING
           MOVE SPACES TO KEYED-PASSWORD
           ACCEPT KEYED-PASSWORD
           MOVE OPERATOR-ID TO PWH-OPERATOR-ID
           MOVE KEYED-PASSWORD TO PWH-PASSWORD
           CALL 'PWDHASH' USING PASSWORD-HASH-CONTROL
           IF PWH-HASH NOT = PRF-PASSWORD-HASH (PROFILE-HIT-INDEX)
               DISPLAY "OPMENU: WRONG PASSWORD - NOT CHANGED"
               GO TO CHANGE-MY-PASSWORD-EXIT
           END-IF
           PERFORM CHANGE-PASSWORD THRU CHANGE-PASSWORD-EXIT
           IF PASSWORD-CHANGED
               PERFORM REWRITE-PROFILES
           END-IF.

       CHANGE-MY-PASSWORD-EXIT.
           EXIT.

      ******************************************************************
      * Loads OPERPROF into storage. No file leaves the table empty.
      ******************************************************************
       LOAD-PROFILES.
           MOVE ZERO TO PROFILE-ENTRY-COUNT
           MOVE "N" TO END-OF-PROFILES-SWITCH
           OPEN INPUT OPERATOR-PROFILE-FILE
           IF OPERATOR-PROFILE-STATUS NOT = "00"
               IF OPERATOR-PROFILE-STATUS NOT = "35"
                   DISPLAY "OPMENU: OPERPROF NOT AVAILABLE - STATUS "
                       OPERATOR-PROFILE-STATUS
               END-IF
               GO TO LOAD-PROFILES-EXIT
           END-IF
           PERFORM LOAD-ONE-PROFILE THRU LOAD-ONE-PROFILE-EXIT
               UNTIL END-OF-PROFILES
           CLOSE OPERATOR-PROFILE-FILE.

       LOAD-PROFILES-EXIT.
           EXIT.

       LOAD-ONE-PROFILE.
           READ OPERATOR-PROFILE-FILE
               AT END
                   SET END-OF-PROFILES TO TRUE
                   GO TO LOAD-ONE-PROFILE-EXIT
           END-READ
           IF OPR-ID = SPACES
               GO TO LOAD-ONE-PROFILE-EXIT
           END-IF
           IF PROFILE-ENTRY-COUNT < PROFILE-LIMIT
               ADD 1 TO PROFILE-ENTRY-COUNT
               MOVE OPR-ID TO PRF-ID (PROFILE-ENTRY-COUNT)
               MOVE OPR-NAME TO PRF-NAME (PROFILE-ENTRY-COUNT)
               MOVE OPR-ROLE TO PRF-ROLE (PROFILE-ENTRY-COUNT)
               MOVE OPR-PASSWORD-HASH
                   TO PRF-PASSWORD-HASH (PROFILE-ENTRY-COUNT)
               MOVE OPR-PASSWORD-EXPIRES
                   TO PRF-PASSWORD-EXPIRES (PROFILE-ENTRY-COUNT)
               MOVE OPR-FAILED-COUNT
                   TO PRF-FAILED-COUNT (PROFILE-ENTRY-COUNT)
               MOVE OPR-STATUS TO PRF-STATUS (PROFILE-ENTRY-COUNT)
               MOVE OPR-LAST-SIGN-ON
                   TO PRF-LAST-SIGN-ON (PROFILE-ENTRY-COUNT)
           ELSE
               DISPLAY "OPMENU: PROFILE TABLE FULL - " OPR-ID
                   " AND LATER OPERPROF ENTRIES IGNORED"
               SET END-OF-PROFILES TO TRUE
           END-IF.

       LOAD-ONE-PROFILE-EXIT.
           EXIT.

       FIND-PROFILE.
           MOVE "N" TO PROFILE-HIT-SWITCH
           MOVE ZERO TO PROFILE-HIT-INDEX
           PERFORM CHECK-PROFILE
               VARYING PROFILE-SUB FROM 1 BY 1
               UNTIL PROFILE-SUB > PROFILE-ENTRY-COUNT OR PROFILE-HIT.

       CHECK-PROFILE.
           IF PRF-ID (PROFILE-SUB) = KEYED-ID
               SET PROFILE-HIT TO TRUE
               MOVE PROFILE-SUB TO PROFILE-HIT-INDEX
           END-IF.

      ******************************************************************
      * Writes the table back over OPERPROF in its original order.
      ******************************************************************
       REWRITE-PROFILES.
           OPEN OUTPUT OPERATOR-PROFILE-FILE
           IF OPERATOR-PROFILE-STATUS NOT = "00"
               DISPLAY "OPMENU: OPERPROF NOT WRITABLE - STATUS "
                   OPERATOR-PROFILE-STATUS
           ELSE
               PERFORM WRITE-ONE-PROFILE
                   VARYING PROFILE-SUB FROM 1 BY 1
                   UNTIL PROFILE-SUB > PROFILE-ENTRY-COUNT
               CLOSE OPERATOR-PROFILE-FILE
           END-IF.

       WRITE-ONE-PROFILE.
           MOVE SPACES TO OPERATOR-PROFILE-RECORD
           MOVE PRF-ID (PROFILE-SUB) TO OPR-ID
           MOVE PRF-NAME (PROFILE-SUB) TO OPR-NAME
           MOVE PRF-ROLE (PROFILE-SUB) TO OPR-ROLE
           MOVE PRF-PASSWORD-HASH (PROFILE-SUB) TO OPR-PASSWORD-HASH
           MOVE PRF-PASSWORD-EXPIRES (PROFILE-SUB)
               TO OPR-PASSWORD-EXPIRES
           MOVE PRF-FAILED-COUNT (PROFILE-SUB) TO OPR-FAILED-COUNT
           MOVE PRF-STATUS (PROFILE-SUB) TO OPR-STATUS
           MOVE PRF-LAST-SIGN-ON (PROFILE-SUB) TO OPR-LAST-SIGN-ON
           WRITE OPERATOR-PROFILE-RECORD.

      ******************************************************************
      * Displays the options the operator's role allows, reads the
      * choice, and dispatches to the requested program.
      ******************************************************************
       SHOW-MENU-AND-RUN.
           DISPLAY " "
           DISPLAY "================ EQ_SEG_GRAU SYSTEM MENU ========"
           DISPLAY "SIGNED ON: " OPERATOR-ID " " SIGNED-ON-ROLE-NAME
           PERFORM SHOW-ONE-MENU-OPTION
               VARYING MENU-SUB FROM 1 BY 1
               UNTIL MENU-SUB > MENU-OPTION-LIMIT
           DISPLAY "0. EXIT"
           DISPLAY "=================================================="
           DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
           ACCEPT OPERATOR-CHOICE

      * A choice the role is not offered is refused even if keyed.
           PERFORM CHECK-CHOICE-ALLOWED
           IF NOT CHOICE-ALLOWED
               DISPLAY "OPMENU: CHOICE " OPERATOR-CHOICE
                   " NOT AVAILABLE TO " SIGNED-ON-ROLE-NAME
               GO TO SHOW-MENU-AND-RUN-EXIT
           END-IF

      * Each run-producing option starts from a blank BATCH-RUN-ID:
      * the called program (or RUNBATCH itself) assigns a fresh one,
      * instead of the EXTERNAL item carrying the session's first id
                   MOVE RETURN-CODE TO LAST-RETURN-CODE
                   DISPLAY "COBOLINITTEST RETURN CODE: "
                       LAST-RETURN-CODE
                   PERFORM AUDIT-LAUNCHED-RUN
               WHEN "2"
                   MOVE SPACES TO BATCH-RUN-ID
                   MOVE SPACES TO BUSINESS-DATE
                   CALL 'EQ_SEG_GRAU'
                   MOVE RETURN-CODE TO LAST-RETURN-CODE
                   DISPLAY "EQ_SEG_GRAU RETURN CODE: " LAST-RETURN-CODE
                   PERFORM AUDIT-LAUNCHED-RUN
               WHEN "3"
                   MOVE SPACES TO BATCH-RUN-ID
                   MOVE SPACES TO BUSINESS-DATE
                   CALL 'RUNBATCH'
                   MOVE RETURN-CODE TO LAST-RETURN-CODE
                   DISPLAY "RUNBATCH RETURN CODE: " LAST-RETURN-CODE
                   PERFORM AUDIT-LAUNCHED-RUN
               WHEN "4"
                   CALL 'EQSUMRPT'
               WHEN "5"
               WHEN "7"
                   CALL 'RUNLOGRPT'
               WHEN "8"
                   MOVE SPACES TO BATCH-RUN-ID
                   MOVE SPACES TO BUSINESS-DATE
                   CALL 'AUDVERIF'
               WHEN "9"
                   MOVE SPACES TO BATCH-RUN-ID
                   MOVE SPACES TO BUSINESS-DATE
                   CALL 'EQMTDRPT'
               WHEN "10"
                   CALL 'EMPINQ'
               WHEN "11"
                   CALL 'EQSCORE'
               WHEN "12"
                   MOVE SPACES TO BATCH-RUN-ID
                   MOVE SPACES TO BUSINESS-DATE
                   CALL 'DEPTMAINT'
                   MOVE RETURN-CODE TO LAST-RETURN-CODE
                   DISPLAY "DEPTMAINT RETURN CODE: " LAST-RETURN-CODE
                   PERFORM AUDIT-LAUNCHED-RUN
               WHEN "13"
                   MOVE SPACES TO BATCH-RUN-ID
                   MOVE SPACES TO BUSINESS-DATE
                   CALL 'OPRMAINT'
               WHEN "14"
                   PERFORM CHANGE-MY-PASSWORD
                       THRU CHANGE-MY-PASSWORD-EXIT
               WHEN "15"
                   MOVE SPACES TO BATCH-RUN-ID
                   MOVE SPACES TO BUSINESS-DATE
                   CALL 'EQENTRY'
               WHEN "0"
                   SET OPERATOR-IS-DONE TO TRUE
           END-EVALUATE.

       SHOW-MENU-AND-RUN-EXIT.
           EXIT.

       SHOW-ONE-MENU-OPTION.
           IF MNU-LEVEL (MENU-SUB) NOT > SIGNED-ON-LEVEL
               DISPLAY MNU-TEXT (MENU-SUB)
           END-IF.

       CHECK-CHOICE-ALLOWED.
           MOVE "N" TO CHOICE-ALLOWED-SWITCH
           IF OPERATOR-CHOICE = "0"
               SET CHOICE-ALLOWED TO TRUE
           ELSE
               MOVE "N" TO MENU-HIT-SWITCH
               PERFORM CHECK-ONE-MENU-CHOICE
                   VARYING MENU-SUB FROM 1 BY 1
                   UNTIL MENU-SUB > MENU-OPTION-LIMIT OR MENU-HIT
           END-IF.

       CHECK-ONE-MENU-CHOICE.
           IF MNU-CHOICE (MENU-SUB) = OPERATOR-CHOICE
               SET MENU-HIT TO TRUE
               IF MNU-LEVEL (MENU-SUB) NOT > SIGNED-ON-LEVEL
                   SET CHOICE-ALLOWED TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * Notes on AUDITLOG which run the operator launched from the
      * menu and how it came back; the run's own entries carry the
      * operator through OPERATOR-ID.
      ******************************************************************
       AUDIT-LAUNCHED-RUN.
           MOVE LAST-RETURN-CODE TO AUDIT-RC-TEXT
           MOVE SPACES TO AUDIT-EVENT-INPUT
           STRING "MENU CHOICE " DELIMITED BY SIZE
               OPERATOR-CHOICE DELIMITED BY SPACE
               " RUN " DELIMITED BY SIZE
               BATCH-RUN-ID DELIMITED BY SIZE
               INTO AUDIT-EVENT-INPUT
           MOVE SPACES TO AUDIT-EVENT-RESULT
           STRING "RETURN CODE " DELIMITED BY SIZE
               AUDIT-RC-TEXT DELIMITED BY SIZE
               INTO AUDIT-EVENT-RESULT
           PERFORM WRITE-OPERATOR-AUDIT THRU WRITE-OPERATOR-AUDIT-EXIT.

      ******************************************************************
      * Appends one sealed AUDITLOG entry for a sign-on event or a
      * menu action. The menu itself is not a batch run, so the entry
      * has no run identifier and groups under the wall date.
      ******************************************************************
       WRITE-OPERATOR-AUDIT.
           OPEN EXTEND AUDIT-LOG-FILE
           IF AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           IF AUDIT-LOG-STATUS NOT = "00"
               DISPLAY "OPMENU: AUDITLOG NOT AVAILABLE - STATUS "
                   AUDIT-LOG-STATUS
               GO TO WRITE-OPERATOR-AUDIT-EXIT
           END-IF
           MOVE SPACES TO AUDIT-LOG-RECORD
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-TIME FROM TIME
           MOVE "OPMENU" TO AUDIT-PROGRAM
           MOVE AUDIT-EVENT-INPUT TO AUDIT-INPUT
           MOVE AUDIT-EVENT-RESULT TO AUDIT-RESULT
           MOVE SPACES TO AUDIT-RUN-ID
           MOVE AUDIT-DATE TO AUDIT-BUSINESS-DATE
           MOVE OPERATOR-ID TO AUDIT-OPERATOR-ID
           MOVE "S" TO SEAL-FUNCTION
           CALL 'AUDSEAL' USING SEAL-CONTROL, AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE.

       WRITE-OPERATOR-AUDIT-EXIT.
           EXIT.

      ******************************************************************
      * Shows who held the batch window lock and marks it CLEARED so
      * the next RUNBATCH can start. Only for a lock left RUNNING by
           END-IF.

       REWRITE-LOCK-CLEARED.
           MOVE SPACES TO AUDIT-EVENT-INPUT
           STRING "CLEAR LOCK " DELIMITED BY SIZE
               LOCK-STATE DELIMITED BY SPACE
               " RUN " DELIMITED BY SIZE
               LOCK-RUN-ID DELIMITED BY SIZE
               INTO AUDIT-EVENT-INPUT
           OPEN OUTPUT RUN-LOCK-FILE
           ACCEPT LOCK-DATE-WORK FROM DATE YYYYMMDD
           ACCEPT LOCK-TIME-WORK FROM TIME
               INTO LOCK-TIMESTAMP
           WRITE RUN-LOCK-RECORD
           CLOSE RUN-LOCK-FILE
           DISPLAY "OPMENU: BATCH WINDOW LOCK CLEARED"
           MOVE "BATCH WINDOW LOCK CLEARED" TO AUDIT-EVENT-RESULT
           PERFORM WRITE-OPERATOR-AUDIT THRU WRITE-OPERATOR-AUDIT-EXIT.

       END PROGRAM OPMENU.
