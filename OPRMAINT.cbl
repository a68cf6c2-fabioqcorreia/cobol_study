      ******************************************************************
      * Author: Fábio Correia
      * Date: 2026-10-15
      * Purpose: study - operator profile maintenance, launched from
      *          OPMENU and offered to supervisors only. Keeps the
      *          OPERPROF profiles (layout in OPRREC) that OPMENU signs
      *          operators on against:
      *            A - add an operator with a role and a temporary
      *                password;
      *            R - change an operator's role;
      *            P - reset a forgotten password to a temporary one
      *                (this also unlocks a locked profile);
      *            U - unlock or re-enable a profile;
      *            D - disable a profile;
      *            L - list the profiles.
      *          A temporary password expires the day it is set, so
      *          the operator must choose a new one at the next
      *          sign-on. Every change is written back to OPERPROF and
      *          noted on AUDITLOG with the supervisor who made it.
      *          Actions repeat until the supervisor keys a blank one.
      * Tectonics: cobc
      ******************************************************************
      * A supervisor cannot change their own role or disable their own
      * profile here, so the last supervisor cannot lock everyone out
      * of profile maintenance by mistake.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-PROFILE-FILE ASSIGN TO "OPERPROF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-PROFILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-PROFILE-FILE.
           COPY OPRREC.

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
           COPY RUNID.
           COPY AUDSEALC.
           COPY PWDHASHC.
       01 OPERATOR-PROFILE-STATUS PIC X(02).
       01 AUDIT-LOG-STATUS PIC X(02).
       01 END-OF-PROFILES-SWITCH PIC X(01) VALUE "N".
          88 END-OF-PROFILES VALUE "Y".
       01 DONE-SWITCH PIC X(01) VALUE "N".
          88 SUPERVISOR-IS-DONE VALUE "Y".
       01 PROFILE-CHANGED-SWITCH PIC X(01) VALUE "N".
          88 PROFILE-CHANGED VALUE "Y".
       01 RUN-DATE-WORK PIC X(08).
       01 RUN-TIME-WORK PIC X(08).
       01 TODAY-DATE PIC X(08).

       01 MAINT-ACTION PIC X(01).
       01 KEYED-ID PIC X(08).
       01 KEYED-NAME PIC X(30).
       01 KEYED-ROLE PIC X(01).
       01 KEYED-PASSWORD PIC X(16).
       01 CHANGE-COUNT PIC 9(05) VALUE ZERO.

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

       01 AUDIT-EVENT-INPUT PIC X(48).
       01 AUDIT-EVENT-RESULT PIC X(40).

       01 LIST-LINE.
          05 LST-ID PIC X(08).
          05 FILLER PIC X(01) VALUE SPACE.
          05 LST-NAME PIC X(30).
          05 FILLER PIC X(01) VALUE SPACE.
          05 LST-ROLE PIC X(04).
          05 FILLER PIC X(01) VALUE SPACE.
          05 LST-STATUS PIC X(06).
          05 FILLER PIC X(01) VALUE SPACE.
          05 LST-EXPIRES PIC X(08).
          05 FILLER PIC X(02) VALUE SPACES.
          05 LST-LAST-SIGN-ON PIC X(14).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
      * A CALLed subprogram keeps last-used state between calls;
      * reset what each session depends on.
           MOVE "N" TO DONE-SWITCH
           MOVE ZERO TO CHANGE-COUNT
           IF BATCH-RUN-ID = SPACES OR BATCH-RUN-ID = LOW-VALUES
               PERFORM ASSIGN-RUN-ID
           END-IF
           IF BUSINESS-DATE = SPACES OR BUSINESS-DATE = LOW-VALUES
               ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF
           IF OPERATOR-ID = LOW-VALUES
               MOVE SPACES TO OPERATOR-ID
           END-IF

      * Only a supervisor signed on through OPMENU gets in, checked
      * against the profile as it stands now.
           PERFORM LOAD-PROFILES THRU LOAD-PROFILES-EXIT
           MOVE OPERATOR-ID TO KEYED-ID
           PERFORM FIND-PROFILE
           IF OPERATOR-ID = SPACES OR NOT PROFILE-HIT
               DISPLAY "OPRMAINT: NO SIGNED-ON OPERATOR - REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF PRF-ROLE (PROFILE-HIT-INDEX) NOT = "S"
               OR PRF-STATUS (PROFILE-HIT-INDEX) NOT = "A"
               DISPLAY "OPRMAINT: " OPERATOR-ID
                   " IS NOT AN ACTIVE SUPERVISOR - REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM MAINTAIN-ONE-PROFILE THRU MAINTAIN-ONE-PROFILE-EXIT
               UNTIL SUPERVISOR-IS-DONE

           DISPLAY "OPRMAINT: " CHANGE-COUNT " PROFILE CHANGE(S) MADE"
           GOBACK.

      ******************************************************************
      * One maintenance action. The profiles are reloaded first so a
      * sign-on in another session since the last action is not
      * overwritten.
      ******************************************************************
       MAINTAIN-ONE-PROFILE.
           DISPLAY " "
           DISPLAY "============ OPERATOR PROFILE MAINTENANCE ========"
           DISPLAY "A. ADD OPERATOR        R. CHANGE ROLE"
           DISPLAY "P. RESET PASSWORD      U. UNLOCK / RE-ENABLE"
           DISPLAY "D. DISABLE OPERATOR    L. LIST OPERATORS"
           DISPLAY "ACTION, BLANK TO LEAVE: " WITH NO ADVANCING
           MOVE SPACES TO MAINT-ACTION
           ACCEPT MAINT-ACTION
           INSPECT MAINT-ACTION CONVERTING "adprul" TO "ADPRUL"
           IF MAINT-ACTION = SPACE
               SET SUPERVISOR-IS-DONE TO TRUE
               GO TO MAINTAIN-ONE-PROFILE-EXIT
           END-IF

           PERFORM LOAD-PROFILES THRU LOAD-PROFILES-EXIT
           IF MAINT-ACTION = "L"
               PERFORM LIST-PROFILES
               GO TO MAINTAIN-ONE-PROFILE-EXIT
           END-IF
           IF MAINT-ACTION NOT = "A" AND NOT = "R" AND NOT = "P"
               AND NOT = "U" AND NOT = "D"
               DISPLAY "OPRMAINT: UNKNOWN ACTION " MAINT-ACTION
               GO TO MAINTAIN-ONE-PROFILE-EXIT
           END-IF

           DISPLAY "OPERATOR ID: " WITH NO ADVANCING
           MOVE SPACES TO KEYED-ID
           ACCEPT KEYED-ID
           INSPECT KEYED-ID CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF KEYED-ID = SPACES
               DISPLAY "OPRMAINT: NO OPERATOR ID - NOTHING DONE"
               GO TO MAINTAIN-ONE-PROFILE-EXIT
           END-IF
           PERFORM FIND-PROFILE

           MOVE "N" TO PROFILE-CHANGED-SWITCH
           MOVE SPACES TO AUDIT-EVENT-INPUT
           STRING MAINT-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KEYED-ID DELIMITED BY SIZE
               INTO AUDIT-EVENT-INPUT
           MOVE SPACES TO AUDIT-EVENT-RESULT
           EVALUATE MAINT-ACTION
               WHEN "A"
                   PERFORM ADD-PROFILE THRU ADD-PROFILE-EXIT
               WHEN "R"
                   PERFORM CHANGE-ROLE THRU CHANGE-ROLE-EXIT
               WHEN "P"
                   PERFORM RESET-PASSWORD THRU RESET-PASSWORD-EXIT
               WHEN "U"
                   PERFORM UNLOCK-PROFILE THRU UNLOCK-PROFILE-EXIT
               WHEN "D"
                   PERFORM DISABLE-PROFILE THRU DISABLE-PROFILE-EXIT
           END-EVALUATE

           IF PROFILE-CHANGED
               PERFORM REWRITE-PROFILES
               ADD 1 TO CHANGE-COUNT
           END-IF
           IF AUDIT-EVENT-RESULT NOT = SPACES
               DISPLAY "OPRMAINT: " KEYED-ID " " AUDIT-EVENT-RESULT
               PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT
           END-IF.

       MAINTAIN-ONE-PROFILE-EXIT.
           EXIT.

       ADD-PROFILE.
           IF PROFILE-HIT
               MOVE "REJECTED - OPERATOR ALREADY ON FILE"
                   TO AUDIT-EVENT-RESULT
               GO TO ADD-PROFILE-EXIT
           END-IF
           IF PROFILE-ENTRY-COUNT NOT < PROFILE-LIMIT
               MOVE "REJECTED - PROFILE TABLE FULL"
                   TO AUDIT-EVENT-RESULT
               GO TO ADD-PROFILE-EXIT
           END-IF
           DISPLAY "OPERATOR NAME: " WITH NO ADVANCING
           MOVE SPACES TO KEYED-NAME
           ACCEPT KEYED-NAME
           IF KEYED-NAME = SPACES
               MOVE "REJECTED - NO NAME" TO AUDIT-EVENT-RESULT
               GO TO ADD-PROFILE-EXIT
           END-IF
           PERFORM ACCEPT-ROLE
           IF KEYED-ROLE NOT = "V" AND NOT = "O" AND NOT = "S"
               MOVE "REJECTED - ROLE NOT V, O OR S"
                   TO AUDIT-EVENT-RESULT
               GO TO ADD-PROFILE-EXIT
           END-IF
           PERFORM ACCEPT-TEMPORARY-PASSWORD
           IF KEYED-PASSWORD (6:1) = SPACE
               MOVE "REJECTED - PASSWORD UNDER 6 CHARACTERS"
                   TO AUDIT-EVENT-RESULT
               GO TO ADD-PROFILE-EXIT
           END-IF

           ADD 1 TO PROFILE-ENTRY-COUNT
           MOVE PROFILE-ENTRY-COUNT TO PROFILE-HIT-INDEX
           MOVE KEYED-ID TO PRF-ID (PROFILE-HIT-INDEX)
           MOVE KEYED-NAME TO PRF-NAME (PROFILE-HIT-INDEX)
           MOVE KEYED-ROLE TO PRF-ROLE (PROFILE-HIT-INDEX)
           MOVE SPACES TO PRF-LAST-SIGN-ON (PROFILE-HIT-INDEX)
           MOVE "A" TO PRF-STATUS (PROFILE-HIT-INDEX)
           PERFORM SET-TEMPORARY-PASSWORD
           SET PROFILE-CHANGED TO TRUE
           STRING "ADDED AS ROLE " DELIMITED BY SIZE
               KEYED-ROLE DELIMITED BY SIZE
               INTO AUDIT-EVENT-RESULT.

       ADD-PROFILE-EXIT.
           EXIT.

       CHANGE-ROLE.
           IF NOT PROFILE-HIT
               MOVE "REJECTED - NO SUCH OPERATOR" TO AUDIT-EVENT-RESULT
               GO TO CHANGE-ROLE-EXIT
           END-IF
           IF KEYED-ID = OPERATOR-ID
               MOVE "REJECTED - CANNOT CHANGE OWN ROLE"
                   TO AUDIT-EVENT-RESULT
               GO TO CHANGE-ROLE-EXIT
           END-IF
           PERFORM ACCEPT-ROLE
           IF KEYED-ROLE NOT = "V" AND NOT = "O" AND NOT = "S"
               MOVE "REJECTED - ROLE NOT V, O OR S"
                   TO AUDIT-EVENT-RESULT
               GO TO CHANGE-ROLE-EXIT
           END-IF
           STRING "ROLE " DELIMITED BY SIZE
               PRF-ROLE (PROFILE-HIT-INDEX) DELIMITED BY SIZE
               " CHANGED TO " DELIMITED BY SIZE
               KEYED-ROLE DELIMITED BY SIZE
               INTO AUDIT-EVENT-RESULT
           MOVE KEYED-ROLE TO PRF-ROLE (PROFILE-HIT-INDEX)
           SET PROFILE-CHANGED TO TRUE.

       CHANGE-ROLE-EXIT.
           EXIT.

       RESET-PASSWORD.
           IF NOT PROFILE-HIT
               MOVE "REJECTED - NO SUCH OPERATOR" TO AUDIT-EVENT-RESULT
               GO TO RESET-PASSWORD-EXIT
           END-IF
           PERFORM ACCEPT-TEMPORARY-PASSWORD
           IF KEYED-PASSWORD (6:1) = SPACE
               MOVE "REJECTED - PASSWORD UNDER 6 CHARACTERS"
                   TO AUDIT-EVENT-RESULT
               GO TO RESET-PASSWORD-EXIT
           END-IF
           PERFORM SET-TEMPORARY-PASSWORD
           IF PRF-STATUS (PROFILE-HIT-INDEX) = "L"
               MOVE "A" TO PRF-STATUS (PROFILE-HIT-INDEX)
               MOVE "PASSWORD RESET, PROFILE UNLOCKED"
                   TO AUDIT-EVENT-RESULT
           ELSE
               MOVE "PASSWORD RESET" TO AUDIT-EVENT-RESULT
           END-IF
           SET PROFILE-CHANGED TO TRUE.

       RESET-PASSWORD-EXIT.
           EXIT.

       UNLOCK-PROFILE.
           IF NOT PROFILE-HIT
               MOVE "REJECTED - NO SUCH OPERATOR" TO AUDIT-EVENT-RESULT
               GO TO UNLOCK-PROFILE-EXIT
           END-IF
           IF PRF-STATUS (PROFILE-HIT-INDEX) = "A"
               MOVE "REJECTED - PROFILE ALREADY ACTIVE"
                   TO AUDIT-EVENT-RESULT
               GO TO UNLOCK-PROFILE-EXIT
           END-IF
           IF PRF-STATUS (PROFILE-HIT-INDEX) = "L"
               MOVE "UNLOCKED" TO AUDIT-EVENT-RESULT
           ELSE
               MOVE "RE-ENABLED" TO AUDIT-EVENT-RESULT
           END-IF
           MOVE "A" TO PRF-STATUS (PROFILE-HIT-INDEX)
           MOVE ZERO TO PRF-FAILED-COUNT (PROFILE-HIT-INDEX)
           SET PROFILE-CHANGED TO TRUE.

       UNLOCK-PROFILE-EXIT.
           EXIT.

       DISABLE-PROFILE.
           IF NOT PROFILE-HIT
               MOVE "REJECTED - NO SUCH OPERATOR" TO AUDIT-EVENT-RESULT
               GO TO DISABLE-PROFILE-EXIT
           END-IF
           IF KEYED-ID = OPERATOR-ID
               MOVE "REJECTED - CANNOT DISABLE OWN PROFILE"
                   TO AUDIT-EVENT-RESULT
               GO TO DISABLE-PROFILE-EXIT
           END-IF
           IF PRF-STATUS (PROFILE-HIT-INDEX) = "D"
               MOVE "REJECTED - PROFILE ALREADY DISABLED"
                   TO AUDIT-EVENT-RESULT
               GO TO DISABLE-PROFILE-EXIT
           END-IF
           MOVE "D" TO PRF-STATUS (PROFILE-HIT-INDEX)
           MOVE "DISABLED" TO AUDIT-EVENT-RESULT
           SET PROFILE-CHANGED TO TRUE.

       DISABLE-PROFILE-EXIT.
           EXIT.

       ACCEPT-ROLE.
           DISPLAY "ROLE (V VIEWER, O OPERATOR, S SUPERVISOR): "
               WITH NO ADVANCING
           MOVE SPACES TO KEYED-ROLE
           ACCEPT KEYED-ROLE
           INSPECT KEYED-ROLE CONVERTING "vos" TO "VOS".

       ACCEPT-TEMPORARY-PASSWORD.
           DISPLAY "TEMPORARY PASSWORD (6 TO 16 CHARACTERS): "
               WITH NO ADVANCING
           MOVE SPACES TO KEYED-PASSWORD
           ACCEPT KEYED-PASSWORD.

      * Expiring today forces the operator to choose their own
      * password at the next sign-on.
       SET-TEMPORARY-PASSWORD.
           MOVE KEYED-ID TO PWH-OPERATOR-ID
           MOVE KEYED-PASSWORD TO PWH-PASSWORD
           CALL 'PWDHASH' USING PASSWORD-HASH-CONTROL
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE PWH-HASH TO PRF-PASSWORD-HASH (PROFILE-HIT-INDEX)
           MOVE TODAY-DATE TO PRF-PASSWORD-EXPIRES (PROFILE-HIT-INDEX)
           MOVE ZERO TO PRF-FAILED-COUNT (PROFILE-HIT-INDEX).

       LIST-PROFILES.
           DISPLAY "ID       NAME                           ROLE "
               "STATUS EXPIRES   LAST SIGN-ON"
           PERFORM LIST-ONE-PROFILE
               VARYING PROFILE-SUB FROM 1 BY 1
               UNTIL PROFILE-SUB > PROFILE-ENTRY-COUNT
           DISPLAY "OPRMAINT: " PROFILE-ENTRY-COUNT " PROFILE(S)".

       LIST-ONE-PROFILE.
           MOVE PRF-ID (PROFILE-SUB) TO LST-ID
           MOVE PRF-NAME (PROFILE-SUB) TO LST-NAME
           MOVE PRF-ROLE (PROFILE-SUB) TO LST-ROLE
           EVALUATE PRF-STATUS (PROFILE-SUB)
               WHEN "A"
                   MOVE "ACTIVE" TO LST-STATUS
               WHEN "L"
                   MOVE "LOCKED" TO LST-STATUS
               WHEN "D"
                   MOVE "OFF" TO LST-STATUS
               WHEN OTHER
                   MOVE PRF-STATUS (PROFILE-SUB) TO LST-STATUS
           END-EVALUATE
           MOVE PRF-PASSWORD-EXPIRES (PROFILE-SUB) TO LST-EXPIRES
           MOVE PRF-LAST-SIGN-ON (PROFILE-SUB) TO LST-LAST-SIGN-ON
           DISPLAY LIST-LINE.

      ******************************************************************
      * Loads OPERPROF into storage. No file leaves the table empty.
      ******************************************************************
       LOAD-PROFILES.
           MOVE ZERO TO PROFILE-ENTRY-COUNT
           MOVE "N" TO END-OF-PROFILES-SWITCH
           OPEN INPUT OPERATOR-PROFILE-FILE
           IF OPERATOR-PROFILE-STATUS NOT = "00"
               IF OPERATOR-PROFILE-STATUS NOT = "35"
                   DISPLAY "OPRMAINT: OPERPROF NOT AVAILABLE - STATUS "
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
               DISPLAY "OPRMAINT: PROFILE TABLE FULL - " OPR-ID
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

       REWRITE-PROFILES.
           OPEN OUTPUT OPERATOR-PROFILE-FILE
           IF OPERATOR-PROFILE-STATUS NOT = "00"
               DISPLAY "OPRMAINT: OPERPROF NOT WRITABLE - STATUS "
                   OPERATOR-PROFILE-STATUS
               MOVE 1 TO RETURN-CODE
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

       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-LOG-FILE
           IF AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           IF AUDIT-LOG-STATUS NOT = "00"
               DISPLAY "OPRMAINT: AUDITLOG NOT AVAILABLE - STATUS "
                   AUDIT-LOG-STATUS
               GO TO WRITE-AUDIT-RECORD-EXIT
           END-IF
           MOVE SPACES TO AUDIT-LOG-RECORD
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-TIME FROM TIME
           MOVE "OPRMAINT" TO AUDIT-PROGRAM
           MOVE AUDIT-EVENT-INPUT TO AUDIT-INPUT
           MOVE AUDIT-EVENT-RESULT TO AUDIT-RESULT
           MOVE BATCH-RUN-ID TO AUDIT-RUN-ID
           MOVE BUSINESS-DATE TO AUDIT-BUSINESS-DATE
           MOVE OPERATOR-ID TO AUDIT-OPERATOR-ID
           MOVE "S" TO SEAL-FUNCTION
           CALL 'AUDSEAL' USING SEAL-CONTROL, AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE.

       WRITE-AUDIT-RECORD-EXIT.
           EXIT.

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

       END PROGRAM OPRMAINT.
