      ******************************************************************
      * Author: Fábio Correia
      * Date: 2026-10-15
      * Purpose: study - the one place an operator password is turned
      *          into the value OPERPROF keeps, so no password is ever
      *          written down anywhere. The operator id is folded in
      *          ahead of the password, so two operators choosing the
      *          same password still get different values on file.
      * Tectonics: cobc
      ******************************************************************
      * The fold is the one AUDSEAL chains AUDITLOG with: HASH =
      * (HASH * 31 + ordinal of byte) modulo 999999937, here seeded
      * with 7 and run over the 8 bytes of the operator id and then
      * the 16 bytes of the password.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PWDHASH.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 HASH-INPUT.
          05 HASH-INPUT-ID PIC X(08).
          05 HASH-INPUT-PASSWORD PIC X(16).
       01 HASH-VALUE PIC 9(09) USAGE COMP-3.
       01 HASH-WORK PIC 9(12) USAGE COMP-3.
       01 HASH-DIV PIC 9(03) USAGE COMP-3.
       01 HASH-SUB PIC 9(02).
       01 HASH-LIMIT PIC 9(02) VALUE 24.

       LINKAGE SECTION.
           COPY PWDHASHC.

       PROCEDURE DIVISION USING PASSWORD-HASH-CONTROL.
       MAIN-PROCEDURE.
           MOVE PWH-OPERATOR-ID TO HASH-INPUT-ID
           MOVE PWH-PASSWORD TO HASH-INPUT-PASSWORD
           MOVE 7 TO HASH-VALUE
           PERFORM FOLD-ONE-BYTE
               VARYING HASH-SUB FROM 1 BY 1
               UNTIL HASH-SUB > HASH-LIMIT
           MOVE HASH-VALUE TO PWH-HASH
           GOBACK.

       FOLD-ONE-BYTE.
           COMPUTE HASH-WORK = HASH-VALUE * 31
               + FUNCTION ORD (HASH-INPUT (HASH-SUB:1))
           COMPUTE HASH-DIV = HASH-WORK / 999999937
           COMPUTE HASH-VALUE
               = HASH-WORK - HASH-DIV * 999999937.

       END PROGRAM PWDHASH.
