      ******************************************************************
      * Author: Fábio Correia
      * Date: 2026-10-15
      * Purpose: study - reject return record layout. EQREJRTN writes
      *          one return file per supplier system-id (EQRTN +
      *          system-id) from the night's EQSUSP rejects, under an
      *          EQCTLREC header (the supplier's system-id and the
      *          count of rejects) and a counted trailer. Columns 1-63
      *          are exactly the EQCORR correction layout EQRECYCLE
      *          reads - run identifier, record number, the 40-byte
      *          A/B/C/department image - so the supplier fixes the
      *          image in place and sends the whole file back as
      *          EQFIX + system-id, header and trailer included. The
      *          reason code and text after column 63 are for the
      *          supplier to read and are ignored on the way back.
      * Tectonics: cobc (COPY EQRTNREC)
      ******************************************************************
       01  REJECT-RETURN-RECORD.
           05  RTN-RUN-ID            PIC X(14).
           05  FILLER                PIC X(01).
           05  RTN-RECORD-NUMBER     PIC 9(07).
           05  FILLER                PIC X(01).
           05  RTN-RECORD-IMAGE      PIC X(40).
           05  FILLER                PIC X(01).
           05  RTN-REASON-CODE       PIC X(03).
           05  FILLER                PIC X(01).
           05  RTN-REASON-TEXT       PIC X(24).
