      *========================= CHGGATEL.cpy ==========================*
      * Authors: Brian D Pead
      *
      * Description: Linkage parameter for subroutine CHGGATE, the
      *              change-control gate and repair log the data-
      *              repair utilities (ZAPFILE, FIXSWEEP, FLAGFIX and
      *              HEXLOAD RELOAD) run under.  CHECK refuses a run
      *              whose change ticket is not approved in the
      *              CHGREG registry CHGMAINT maintains for the
      *              dataset on the date; INPUT and OUTPUT feed each
      *              record read and written into two running CRC32
      *              fingerprints; LOG closes both fingerprints and
      *              appends one record to the central REPAIRLG
      *              repair log that REPAIRPT reports to the
      *              auditors.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-25  1.0      First release
      *================================================================*

      *01  CHGGATE-PARAMETER.

      **** Input fields:
      ****     CG-FUNCTION:
      ****         CHECK   Is CG-TICKET approved for CG-DATASET on
      ****                 CG-CHECK-DATE?  UTIL-RC-OK when it is;
      ****                 UTIL-RC-BAD-DATA with the reason in
      ****                 UTIL-MESSAGE when it is not.  Also resets
      ****                 both CRC32 fingerprints for the run.
      ****         INPUT   Add the record at CG-RECORD-PTR for
      ****                 CG-RECORD-LEN bytes to the input
      ****                 fingerprint.
      ****         OUTPUT  The same, for the output fingerprint.
      ****         LOG     Close both fingerprints into CG-INPUT-CRC
      ****                 and CG-OUTPUT-CRC and append the REPAIRLG
      ****                 record.
      ****     CG-TICKET:
      ****         The change ticket from the caller's TICKET card.
      ****     CG-PROGRAM:
      ****         The repair program's name.
      ****     CG-DATASET:
      ****         The dataset being repaired -- the one the ticket
      ****         must name.
      ****     CG-OUTPUT-DATASET:
      ****         The dataset the repaired copy was written to, for
      ****         the log (LOG only).
      ****     CG-CHECK-DATE:
      ****         The date the ticket must be valid on, as
      ****         YYYY-MM-DD.  Spaces mean today's run date -- a
      ****         change window is wall-clock time, not the
      ****         business cycle.
      ****     CG-RECORD-PTR, CG-RECORD-LEN:
      ****         The record to fingerprint (INPUT and OUTPUT only).
      ****     CG-RECORDS-CHANGED:
      ****         The number of records the run changed (LOG only).
      ****     CG-COMPLETION-CODE:
      ****         The repair program's RETURN-CODE (LOG only).

      **** Output fields:
      ****     CG-APPROVER, CG-VALID-FROM, CG-VALID-TO:
      ****         The matching CHGREG entry (CHECK only).
      ****     CG-INPUT-CRC, CG-OUTPUT-CRC:
      ****         The input and output CRC32 fingerprints as 8
      ****         lowercase hex digits (LOG only).
      ****     CG-INPUT-COUNT, CG-OUTPUT-COUNT:
      ****         The records fingerprinted on each side.

           05  CG-FUNCTION         PIC X(08).
               88  CG-FUNCTION-CHECK               VALUE 'CHECK'.
               88  CG-FUNCTION-INPUT               VALUE 'INPUT'.
               88  CG-FUNCTION-OUTPUT              VALUE 'OUTPUT'.
               88  CG-FUNCTION-LOG                 VALUE 'LOG'.

           05  CG-TICKET           PIC X(12).

           05  CG-PROGRAM          PIC X(08).

           05  CG-DATASET          PIC X(44).

           05  CG-OUTPUT-DATASET   PIC X(44).

           05  CG-CHECK-DATE       PIC X(10)  VALUE SPACES.

           05  CG-RECORD-PTR                  POINTER.

           05  CG-RECORD-LEN       PIC 9(09)  COMP.

           05  CG-RECORDS-CHANGED  PIC 9(09)  COMP.

           05  CG-COMPLETION-CODE  PIC 9(04).

           05  CG-APPROVER         PIC X(08).

           05  CG-VALID-FROM       PIC X(10).

           05  CG-VALID-TO         PIC X(10).

           05  CG-INPUT-CRC        PIC X(08).

           05  CG-OUTPUT-CRC       PIC X(08).

           05  CG-INPUT-COUNT      PIC 9(09)  COMP.

           05  CG-OUTPUT-COUNT     PIC 9(09)  COMP.

           COPY UTILSTAT.
