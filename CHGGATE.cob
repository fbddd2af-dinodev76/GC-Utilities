      *=========================== CHGGATE =============================*
      * Authors: Brian D Pead
      *
      * Description: Subroutine that puts the data-repair utilities
      *              under change control.  CHECK looks the caller's
      *              change ticket up in the CHGREG registry CHGMAINT
      *              maintains: the ticket must name the dataset --
      *              exactly, or through a generic name ending in *
      *              -- and the check date must fall inside the
      *              ticket's valid-from/to window, or the run is
      *              refused.  A refusal is also appended to the
      *              UTILERRL central error log through ERRLOG, so
      *              an attempted unapproved repair leaves evidence
      *              even when the job is thrown away.
      *
      *              While the repair runs, INPUT and OUTPUT feed
      *              every record read and written into two running
      *              CRC32 fingerprints (no CRCCTL record is written
      *              for either), and LOG closes them and appends one
      *              record to the REPAIRLG central repair log --
      *              ticket, program, dataset, records changed, input
      *              and output CRC32 -- opened and closed per call
      *              the way STATWRT treats GCUSTAT.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-25  1.0      First release
      *================================================================*

       PROCESS TRUNC(BIN)

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 CHGGATE.

       ENVIRONMENT DIVISION.
      *=====================

       CONFIGURATION SECTION.
      *----------------------

       SOURCE-COMPUTER.
           IBM-Z15.
      *    IBM-Z15 DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
      *---------------------

       FILE-CONTROL.

           SELECT CHGREG-FILE
               ASSIGN TO           'CHGREG'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-CHG-FILE-STATUS.

           SELECT REPAIR-LOG-FILE
               ASSIGN TO           'REPAIRLG'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-RPL-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  CHGREG-FILE.

       01  CHGREG-RECORD.
           05  CHG-REC-TICKET          PIC X(12).
           05  CHG-REC-SEP-1           PIC X(01).
           05  CHG-REC-DATASET         PIC X(44).
           05  CHG-REC-SEP-2           PIC X(01).
           05  CHG-REC-VALID-FROM      PIC X(10).
           05  CHG-REC-SEP-3           PIC X(01).
           05  CHG-REC-VALID-TO        PIC X(10).
           05  CHG-REC-SEP-4           PIC X(01).
           05  CHG-REC-APPROVER        PIC X(08).

       FD  REPAIR-LOG-FILE.

       01  REPAIR-LOG-RECORD.
           05  RPL-REC-TIMESTAMP       PIC X(19).
           05  RPL-REC-SEP-1           PIC X(01).
           05  RPL-REC-TICKET          PIC X(12).
           05  RPL-REC-SEP-2           PIC X(01).
           05  RPL-REC-PROGRAM         PIC X(08).
           05  RPL-REC-SEP-3           PIC X(01).
           05  RPL-REC-DATASET         PIC X(44).
           05  RPL-REC-SEP-4           PIC X(01).
           05  RPL-REC-OUTPUT          PIC X(44).
           05  RPL-REC-SEP-5           PIC X(01).
           05  RPL-REC-CHANGED         PIC 9(09).
           05  RPL-REC-SEP-6           PIC X(01).
           05  RPL-REC-INPUT-CRC       PIC X(08).
           05  RPL-REC-SEP-7           PIC X(01).
           05  RPL-REC-OUTPUT-CRC      PIC X(08).
           05  RPL-REC-SEP-8           PIC X(01).
           05  RPL-REC-RC              PIC 9(04).
           05  RPL-REC-SEP-9           PIC X(01).
           05  RPL-REC-BUS-DATE        PIC X(10).
           05  RPL-REC-SEP-10          PIC X(01).
           05  RPL-REC-APPROVER        PIC X(08).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  FILLER                  PIC X(01)       VALUE 'Y'.
           88  W-FIRST-CALL                        VALUE 'Y'.
           88  W-NOT-FIRST-CALL                    VALUE 'N'.

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                   PIC X(04).
           05  W-COMPILED-DATE-MM  PIC X(02).
           05  W-COMPILED-DATE-DD  PIC X(02).
           05  W-COMPILED-TIME-HH  PIC X(02).
           05  W-COMPILED-TIME-MM  PIC X(02).
           05  W-COMPILED-TIME-SS  PIC X(02).
           05  FILLER              PIC X(07).

       01  W-CURRENT-DATE.
           05  W-CURRENT-DATE-YYYY PIC X(04).
           05  W-CURRENT-DATE-MM   PIC X(02).
           05  W-CURRENT-DATE-DD   PIC X(02).
           05  W-CURRENT-TIME-HH   PIC X(02).
           05  W-CURRENT-TIME-MM   PIC X(02).
           05  W-CURRENT-TIME-SS   PIC X(02).
           05  FILLER              PIC X(07).

       01  W-CHG-FILE-STATUS       PIC X(02).
       01  W-RPL-FILE-STATUS       PIC X(02).

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-CHG-EOF                           VALUE 'Y'.
           88  W-CHG-NOT-EOF                       VALUE 'N'.

      **** HOW FAR THE BEST REGISTRY ENTRY GOT, SO A REFUSAL CAN SAY
      **** WHY: THE TICKET IS UNKNOWN, OR DOES NOT NAME THE DATASET,
      **** OR NAMES IT BUT NOT FOR THIS DATE.

       01  W-MATCH-LEVEL           PIC 9(01)       VALUE 0.
           88  W-MATCH-NONE                        VALUE 0.
           88  W-MATCH-TICKET                      VALUE 1.
           88  W-MATCH-DATASET                     VALUE 2.
           88  W-MATCH-APPROVED                    VALUE 3.

       01  W-CHECK-DATE            PIC X(10).
       01  W-PREFIX-LEN            PIC 9(04)  COMP.

      **** THE TICKET THE RUN WAS APPROVED UNDER, HELD FOR THE LOG.

       01  W-APPROVER              PIC X(08)       VALUE SPACES.

      **** THE TWO RUNNING FINGERPRINTS.  THE AUDIT NAMES ARE LEFT AT
      **** LOW-VALUES SO NEITHER STREAM WRITES A CRCCTL RECORD -- THE
      **** RECORD THAT MATTERS HERE IS THE REPAIRLG LINE.

       01  W-INPUT-COUNT           PIC 9(09)  COMP VALUE 0.
       01  W-OUTPUT-COUNT          PIC 9(09)  COMP VALUE 0.

       01  W-CRC32-PROG            PIC X(08)       VALUE 'CRC32'.
       01  W-CRCHEX-PROG           PIC X(08)       VALUE 'CRCHEX'.
       01  W-ERRLOG-PROG           PIC X(08)       VALUE 'ERRLOG'.
       01  W-PROCDT-PROG           PIC X(08)       VALUE 'PROCDT'.

      **** LOG APPENDS ARE SERIALIZED BY BOUNDED RETRY: A BUSY
      **** EXTEND OPEN IS RETRIED AFTER A SHORT SPIN, AND AN OUTPUT
      **** OPEN -- WHICH WOULD TRUNCATE THE REPAIR HISTORY -- IS
      **** TAKEN ONLY WHEN THE DATASET DOES NOT EXIST YET (STATUS
      **** 35), SO PARALLEL REPAIR JOBS CANNOT WIPE EACH OTHER'S
      **** RECORDS.

       01  W-OPEN-TRY              PIC 9(04)  COMP.
       01  W-OPEN-TRY-MAX          PIC 9(04)  COMP VALUE 100.
       01  W-SPIN-DX               PIC 9(09)  COMP.
       01  W-SPIN-SINK             PIC 9(09)  COMP.

       01  W-CRC32-INPUT-PARM.     COPY CRC32L.

       01  W-CRC32-OUTPUT-PARM.    COPY CRC32L.

       01  W-CRCHEX-PARAMETER.     COPY CRCHEXL.

       01  W-PROCDT-PARAMETER.     COPY PROCDTL.

       01  W-ERRLOG-PARAMETER.     COPY ERRLOGL.
      /
       LINKAGE SECTION.
      *----------------

       01  L-PARAMETER.            COPY CHGGATEL.
      /
       PROCEDURE DIVISION USING L-PARAMETER.
      *==================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           SET  UTIL-RC-OK OF L-PARAMETER
                                   TO TRUE
           MOVE SPACES             TO UTIL-MESSAGE OF L-PARAMETER
           MOVE FUNCTION WHEN-COMPILED
                                   TO UTIL-COMPILE-STAMP
                                          OF L-PARAMETER

           EVALUATE TRUE
               WHEN CG-FUNCTION-CHECK
                   PERFORM SUB-2000-CHECK-TICKET THRU SUB-2000-EXIT

               WHEN CG-FUNCTION-INPUT
                   PERFORM SUB-3000-ADD-INPUT THRU SUB-3000-EXIT

               WHEN CG-FUNCTION-OUTPUT
                   PERFORM SUB-3100-ADD-OUTPUT THRU SUB-3100-EXIT

               WHEN CG-FUNCTION-LOG
                   PERFORM SUB-4000-WRITE-LOG THRU SUB-4000-EXIT

               WHEN OTHER
                   SET  UTIL-RC-BAD-DATA OF L-PARAMETER
                                   TO TRUE
                   MOVE 'CG-FUNCTION IS NOT A KNOWN FUNCTION'
                                   TO UTIL-MESSAGE OF L-PARAMETER
           END-EVALUATE

           MOVE W-INPUT-COUNT      TO CG-INPUT-COUNT
           MOVE W-OUTPUT-COUNT     TO CG-OUTPUT-COUNT

           IF      NOT UTIL-RC-OK OF L-PARAMETER
               PERFORM SUB-9000-LOG-FAILURE THRU SUB-9000-EXIT
           END-IF
           .
       MAIN-EXIT.
           GOBACK.
      /
       SUB-1000-START-UP.
      *------------------

           IF      W-NOT-FIRST-CALL
               GO TO SUB-1000-EXIT
           END-IF

           SET W-NOT-FIRST-CALL    TO TRUE
           MOVE FUNCTION WHEN-COMPILED
                                   TO W-COMPILED-DATE

           DISPLAY 'CHGGATE  compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-2000-CHECK-TICKET.
      *----------------------

      **** A CHECK STARTS A NEW RUN: BOTH FINGERPRINTS ARE RESET.

           MOVE 0                  TO W-INPUT-COUNT
                                      W-OUTPUT-COUNT
           MOVE SPACES             TO W-APPROVER
                                      CG-APPROVER
                                      CG-VALID-FROM
                                      CG-VALID-TO
           SET  W-MATCH-NONE       TO TRUE

           IF      CG-TICKET = SPACES
               SET  UTIL-RC-BAD-DATA OF L-PARAMETER
                                   TO TRUE
               MOVE 'NO CHANGE TICKET GIVEN'
                                   TO UTIL-MESSAGE OF L-PARAMETER
               GO TO SUB-2000-EXIT
           END-IF

           IF      CG-CHECK-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE
                                   TO W-CURRENT-DATE
               STRING W-CURRENT-DATE-YYYY '-'
                      W-CURRENT-DATE-MM   '-'
                      W-CURRENT-DATE-DD
                   DELIMITED BY SIZE INTO W-CHECK-DATE
               END-STRING
           ELSE
               MOVE CG-CHECK-DATE  TO W-CHECK-DATE
           END-IF

           SET  W-CHG-NOT-EOF      TO TRUE

           OPEN INPUT CHGREG-FILE

           IF      W-CHG-FILE-STATUS NOT = '00'
               SET  UTIL-RC-BAD-DATA OF L-PARAMETER
                                   TO TRUE
               MOVE 'CHGREG REGISTRY COULD NOT BE OPENED'
                                   TO UTIL-MESSAGE OF L-PARAMETER
               GO TO SUB-2000-EXIT
           END-IF

           PERFORM SUB-2100-READ-CHGREG THRU SUB-2100-EXIT

           PERFORM SUB-2200-MATCH-ENTRY THRU SUB-2200-EXIT
               UNTIL W-CHG-EOF OR W-MATCH-APPROVED

           CLOSE CHGREG-FILE

           EVALUATE TRUE
               WHEN W-MATCH-APPROVED
                   MOVE CG-APPROVER
                                   TO W-APPROVER

               WHEN W-MATCH-DATASET
                   SET  UTIL-RC-BAD-DATA OF L-PARAMETER
                                   TO TRUE
                   MOVE 'TICKET IS NOT VALID ON THIS DATE'
                                   TO UTIL-MESSAGE OF L-PARAMETER

               WHEN W-MATCH-TICKET
                   SET  UTIL-RC-BAD-DATA OF L-PARAMETER
                                   TO TRUE
                   MOVE 'TICKET DOES NOT COVER THIS DATASET'
                                   TO UTIL-MESSAGE OF L-PARAMETER

               WHEN OTHER
                   SET  UTIL-RC-BAD-DATA OF L-PARAMETER
                                   TO TRUE
                   MOVE 'TICKET IS NOT IN THE CHGREG REGISTRY'
                                   TO UTIL-MESSAGE OF L-PARAMETER
           END-EVALUATE
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-READ-CHGREG.
      *----------------------

           READ CHGREG-FILE
               AT END
                   SET  W-CHG-EOF   TO TRUE
           END-READ
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-MATCH-ENTRY.
      *----------------------

           IF      CHG-REC-TICKET NOT = CG-TICKET
           OR      CHG-REC-APPROVER = SPACES
               GO TO SUB-2200-NEXT
           END-IF

           IF      W-MATCH-NONE
               SET  W-MATCH-TICKET TO TRUE
           END-IF

      **** A DATASET NAME ENDING IN * IS GENERIC: IT COVERS EVERY
      **** DATASET WHOSE NAME STARTS WITH WHAT COMES BEFORE THE *.

           MOVE 0                  TO W-PREFIX-LEN
           INSPECT CHG-REC-DATASET
               TALLYING W-PREFIX-LEN FOR CHARACTERS BEFORE INITIAL '*'

           IF      W-PREFIX-LEN < 44
               IF      W-PREFIX-LEN = 0
                   GO TO SUB-2200-NEXT
               END-IF
               IF      CG-DATASET(1:W-PREFIX-LEN) NOT =
                       CHG-REC-DATASET(1:W-PREFIX-LEN)
                   GO TO SUB-2200-NEXT
               END-IF
           ELSE
               IF      CG-DATASET NOT = CHG-REC-DATASET
                   GO TO SUB-2200-NEXT
               END-IF
           END-IF

           SET  W-MATCH-DATASET    TO TRUE

           IF      CHG-REC-VALID-FROM > W-CHECK-DATE
           OR      CHG-REC-VALID-TO < W-CHECK-DATE
               GO TO SUB-2200-NEXT
           END-IF

           SET  W-MATCH-APPROVED   TO TRUE
           MOVE CHG-REC-APPROVER   TO CG-APPROVER
           MOVE CHG-REC-VALID-FROM TO CG-VALID-FROM
           MOVE CHG-REC-VALID-TO   TO CG-VALID-TO
           GO TO SUB-2200-EXIT
           .
       SUB-2200-NEXT.

           PERFORM SUB-2100-READ-CHGREG THRU SUB-2100-EXIT
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-3000-ADD-INPUT.
      *-------------------

           IF      W-INPUT-COUNT = 0
               SET  CRC-STAGE-START OF W-CRC32-INPUT-PARM
                                   TO TRUE
           ELSE
               SET  CRC-STAGE-IN-PROCESS OF W-CRC32-INPUT-PARM
                                   TO TRUE
           END-IF

           SET  CRC-BUFFER-PTR OF W-CRC32-INPUT-PARM
                                   TO CG-RECORD-PTR
           MOVE CG-RECORD-LEN      TO CRC-BUFFER-LEN
                                      OF W-CRC32-INPUT-PARM

           CALL W-CRC32-PROG    USING W-CRC32-INPUT-PARM

           ADD  1                  TO W-INPUT-COUNT
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-ADD-OUTPUT.
      *--------------------

           IF      W-OUTPUT-COUNT = 0
               SET  CRC-STAGE-START OF W-CRC32-OUTPUT-PARM
                                   TO TRUE
           ELSE
               SET  CRC-STAGE-IN-PROCESS OF W-CRC32-OUTPUT-PARM
                                   TO TRUE
           END-IF

           SET  CRC-BUFFER-PTR OF W-CRC32-OUTPUT-PARM
                                   TO CG-RECORD-PTR
           MOVE CG-RECORD-LEN      TO CRC-BUFFER-LEN
                                      OF W-CRC32-OUTPUT-PARM

           CALL W-CRC32-PROG    USING W-CRC32-OUTPUT-PARM

           ADD  1                  TO W-OUTPUT-COUNT
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-4000-WRITE-LOG.
      *-------------------

      **** CLOSE BOTH FINGERPRINTS -- AN EMPTY SIDE IS A ONE-SHOT
      **** START-END CALL OVER NOTHING -- AND RENDER THEM IN HEX.

           IF      W-INPUT-COUNT = 0
               SET  CRC-STAGE-START-END OF W-CRC32-INPUT-PARM
                                   TO TRUE
           ELSE
               SET  CRC-STAGE-END OF W-CRC32-INPUT-PARM
                                   TO TRUE
           END-IF

           MOVE 0                  TO CRC-BUFFER-LEN
                                      OF W-CRC32-INPUT-PARM
           SET  CRC-BUFFER-PTR OF W-CRC32-INPUT-PARM
                                   TO NULL
           CALL W-CRC32-PROG    USING W-CRC32-INPUT-PARM

           IF      W-OUTPUT-COUNT = 0
               SET  CRC-STAGE-START-END OF W-CRC32-OUTPUT-PARM
                                   TO TRUE
           ELSE
               SET  CRC-STAGE-END OF W-CRC32-OUTPUT-PARM
                                   TO TRUE
           END-IF

           MOVE 0                  TO CRC-BUFFER-LEN
                                      OF W-CRC32-OUTPUT-PARM
           SET  CRC-BUFFER-PTR OF W-CRC32-OUTPUT-PARM
                                   TO NULL
           CALL W-CRC32-PROG    USING W-CRC32-OUTPUT-PARM

           MOVE CRC-CHECKSUM OF W-CRC32-INPUT-PARM
                                   TO CH-CHECKSUM
           CALL W-CRCHEX-PROG   USING W-CRCHEX-PARAMETER
           MOVE CH-HEX-OUTPUT      TO CG-INPUT-CRC

           MOVE CRC-CHECKSUM OF W-CRC32-OUTPUT-PARM
                                   TO CH-CHECKSUM
           CALL W-CRCHEX-PROG   USING W-CRCHEX-PARAMETER
           MOVE CH-HEX-OUTPUT      TO CG-OUTPUT-CRC

           MOVE FUNCTION CURRENT-DATE
                                   TO W-CURRENT-DATE

           MOVE SPACES             TO REPAIR-LOG-RECORD

           STRING W-CURRENT-DATE-YYYY   '-'
                  W-CURRENT-DATE-MM     '-'
                  W-CURRENT-DATE-DD     ' '
                  W-CURRENT-TIME-HH     ':'
                  W-CURRENT-TIME-MM     ':'
                  W-CURRENT-TIME-SS
               DELIMITED BY SIZE INTO RPL-REC-TIMESTAMP
           END-STRING

           MOVE CG-TICKET          TO RPL-REC-TICKET
           MOVE CG-PROGRAM         TO RPL-REC-PROGRAM
           MOVE CG-DATASET         TO RPL-REC-DATASET
           MOVE CG-OUTPUT-DATASET  TO RPL-REC-OUTPUT
           MOVE CG-RECORDS-CHANGED TO RPL-REC-CHANGED
           MOVE CG-INPUT-CRC       TO RPL-REC-INPUT-CRC
           MOVE CG-OUTPUT-CRC      TO RPL-REC-OUTPUT-CRC
           MOVE CG-COMPLETION-CODE TO RPL-REC-RC

           CALL W-PROCDT-PROG   USING W-PROCDT-PARAMETER

           MOVE PD-PROCESS-DATE    TO RPL-REC-BUS-DATE
           MOVE W-APPROVER         TO RPL-REC-APPROVER

           PERFORM SUB-4050-OPEN-FOR-APPEND THRU SUB-4050-EXIT

           IF      W-RPL-FILE-STATUS = '00'
               WRITE REPAIR-LOG-RECORD
               CLOSE REPAIR-LOG-FILE
           ELSE
               SET  UTIL-RC-BAD-DATA OF L-PARAMETER
                                   TO TRUE
               MOVE 'REPAIRLG REPAIR LOG COULD NOT BE OPENED'
                                   TO UTIL-MESSAGE OF L-PARAMETER
           END-IF
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-4050-OPEN-FOR-APPEND.
      *-------------------------

      **** OPEN THE REPAIR LOG FOR APPEND UNDER CONCURRENT WRITERS:
      **** RETRY A BUSY EXTEND, CREATE ONLY WHEN THE DATASET DOES
      **** NOT EXIST, NEVER TRUNCATE A LIVE FILE.

           MOVE 0                  TO W-OPEN-TRY

           OPEN EXTEND REPAIR-LOG-FILE

           PERFORM SUB-4060-RETRY-OPEN THRU SUB-4060-EXIT
               UNTIL W-RPL-FILE-STATUS = '00'
                  OR W-RPL-FILE-STATUS = '35'
                  OR W-OPEN-TRY >= W-OPEN-TRY-MAX

           IF      W-RPL-FILE-STATUS = '35'
               OPEN OUTPUT REPAIR-LOG-FILE
           END-IF
           .
       SUB-4050-EXIT.
           EXIT.
      /
       SUB-4060-RETRY-OPEN.
      *--------------------

           ADD  1                  TO W-OPEN-TRY

           PERFORM SUB-4070-SPIN THRU SUB-4070-EXIT
               VARYING W-SPIN-DX FROM 1 BY 1
                 UNTIL W-SPIN-DX > 10000

           OPEN EXTEND REPAIR-LOG-FILE
           .
       SUB-4060-EXIT.
           EXIT.
      /
       SUB-4070-SPIN.
      *--------------

           COMPUTE W-SPIN-SINK = W-SPIN-DX + W-OPEN-TRY
           .
       SUB-4070-EXIT.
           EXIT.
      /
       SUB-9000-LOG-FAILURE.
      *---------------------

      **** A REFUSED TICKET OR A LOST LOG RECORD IS ALSO APPENDED TO
      **** THE UTILERRL CENTRAL ERROR LOG, SO THE EVIDENCE SURVIVES A
      **** JOB THAT IS THROWN AWAY.

           MOVE 'CHGGATE'          TO EL-SUBROUTINE
           MOVE UTIL-RETURN-CODE OF L-PARAMETER
                                   TO EL-RETURN-CODE
           MOVE UTIL-MESSAGE OF L-PARAMETER
                                   TO EL-MESSAGE
           MOVE CG-PROGRAM         TO EL-CALLER-ID

           CALL W-ERRLOG-PROG   USING W-ERRLOG-PARAMETER
           .
       SUB-9000-EXIT.
           EXIT.
