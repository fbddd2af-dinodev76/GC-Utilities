      *============================ KEYRES =============================*
      * Authors: Brian D Pead
      *
      * Description: Subroutine to resolve a key label to its key
      *              material from the KEYSTORE registry KEYMAINT
      *              maintains, so no key ever has to sit in a SYSIN
      *              deck.  Each KEYSTORE record carries a label, a
      *              key version, effective and expiry dates, an
      *              ACTIVE or RETIRED status, the key length and the
      *              key itself in hex.  With no version requested
      *              the ACTIVE version in force on the processing
      *              date wins -- the latest effective date, then the
      *              highest version -- so during a rotation overlap
      *              the new key is picked up the day it takes
      *              effect.  With a version requested that exact
      *              ACTIVE version is returned whatever its dates,
      *              so a signature made under the outgoing key
      *              still verifies.  No key in force, an unknown or
      *              RETIRED version, or a damaged key entry is a
      *              BAD-DATA rejection, logged to UTILERRL through
      *              ERRLOG.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-15  1.0      First release
      * 2026-09-20  1.1      A blank processing date means the
      *                      business processing date from PROCDT
      *                      rather than the run date
      *================================================================*

       PROCESS TRUNC(BIN)

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 KEYRES.

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

           SELECT KEY-FILE
               ASSIGN TO           'KEYSTORE'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-KEY-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  KEY-FILE.

       01  KEY-RECORD.
           05  KEY-REC-LABEL           PIC X(16).
           05  KEY-REC-SEP-1           PIC X(01).
           05  KEY-REC-VERSION         PIC 9(04).
           05  KEY-REC-SEP-2           PIC X(01).
           05  KEY-REC-EFFECTIVE       PIC X(10).
           05  KEY-REC-SEP-3           PIC X(01).
           05  KEY-REC-EXPIRES         PIC X(10).
           05  KEY-REC-SEP-4           PIC X(01).
           05  KEY-REC-STATUS          PIC X(07).
               88  KEY-REC-ACTIVE                  VALUE 'ACTIVE'.
               88  KEY-REC-RETIRED                 VALUE 'RETIRED'.
           05  KEY-REC-SEP-5           PIC X(01).
           05  KEY-REC-LENGTH          PIC 9(03).
           05  KEY-REC-SEP-6           PIC X(01).
           05  KEY-REC-KEY-HEX         PIC X(128).
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

       01  W-KEY-FILE-STATUS       PIC X(02).

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-KEY-EOF                           VALUE 'Y'.
           88  W-KEY-NOT-EOF                       VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-KEY-FOUND                         VALUE 'Y'.
           88  W-KEY-NOT-FOUND                     VALUE 'N'.

       01  W-PROCESS-DATE          PIC X(10).

      **** THE BEST CANDIDATE SO FAR.  THE HEX IMAGE IS HELD ONLY
      **** UNTIL IT IS PACKED INTO THE CALLER'S KEY AREA.

       01  W-BEST-VERSION          PIC 9(04).
       01  W-BEST-EFFECTIVE        PIC X(10).
       01  W-BEST-EXPIRES          PIC X(10).
       01  W-BEST-LENGTH           PIC 9(03).
       01  W-BEST-KEY-HEX          PIC X(128).

       01  W-HEXPACK-PROG          PIC X(08)       VALUE 'HEXPACK'.
       01  W-ERRLOG-PROG           PIC X(08)       VALUE 'ERRLOG'.

       01  W-PROCDT-PROG           PIC X(08)       VALUE 'PROCDT'.

       01  W-HEXPACK-PARAMETER.    COPY HEXPACKL.

       01  W-PROCDT-PARAMETER.     COPY PROCDTL.

       01  W-ERRLOG-PARAMETER.     COPY ERRLOGL.
      /
       LINKAGE SECTION.
      *----------------

       01  L-PARAMETER.            COPY KEYRESL.
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

           MOVE LOW-VALUES         TO KR-KEY
           MOVE 0                  TO KR-KEY-LEN
           MOVE 0                  TO KR-KEY-VERSION
           MOVE SPACES             TO KR-EFFECTIVE-DATE
                                      KR-EXPIRY-DATE

           PERFORM SUB-1010-VALIDATE THRU SUB-1010-EXIT

           IF      UTIL-RC-OK OF L-PARAMETER
               PERFORM SUB-2000-FIND-KEY THRU SUB-2000-EXIT
           END-IF

           IF      UTIL-RC-OK OF L-PARAMETER
               PERFORM SUB-3000-UNPACK-KEY THRU SUB-3000-EXIT
           END-IF

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

           DISPLAY 'KEYRES   compiled on '
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
       SUB-1010-VALIDATE.
      *------------------

           IF      KR-KEY-LABEL = SPACES
               SET  UTIL-RC-BAD-DATA OF L-PARAMETER
                                   TO TRUE
               MOVE 'KEY LABEL IS BLANK'
                                   TO UTIL-MESSAGE OF L-PARAMETER
               GO TO SUB-1010-EXIT
           END-IF

           IF      KR-REQ-VERSION NOT NUMERIC
               SET  UTIL-RC-BAD-DATA OF L-PARAMETER
                                   TO TRUE
               MOVE 'REQUESTED KEY VERSION IS NOT NUMERIC'
                                   TO UTIL-MESSAGE OF L-PARAMETER
               GO TO SUB-1010-EXIT
           END-IF

      **** A BLANK PROCESSING DATE MEANS THE BUSINESS PROCESSING
      **** DATE, SO A RERUN OF AN EARLIER CYCLE PICKS UP THE KEY
      **** THAT WAS IN FORCE FOR IT.

           IF      KR-PROCESS-DATE = SPACES
               CALL W-PROCDT-PROG USING W-PROCDT-PARAMETER
               MOVE PD-PROCESS-DATE
                                   TO W-PROCESS-DATE
               GO TO SUB-1010-EXIT
           END-IF

           IF      KR-PROCESS-DATE(1:4) NOT NUMERIC
           OR      KR-PROCESS-DATE(5:1) NOT = '-'
           OR      KR-PROCESS-DATE(6:2) NOT NUMERIC
           OR      KR-PROCESS-DATE(8:1) NOT = '-'
           OR      KR-PROCESS-DATE(9:2) NOT NUMERIC
               SET  UTIL-RC-BAD-DATA OF L-PARAMETER
                                   TO TRUE
               MOVE 'PROCESSING DATE IS NOT YYYY-MM-DD'
                                   TO UTIL-MESSAGE OF L-PARAMETER
               GO TO SUB-1010-EXIT
           END-IF

           MOVE KR-PROCESS-DATE    TO W-PROCESS-DATE
           .
       SUB-1010-EXIT.
           EXIT.
      /
       SUB-2000-FIND-KEY.
      *------------------

           SET  W-KEY-NOT-EOF       TO TRUE
           SET  W-KEY-NOT-FOUND     TO TRUE

           OPEN INPUT KEY-FILE

           IF      W-KEY-FILE-STATUS NOT = '00'
               SET  UTIL-RC-BAD-DATA OF L-PARAMETER
                                   TO TRUE
               MOVE 'KEYSTORE REGISTRY COULD NOT BE OPENED'
                                   TO UTIL-MESSAGE OF L-PARAMETER
               GO TO SUB-2000-EXIT
           END-IF

           PERFORM SUB-2100-READ-KEY THRU SUB-2100-EXIT

           PERFORM SUB-2200-MATCH-KEY THRU SUB-2200-EXIT
               UNTIL W-KEY-EOF

           CLOSE KEY-FILE

           IF      W-KEY-NOT-FOUND
               SET  UTIL-RC-BAD-DATA OF L-PARAMETER
                                   TO TRUE
               IF      KR-REQ-VERSION = 0
                   MOVE 'NO KEY IN FORCE FOR THE LABEL'
                                   TO UTIL-MESSAGE OF L-PARAMETER
               ELSE
                   MOVE 'KEY VERSION NOT FOUND OR RETIRED'
                                   TO UTIL-MESSAGE OF L-PARAMETER
               END-IF
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-READ-KEY.
      *------------------

           READ KEY-FILE
               AT END
                   SET  W-KEY-EOF   TO TRUE
           END-READ
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-MATCH-KEY.
      *-------------------

           IF      KEY-REC-LABEL NOT = KR-KEY-LABEL
           OR      NOT KEY-REC-ACTIVE
           OR      KEY-REC-VERSION NOT NUMERIC
               GO TO SUB-2200-NEXT
           END-IF

           IF      KR-REQ-VERSION NOT = 0
               IF      KEY-REC-VERSION = KR-REQ-VERSION
                   PERFORM SUB-2300-TAKE-CANDIDATE THRU SUB-2300-EXIT
               END-IF
               GO TO SUB-2200-NEXT
           END-IF

      **** IN FORCE: EFFECTIVE ON OR BEFORE THE PROCESSING DATE AND
      **** EXPIRING ON OR AFTER IT.  AMONG THOSE, THE LATEST
      **** EFFECTIVE DATE WINS, THEN THE HIGHEST VERSION.

           IF      KEY-REC-EFFECTIVE > W-PROCESS-DATE
           OR      KEY-REC-EXPIRES < W-PROCESS-DATE
               GO TO SUB-2200-NEXT
           END-IF

           IF      W-KEY-NOT-FOUND
               PERFORM SUB-2300-TAKE-CANDIDATE THRU SUB-2300-EXIT
               GO TO SUB-2200-NEXT
           END-IF

           IF      KEY-REC-EFFECTIVE > W-BEST-EFFECTIVE
           OR     (KEY-REC-EFFECTIVE = W-BEST-EFFECTIVE
           AND     KEY-REC-VERSION > W-BEST-VERSION)
               PERFORM SUB-2300-TAKE-CANDIDATE THRU SUB-2300-EXIT
           END-IF
           .
       SUB-2200-NEXT.

           PERFORM SUB-2100-READ-KEY THRU SUB-2100-EXIT
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-TAKE-CANDIDATE.
      *------------------------

           SET  W-KEY-FOUND         TO TRUE
           MOVE KEY-REC-VERSION     TO W-BEST-VERSION
           MOVE KEY-REC-EFFECTIVE   TO W-BEST-EFFECTIVE
           MOVE KEY-REC-EXPIRES     TO W-BEST-EXPIRES
           MOVE KEY-REC-LENGTH      TO W-BEST-LENGTH
           MOVE KEY-REC-KEY-HEX     TO W-BEST-KEY-HEX
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-3000-UNPACK-KEY.
      *--------------------

           IF      W-BEST-LENGTH NOT NUMERIC
           OR      W-BEST-LENGTH = 0
           OR      W-BEST-LENGTH > 64
               SET  UTIL-RC-BAD-DATA OF L-PARAMETER
                                   TO TRUE
               MOVE 'KEYSTORE ENTRY HAS A BAD KEY LENGTH'
                                   TO UTIL-MESSAGE OF L-PARAMETER
               GO TO SUB-3000-EXIT
           END-IF

           SET  HP-INPUT-PTR        TO ADDRESS OF W-BEST-KEY-HEX
           COMPUTE HP-INPUT-LEN = W-BEST-LENGTH * 2
           SET  HP-OUTPUT-PTR       TO ADDRESS OF KR-KEY

           CALL W-HEXPACK-PROG   USING W-HEXPACK-PARAMETER

           MOVE SPACES              TO W-BEST-KEY-HEX

           IF      NOT UTIL-RC-OK OF W-HEXPACK-PARAMETER
               MOVE LOW-VALUES      TO KR-KEY
               SET  UTIL-RC-BAD-DATA OF L-PARAMETER
                                   TO TRUE
               MOVE 'KEYSTORE ENTRY HAS A DAMAGED KEY'
                                   TO UTIL-MESSAGE OF L-PARAMETER
               GO TO SUB-3000-EXIT
           END-IF

           MOVE W-BEST-LENGTH       TO KR-KEY-LEN
           MOVE W-BEST-VERSION      TO KR-KEY-VERSION
           MOVE W-BEST-EFFECTIVE    TO KR-EFFECTIVE-DATE
           MOVE W-BEST-EXPIRES      TO KR-EXPIRY-DATE
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-9000-LOG-FAILURE.
      *------------------------

      **** A REJECTED CALL IS ALSO APPENDED TO THE UTILERRL CENTRAL
      **** ERROR LOG, SO THE EVIDENCE SURVIVES A CALLER THAT IGNORES
      **** THE UTILSTAT TRAILER.  NOTHING OF THE KEY IS LOGGED.

           MOVE 'KEYRES'            TO EL-SUBROUTINE
           MOVE UTIL-RETURN-CODE OF L-PARAMETER
                                   TO EL-RETURN-CODE
           MOVE UTIL-MESSAGE OF L-PARAMETER
                                   TO EL-MESSAGE
           MOVE SPACES             TO EL-CALLER-ID

           CALL W-ERRLOG-PROG   USING W-ERRLOG-PARAMETER
           .
       SUB-9000-EXIT.
           EXIT.
