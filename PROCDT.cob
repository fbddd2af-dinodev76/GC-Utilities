      *============================ PROCDT =============================*
      * Authors: Brian D Pead
      *
      * Description: Subroutine to return the business processing
      *              date -- the date of the cycle being run, set by
      *              the cycle-start job through PDTMAINT into the
      *              one-record PROCDATE control dataset -- so
      *              CRC32, STATWRT and ERRLOG can stamp it on their
      *              audit records next to the wall-clock timestamp,
      *              and the date-driven reports can select on it.
      *              The control record is read once per run unit
      *              and held, so every record a job step writes
      *              carries the same cycle date even across
      *              midnight.  With no control record the run date
      *              is returned, so a site that never sets a
      *              processing date sees no change.  A damaged
      *              control record also falls back to the run date,
      *              with a BAD-DATA return code and one console
      *              warning; nothing is sent to UTILERRL, since
      *              ERRLOG is itself a caller.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-20  1.0      First release
      *================================================================*

       PROCESS TRUNC(BIN)

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 PROCDT.

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

           SELECT PROC-DATE-FILE
               ASSIGN TO           'PROCDATE'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-PDT-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  PROC-DATE-FILE.

       01  PROC-DATE-RECORD.
           05  PDT-REC-DATE            PIC X(10).
           05  PDT-REC-SEP-1           PIC X(01).
           05  PDT-REC-PREVIOUS        PIC X(10).
           05  PDT-REC-SEP-2           PIC X(01).
           05  PDT-REC-SET-STAMP       PIC X(19).
           05  PDT-REC-SEP-3           PIC X(01).
           05  PDT-REC-ACTION          PIC X(08).
           05  PDT-REC-SEP-4           PIC X(01).
           05  PDT-REC-CALENDAR        PIC X(08).
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
           05  FILLER              PIC X(13).

       01  W-PDT-FILE-STATUS       PIC X(02).

      **** WHAT THE FIRST CALL FOUND, HANDED BACK ON EVERY CALL.

       01  W-HELD-DATE             PIC X(10)       VALUE SPACES.

       01  FILLER                  PIC X(01)       VALUE 'R'.
           88  W-HELD-FROM-CONTROL                 VALUE 'C'.
           88  W-HELD-FROM-RUN-DATE                VALUE 'R'.
           88  W-HELD-DAMAGED                      VALUE 'D'.

       01  W-DATE-YYYYMMDD.
           05  W-DATE-YYYY         PIC X(04).
           05  W-DATE-MM           PIC X(02).
           05  W-DATE-DD           PIC X(02).
       01  W-DATE-NUM REDEFINES W-DATE-YYYYMMDD
                                   PIC 9(08).
      /
       LINKAGE SECTION.
      *----------------

       01  L-PARAMETER.            COPY PROCDTL.
      /
       PROCEDURE DIVISION USING L-PARAMETER.
      *==================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           SET  UTIL-RC-OK         TO TRUE
           MOVE SPACES             TO UTIL-MESSAGE
           MOVE FUNCTION WHEN-COMPILED
                                   TO UTIL-COMPILE-STAMP

      **** THE RUN DATE IS TAKEN FRESH ON EVERY CALL -- ONLY THE
      **** CONTROL RECORD IS HELD.

           MOVE FUNCTION CURRENT-DATE
                                   TO W-CURRENT-DATE

           STRING W-CURRENT-DATE-YYYY '-'
                  W-CURRENT-DATE-MM   '-'
                  W-CURRENT-DATE-DD
               DELIMITED BY SIZE INTO PD-RUN-DATE
           END-STRING

           EVALUATE TRUE
               WHEN W-HELD-FROM-CONTROL
                   MOVE W-HELD-DATE
                                   TO PD-PROCESS-DATE
                   SET  PD-FROM-CONTROL
                                   TO TRUE

               WHEN W-HELD-DAMAGED
                   MOVE PD-RUN-DATE
                                   TO PD-PROCESS-DATE
                   SET  PD-FROM-RUN-DATE
                                   TO TRUE
                   SET  UTIL-RC-BAD-DATA
                                   TO TRUE
                   MOVE 'PROCDATE CONTROL RECORD IS DAMAGED'
                                   TO UTIL-MESSAGE

               WHEN OTHER
                   MOVE PD-RUN-DATE
                                   TO PD-PROCESS-DATE
                   SET  PD-FROM-RUN-DATE
                                   TO TRUE
           END-EVALUATE
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

           DISPLAY 'PROCDT   compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           PERFORM SUB-2000-READ-CONTROL THRU SUB-2000-EXIT
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-2000-READ-CONTROL.
      *----------------------

      **** NO CONTROL DATASET, OR AN EMPTY ONE, MEANS NO PROCESSING
      **** DATE HAS EVER BEEN SET -- THE RUN DATE STANDS IN QUIETLY.

           SET  W-HELD-FROM-RUN-DATE
                                   TO TRUE

           OPEN INPUT PROC-DATE-FILE

           IF      W-PDT-FILE-STATUS NOT = '00'
               GO TO SUB-2000-EXIT
           END-IF

           READ PROC-DATE-FILE
               AT END
                   CLOSE PROC-DATE-FILE
                   GO TO SUB-2000-EXIT
           END-READ

           CLOSE PROC-DATE-FILE

           MOVE PDT-REC-DATE(1:4)  TO W-DATE-YYYY
           MOVE PDT-REC-DATE(6:2)  TO W-DATE-MM
           MOVE PDT-REC-DATE(9:2)  TO W-DATE-DD

           IF      PDT-REC-DATE(5:1) NOT = '-'
           OR      PDT-REC-DATE(8:1) NOT = '-'
           OR      W-DATE-NUM NOT NUMERIC
               SET  W-HELD-DAMAGED TO TRUE
           ELSE
               IF      FUNCTION TEST-DATE-YYYYMMDD(W-DATE-NUM) NOT = 0
                   SET  W-HELD-DAMAGED
                                   TO TRUE
               END-IF
           END-IF

           IF      W-HELD-DAMAGED
               DISPLAY 'PROCDT   PROCDATE control record is damaged ('
                   PDT-REC-DATE ') - the run date is used instead'
               GO TO SUB-2000-EXIT
           END-IF

           MOVE PDT-REC-DATE       TO W-HELD-DATE
           SET  W-HELD-FROM-CONTROL
                                   TO TRUE
           .
       SUB-2000-EXIT.
           EXIT.
