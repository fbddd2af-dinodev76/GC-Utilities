      *============================ BUSDAY =============================*
      * Authors: Brian D Pead
      *
      * Description: Subroutine to answer business-day questions
      *              against the BUSCAL business calendar registry,
      *              so every program that reasons about business
      *              days -- FEEDWTCH counting the days a checksum
      *              has stood still, VERIFDUE deciding what is due
      *              -- uses the one set of holidays and month-end
      *              dates instead of each keeping its own.  Each
      *              BUSCAL record carries a calendar name (UK, US
      *              and so on), a date, an entry type -- HOLIDAY,
      *              or MONTHEND for the month-end processing date
      *              -- and a description.  Saturdays and Sundays are
      *              never business days.  The calendar asked for is
      *              loaded on the first call that names it and held
      *              until a call names a different one, so a caller
      *              walking day by day does not reread the registry.
      *              An unknown calendar, an unreadable registry or a
      *              bad date is a BAD-DATA rejection, logged to
      *              UTILERRL through ERRLOG.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-18  1.0      First release
      *================================================================*

       PROCESS TRUNC(BIN)

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 BUSDAY.

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

           SELECT CALENDAR-FILE
               ASSIGN TO           'BUSCAL'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-CAL-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  CALENDAR-FILE.

       01  CALENDAR-RECORD.
           05  CAL-REC-CALENDAR        PIC X(08).
           05  CAL-REC-SEP-1           PIC X(01).
           05  CAL-REC-DATE            PIC X(10).
           05  CAL-REC-SEP-2           PIC X(01).
           05  CAL-REC-TYPE            PIC X(08).
               88  CAL-REC-HOLIDAY                 VALUE 'HOLIDAY'.
               88  CAL-REC-MONTHEND                VALUE 'MONTHEND'.
           05  CAL-REC-SEP-3           PIC X(01).
           05  CAL-REC-TEXT            PIC X(30).
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

       01  W-CAL-FILE-STATUS       PIC X(02).

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-CAL-EOF                           VALUE 'Y'.
           88  W-CAL-NOT-EOF                       VALUE 'N'.

      **** THE CALENDAR HELD FROM THE LAST CALL THAT LOADED ONE.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-CALENDAR-LOADED                   VALUE 'Y'.
           88  W-CALENDAR-NOT-LOADED               VALUE 'N'.

       01  W-LOADED-CALENDAR       PIC X(08)       VALUE SPACES.
       01  W-ENTRY-COUNT           PIC 9(09)  COMP VALUE 0.

       01  W-HOLIDAY-MAX           PIC 9(04)  COMP VALUE 1000.
       01  W-HOLIDAY-COUNT         PIC 9(04)  COMP VALUE 0.
       01  W-HOLIDAY-TABLE.
           05  W-HOLIDAY-ENTRY    OCCURS 1000      INDEXED W-H-DX.
               10  HOL-DATE        PIC X(10).
               10  HOL-TEXT        PIC X(30).

       01  W-MONTHEND-MAX          PIC 9(04)  COMP VALUE 600.
       01  W-MONTHEND-COUNT        PIC 9(04)  COMP VALUE 0.
       01  W-MONTHEND-TABLE.
           05  W-MONTHEND-ENTRY   OCCURS 600       INDEXED W-M-DX.
               10  MEND-DATE       PIC X(10).

      **** ONE DAY UNDER TEST.  DAY 1 OF THE INTEGER DATE SCALE
      **** (1601-01-01) WAS A MONDAY, SO MOD 7 OF THE INTEGER GIVES
      **** 6 FOR SATURDAY AND 0 FOR SUNDAY.

       01  W-DAY-INT               PIC 9(09)  COMP.
       01  W-DAY-DOW               PIC 9(04)  COMP.
       01  W-DAY-TYPE              PIC X(08).
           88  W-DAY-BUSINESS                      VALUE 'BUSINESS'.
       01  W-DAY-TEXT              PIC X(30).

       01  W-FROM-INT              PIC 9(09)  COMP.
       01  W-TO-INT                PIC 9(09)  COMP.

      **** A ROLL NEVER WALKS MORE THAN A YEAR -- A CALENDAR WITH NO
      **** BUSINESS DAY IN A YEAR IS DAMAGED, NOT A REASON TO LOOP.

       01  W-ROLL-STEPS            PIC 9(04)  COMP.
       01  W-ROLL-MAX              PIC 9(04)  COMP VALUE 366.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-MONTHEND-FOUND                    VALUE 'Y'.
           88  W-MONTHEND-NOT-FOUND                VALUE 'N'.

       01  W-MONTH-YYYY            PIC 9(04).
       01  W-MONTH-MM              PIC 9(02).

      **** DATE HANDLING: YYYY-MM-DD TEXT IN W-DATE-TEXT, ITS DAY
      **** NUMBER IN W-DATE-INT.

       01  W-DATE-TEXT             PIC X(10).
       01  W-DATE-INT              PIC 9(09)  COMP.

       01  W-DATE-YYYYMMDD.
           05  W-DATE-YYYY         PIC X(04).
           05  W-DATE-MM           PIC X(02).
           05  W-DATE-DD           PIC X(02).
       01  W-DATE-NUM REDEFINES W-DATE-YYYYMMDD
                                   PIC 9(08).

       01  FILLER                  PIC X(01)       VALUE 'Y'.
           88  W-DATE-VALID                        VALUE 'Y'.
           88  W-DATE-NOT-VALID                    VALUE 'N'.

       01  W-ERRLOG-PROG           PIC X(08)       VALUE 'ERRLOG'.

       01  W-ERRLOG-PARAMETER.     COPY ERRLOGL.
      /
       LINKAGE SECTION.
      *----------------

       01  L-PARAMETER.            COPY BUSDAYL.
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

           MOVE SPACES             TO BD-RESULT-DATE
                                      BD-DAY-TYPE
                                      BD-DAY-TEXT
           MOVE 0                  TO BD-COUNT
           SET  BD-NOT-BUSINESS-DAY
                                   TO TRUE

           PERFORM SUB-1010-VALIDATE THRU SUB-1010-EXIT

           IF      UTIL-RC-OK OF L-PARAMETER
               PERFORM SUB-2000-LOAD-CALENDAR THRU SUB-2000-EXIT
           END-IF

           IF      UTIL-RC-OK OF L-PARAMETER
               EVALUATE TRUE
                   WHEN BD-FUNC-CHECK
                       PERFORM SUB-3000-CHECK THRU SUB-3000-EXIT
                   WHEN BD-FUNC-COUNT
                       PERFORM SUB-3100-COUNT THRU SUB-3100-EXIT
                   WHEN BD-FUNC-FIRST
                       PERFORM SUB-3200-FIRST THRU SUB-3200-EXIT
                   WHEN BD-FUNC-LAST
                       PERFORM SUB-3300-LAST THRU SUB-3300-EXIT
                   WHEN BD-FUNC-NEXT
                       PERFORM SUB-3400-NEXT THRU SUB-3400-EXIT
               END-EVALUATE
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

           DISPLAY 'BUSDAY   compiled on '
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

           IF      NOT BD-FUNC-VALID
               SET  UTIL-RC-BAD-DATA OF L-PARAMETER
                                   TO TRUE
               MOVE 'BUSDAY FUNCTION IS NOT RECOGNIZED'
                                   TO UTIL-MESSAGE OF L-PARAMETER
               GO TO SUB-1010-EXIT
           END-IF

           MOVE BD-DATE            TO W-DATE-TEXT
           PERFORM SUB-7100-DATE-TO-INTEGER THRU SUB-7100-EXIT

           IF      W-DATE-NOT-VALID
               SET  UTIL-RC-BAD-DATA OF L-PARAMETER
                                   TO TRUE
               MOVE 'DATE IS NOT A VALID YYYY-MM-DD'
                                   TO UTIL-MESSAGE OF L-PARAMETER
               GO TO SUB-1010-EXIT
           END-IF

           MOVE W-DATE-INT         TO W-FROM-INT

           IF      NOT BD-FUNC-COUNT
               GO TO SUB-1010-EXIT
           END-IF

           MOVE BD-TO-DATE         TO W-DATE-TEXT
           PERFORM SUB-7100-DATE-TO-INTEGER THRU SUB-7100-EXIT

           IF      W-DATE-NOT-VALID
               SET  UTIL-RC-BAD-DATA OF L-PARAMETER
                                   TO TRUE
               MOVE 'TO-DATE IS NOT A VALID YYYY-MM-DD'
                                   TO UTIL-MESSAGE OF L-PARAMETER
               GO TO SUB-1010-EXIT
           END-IF

           MOVE W-DATE-INT         TO W-TO-INT
           .
       SUB-1010-EXIT.
           EXIT.
      /
       SUB-2000-LOAD-CALENDAR.
      *-----------------------

           IF      W-CALENDAR-LOADED
           AND     BD-CALENDAR = W-LOADED-CALENDAR
               GO TO SUB-2000-EXIT
           END-IF

           MOVE 0                  TO W-HOLIDAY-COUNT
                                      W-MONTHEND-COUNT
                                      W-ENTRY-COUNT
           SET  W-CALENDAR-NOT-LOADED
                                   TO TRUE

      **** NO CALENDAR NAMED: WEEKENDS ONLY, NOTHING TO READ.

           IF      BD-CALENDAR = SPACES
               MOVE SPACES         TO W-LOADED-CALENDAR
               SET  W-CALENDAR-LOADED
                                   TO TRUE
               GO TO SUB-2000-EXIT
           END-IF

           SET  W-CAL-NOT-EOF       TO TRUE

           OPEN INPUT CALENDAR-FILE

           IF      W-CAL-FILE-STATUS NOT = '00'
               SET  UTIL-RC-BAD-DATA OF L-PARAMETER
                                   TO TRUE
               MOVE 'BUSCAL REGISTRY COULD NOT BE OPENED'
                                   TO UTIL-MESSAGE OF L-PARAMETER
               GO TO SUB-2000-EXIT
           END-IF

           PERFORM SUB-2100-READ-CALENDAR THRU SUB-2100-EXIT

           PERFORM SUB-2200-TAKE-ENTRY THRU SUB-2200-EXIT
               UNTIL W-CAL-EOF

           CLOSE CALENDAR-FILE

           IF      NOT UTIL-RC-OK OF L-PARAMETER
               GO TO SUB-2000-EXIT
           END-IF

      **** A CALENDAR NAME WITH NO ENTRIES AT ALL IS A MISTYPED
      **** NAME, NOT A COUNTRY WITHOUT HOLIDAYS.

           IF      W-ENTRY-COUNT = 0
               SET  UTIL-RC-BAD-DATA OF L-PARAMETER
                                   TO TRUE
               MOVE 'CALENDAR NOT FOUND IN BUSCAL REGISTRY'
                                   TO UTIL-MESSAGE OF L-PARAMETER
               GO TO SUB-2000-EXIT
           END-IF

           MOVE BD-CALENDAR        TO W-LOADED-CALENDAR
           SET  W-CALENDAR-LOADED  TO TRUE
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-READ-CALENDAR.
      *-----------------------

           READ CALENDAR-FILE
               AT END
                   SET  W-CAL-EOF   TO TRUE
           END-READ
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-TAKE-ENTRY.
      *--------------------

      **** OTHER CALENDARS' ENTRIES, COMMENT LINES AND ENTRIES WHOSE
      **** DATE OR TYPE DOES NOT PARSE ARE PASSED OVER.

           IF      CAL-REC-CALENDAR NOT = BD-CALENDAR
               GO TO SUB-2200-NEXT
           END-IF

           MOVE CAL-REC-DATE       TO W-DATE-TEXT
           PERFORM SUB-7100-DATE-TO-INTEGER THRU SUB-7100-EXIT

           IF      W-DATE-NOT-VALID
               GO TO SUB-2200-NEXT
           END-IF

           EVALUATE TRUE
               WHEN CAL-REC-HOLIDAY
                   IF      W-HOLIDAY-COUNT >= W-HOLIDAY-MAX
                       SET  UTIL-RC-BAD-DATA OF L-PARAMETER
                                   TO TRUE
                       MOVE 'BUSCAL HOLIDAY TABLE IS FULL'
                                   TO UTIL-MESSAGE OF L-PARAMETER
                       SET  W-CAL-EOF
                                   TO TRUE
                       GO TO SUB-2200-EXIT
                   END-IF
                   ADD  1          TO W-HOLIDAY-COUNT
                   ADD  1          TO W-ENTRY-COUNT
                   SET  W-H-DX     TO W-HOLIDAY-COUNT
                   MOVE CAL-REC-DATE
                                   TO HOL-DATE(W-H-DX)
                   MOVE CAL-REC-TEXT
                                   TO HOL-TEXT(W-H-DX)

               WHEN CAL-REC-MONTHEND
                   IF      W-MONTHEND-COUNT >= W-MONTHEND-MAX
                       SET  UTIL-RC-BAD-DATA OF L-PARAMETER
                                   TO TRUE
                       MOVE 'BUSCAL MONTH-END TABLE IS FULL'
                                   TO UTIL-MESSAGE OF L-PARAMETER
                       SET  W-CAL-EOF
                                   TO TRUE
                       GO TO SUB-2200-EXIT
                   END-IF
                   ADD  1          TO W-MONTHEND-COUNT
                   ADD  1          TO W-ENTRY-COUNT
                   SET  W-M-DX     TO W-MONTHEND-COUNT
                   MOVE CAL-REC-DATE
                                   TO MEND-DATE(W-M-DX)
           END-EVALUATE
           .
       SUB-2200-NEXT.

           PERFORM SUB-2100-READ-CALENDAR THRU SUB-2100-EXIT
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-3000-CHECK.
      *---------------

           MOVE W-FROM-INT         TO W-DAY-INT

           PERFORM SUB-6000-TEST-DAY THRU SUB-6000-EXIT

           MOVE W-DAY-TYPE         TO BD-DAY-TYPE
           MOVE W-DAY-TEXT         TO BD-DAY-TEXT

           IF      W-DAY-BUSINESS
               SET  BD-IS-BUSINESS-DAY
                                   TO TRUE
           END-IF
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-COUNT.
      *---------------

      **** COUNT FROM THE DAY AFTER THE FROM DATE UP TO AND
      **** INCLUDING THE TO DATE, THE WAY FEEDWTCH HAS ALWAYS
      **** MEASURED "BUSINESS DAYS SINCE".

           IF      W-TO-INT <= W-FROM-INT
               GO TO SUB-3100-EXIT
           END-IF

           COMPUTE W-DAY-INT = W-FROM-INT + 1

           PERFORM SUB-3110-COUNT-ONE-DAY THRU SUB-3110-EXIT
               UNTIL W-DAY-INT > W-TO-INT
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3110-COUNT-ONE-DAY.
      *-----------------------

           PERFORM SUB-6000-TEST-DAY THRU SUB-6000-EXIT

           IF      W-DAY-BUSINESS
               ADD  1              TO BD-COUNT
           END-IF

           ADD  1                  TO W-DAY-INT
           .
       SUB-3110-EXIT.
           EXIT.
      /
       SUB-3200-FIRST.
      *---------------

           MOVE BD-DATE            TO W-DATE-TEXT
           MOVE '01'               TO W-DATE-TEXT(9:2)
           PERFORM SUB-7100-DATE-TO-INTEGER THRU SUB-7100-EXIT

           MOVE W-DATE-INT         TO W-DAY-INT

           PERFORM SUB-6100-ROLL-FORWARD THRU SUB-6100-EXIT

           IF      UTIL-RC-OK OF L-PARAMETER
               MOVE W-DAY-INT      TO W-DATE-INT
               PERFORM SUB-7200-INTEGER-TO-DATE THRU SUB-7200-EXIT
               MOVE W-DATE-TEXT    TO BD-RESULT-DATE
           END-IF
           .
       SUB-3200-EXIT.
           EXIT.
      /
       SUB-3300-LAST.
      *--------------

      **** A MONTH-END DATE REGISTERED FOR THE MONTH WINS -- IT IS
      **** WHEN THE BUSINESS ACTUALLY CLOSES THE MONTH, WHICH NEED
      **** NOT BE ITS LAST WORKING DAY.

           SET  W-MONTHEND-NOT-FOUND
                                   TO TRUE

           PERFORM SUB-3310-MATCH-MONTHEND THRU SUB-3310-EXIT
               VARYING W-M-DX FROM 1 BY 1
                 UNTIL W-M-DX > W-MONTHEND-COUNT
                    OR W-MONTHEND-FOUND

           IF      W-MONTHEND-FOUND
               GO TO SUB-3300-EXIT
           END-IF

      **** OTHERWISE THE LAST BUSINESS DAY: THE DAY BEFORE THE FIRST
      **** OF NEXT MONTH, ROLLED BACK OVER WEEKENDS AND HOLIDAYS.

           MOVE BD-DATE(1:4)       TO W-MONTH-YYYY
           MOVE BD-DATE(6:2)       TO W-MONTH-MM

           IF      W-MONTH-MM = 12
               ADD  1              TO W-MONTH-YYYY
               MOVE 1              TO W-MONTH-MM
           ELSE
               ADD  1              TO W-MONTH-MM
           END-IF

           MOVE W-MONTH-YYYY       TO W-DATE-YYYY
           MOVE W-MONTH-MM         TO W-DATE-MM
           MOVE '01'               TO W-DATE-DD

           COMPUTE W-DAY-INT =
               FUNCTION INTEGER-OF-DATE(W-DATE-NUM) - 1

           PERFORM SUB-6200-ROLL-BACKWARD THRU SUB-6200-EXIT

           IF      UTIL-RC-OK OF L-PARAMETER
               MOVE W-DAY-INT      TO W-DATE-INT
               PERFORM SUB-7200-INTEGER-TO-DATE THRU SUB-7200-EXIT
               MOVE W-DATE-TEXT    TO BD-RESULT-DATE
           END-IF
           .
       SUB-3300-EXIT.
           EXIT.
      /
       SUB-3310-MATCH-MONTHEND.
      *------------------------

           IF      MEND-DATE(W-M-DX)(1:7) = BD-DATE(1:7)
               SET  W-MONTHEND-FOUND
                                   TO TRUE
               MOVE MEND-DATE(W-M-DX)
                                   TO BD-RESULT-DATE
           END-IF
           .
       SUB-3310-EXIT.
           EXIT.
      /
       SUB-3400-NEXT.
      *--------------

           MOVE W-FROM-INT         TO W-DAY-INT

           PERFORM SUB-6100-ROLL-FORWARD THRU SUB-6100-EXIT

           IF      UTIL-RC-OK OF L-PARAMETER
               MOVE W-DAY-INT      TO W-DATE-INT
               PERFORM SUB-7200-INTEGER-TO-DATE THRU SUB-7200-EXIT
               MOVE W-DATE-TEXT    TO BD-RESULT-DATE
           END-IF
           .
       SUB-3400-EXIT.
           EXIT.
      /
       SUB-6000-TEST-DAY.
      *------------------

      **** CLASSIFY THE DAY IN W-DAY-INT AS BUSINESS, WEEKEND OR
      **** HOLIDAY.

           MOVE SPACES             TO W-DAY-TEXT

           COMPUTE W-DAY-DOW = FUNCTION MOD(W-DAY-INT, 7)

           IF      W-DAY-DOW = 6 OR 0
               MOVE 'WEEKEND'      TO W-DAY-TYPE
               GO TO SUB-6000-EXIT
           END-IF

           MOVE 'BUSINESS'         TO W-DAY-TYPE

           IF      W-HOLIDAY-COUNT = 0
               GO TO SUB-6000-EXIT
           END-IF

           MOVE W-DAY-INT          TO W-DATE-INT
           PERFORM SUB-7200-INTEGER-TO-DATE THRU SUB-7200-EXIT

           PERFORM SUB-6010-MATCH-HOLIDAY THRU SUB-6010-EXIT
               VARYING W-H-DX FROM 1 BY 1
                 UNTIL W-H-DX > W-HOLIDAY-COUNT
                    OR NOT W-DAY-BUSINESS
           .
       SUB-6000-EXIT.
           EXIT.
      /
       SUB-6010-MATCH-HOLIDAY.
      *-----------------------

           IF      HOL-DATE(W-H-DX) = W-DATE-TEXT
               MOVE 'HOLIDAY'      TO W-DAY-TYPE
               MOVE HOL-TEXT(W-H-DX)
                                   TO W-DAY-TEXT
           END-IF
           .
       SUB-6010-EXIT.
           EXIT.
      /
       SUB-6100-ROLL-FORWARD.
      *----------------------

           MOVE 0                  TO W-ROLL-STEPS

           PERFORM SUB-6000-TEST-DAY THRU SUB-6000-EXIT

           PERFORM SUB-6110-STEP-FORWARD THRU SUB-6110-EXIT
               UNTIL W-DAY-BUSINESS
                  OR W-ROLL-STEPS > W-ROLL-MAX

           IF      NOT W-DAY-BUSINESS
               SET  UTIL-RC-BAD-DATA OF L-PARAMETER
                                   TO TRUE
               MOVE 'NO BUSINESS DAY WITHIN A YEAR'
                                   TO UTIL-MESSAGE OF L-PARAMETER
           END-IF
           .
       SUB-6100-EXIT.
           EXIT.
      /
       SUB-6110-STEP-FORWARD.
      *----------------------

           ADD  1                  TO W-ROLL-STEPS
           ADD  1                  TO W-DAY-INT

           PERFORM SUB-6000-TEST-DAY THRU SUB-6000-EXIT
           .
       SUB-6110-EXIT.
           EXIT.
      /
       SUB-6200-ROLL-BACKWARD.
      *-----------------------

           MOVE 0                  TO W-ROLL-STEPS

           PERFORM SUB-6000-TEST-DAY THRU SUB-6000-EXIT

           PERFORM SUB-6210-STEP-BACKWARD THRU SUB-6210-EXIT
               UNTIL W-DAY-BUSINESS
                  OR W-ROLL-STEPS > W-ROLL-MAX

           IF      NOT W-DAY-BUSINESS
               SET  UTIL-RC-BAD-DATA OF L-PARAMETER
                                   TO TRUE
               MOVE 'NO BUSINESS DAY WITHIN A YEAR'
                                   TO UTIL-MESSAGE OF L-PARAMETER
           END-IF
           .
       SUB-6200-EXIT.
           EXIT.
      /
       SUB-6210-STEP-BACKWARD.
      *-----------------------

           ADD  1                  TO W-ROLL-STEPS
           SUBTRACT 1            FROM W-DAY-INT

           PERFORM SUB-6000-TEST-DAY THRU SUB-6000-EXIT
           .
       SUB-6210-EXIT.
           EXIT.
      /
       SUB-7100-DATE-TO-INTEGER.
      *-------------------------

           SET  W-DATE-NOT-VALID    TO TRUE
           MOVE 0                   TO W-DATE-INT

           IF      W-DATE-TEXT(5:1) NOT = '-'
           OR      W-DATE-TEXT(8:1) NOT = '-'
               GO TO SUB-7100-EXIT
           END-IF

           MOVE W-DATE-TEXT(1:4)    TO W-DATE-YYYY
           MOVE W-DATE-TEXT(6:2)    TO W-DATE-MM
           MOVE W-DATE-TEXT(9:2)    TO W-DATE-DD

           IF      W-DATE-YYYYMMDD NOT NUMERIC
               GO TO SUB-7100-EXIT
           END-IF

           IF      FUNCTION TEST-DATE-YYYYMMDD(W-DATE-NUM) NOT = 0
               GO TO SUB-7100-EXIT
           END-IF

           COMPUTE W-DATE-INT =
               FUNCTION INTEGER-OF-DATE(W-DATE-NUM)

           SET  W-DATE-VALID        TO TRUE
           .
       SUB-7100-EXIT.
           EXIT.
      /
       SUB-7200-INTEGER-TO-DATE.
      *-------------------------

           MOVE FUNCTION DATE-OF-INTEGER(W-DATE-INT)
                                    TO W-DATE-NUM

           STRING W-DATE-YYYY '-' W-DATE-MM '-' W-DATE-DD
               DELIMITED BY SIZE INTO W-DATE-TEXT
           END-STRING
           .
       SUB-7200-EXIT.
           EXIT.
      /
       SUB-9000-LOG-FAILURE.
      *---------------------

      **** A REJECTED CALL IS ALSO APPENDED TO THE UTILERRL CENTRAL
      **** ERROR LOG, SO THE EVIDENCE SURVIVES A CALLER THAT IGNORES
      **** THE UTILSTAT TRAILER.

           MOVE 'BUSDAY'            TO EL-SUBROUTINE
           MOVE UTIL-RETURN-CODE OF L-PARAMETER
                                   TO EL-RETURN-CODE
           MOVE UTIL-MESSAGE OF L-PARAMETER
                                   TO EL-MESSAGE
           MOVE SPACES             TO EL-CALLER-ID

           CALL W-ERRLOG-PROG   USING W-ERRLOG-PARAMETER
           .
       SUB-9000-EXIT.
           EXIT.
