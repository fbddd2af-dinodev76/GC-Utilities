      *=========================== CALMAINT ============================*
      * Authors: Brian D Pead
      *
      * Description: Maintenance for the BUSCAL business calendar
      *              registry that BUSDAY answers business-day
      *              questions from, so FEEDWTCH, VERIFDUE and any
      *              later date-driven program share one set of
      *              holidays instead of each keeping a dataset of
      *              its own.  Each registry record carries a
      *              calendar name (UK, US and so on), a date, an
      *              entry type -- HOLIDAY for a closed day, MONTHEND
      *              for the month-end processing date, at most one
      *              per calendar per month -- and a description.
      *              The first SYSIN card gives the function -- ADD,
      *              REPLACE, DELETE or LIST -- and the calendar
      *              name.  Updates run through the CALWORK copy-
      *              and-rewrite pattern PRTMAINT uses on PARTNERS,
      *              and every change appends one audit line to
      *              CALAUDIT.
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

       PROGRAM-ID.                 CALMAINT.

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

           SELECT SYSIN-FILE
               ASSIGN TO           'SYSIN'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-SYSIN-FILE-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO           'BUSCAL'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-CAL-FILE-STATUS.

           SELECT WORK-FILE
               ASSIGN TO           'CALWORK'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-WRK-FILE-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO           'CALAUDIT'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-AUD-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  SYSIN-FILE.

       01  SYSIN-RECORD                PIC X(80).

       FD  CALENDAR-FILE.

       01  CALENDAR-RECORD.
           05  CAL-REC-CALENDAR        PIC X(08).
           05  CAL-REC-SEP-1           PIC X(01).
           05  CAL-REC-DATE            PIC X(10).
           05  CAL-REC-SEP-2           PIC X(01).
           05  CAL-REC-TYPE            PIC X(08).
           05  CAL-REC-SEP-3           PIC X(01).
           05  CAL-REC-TEXT            PIC X(30).

       FD  WORK-FILE.

       01  WORK-RECORD                 PIC X(59).

       FD  AUDIT-FILE.

       01  AUDIT-RECORD.
           05  AUD-REC-TIMESTAMP       PIC X(19).
           05  AUD-REC-SEP-1           PIC X(01).
           05  AUD-REC-ACTION          PIC X(08).
           05  AUD-REC-SEP-2           PIC X(01).
           05  AUD-REC-CALENDAR        PIC X(08).
           05  AUD-REC-SEP-3           PIC X(01).
           05  AUD-REC-DATE            PIC X(10).
           05  AUD-REC-SEP-4           PIC X(01).
           05  AUD-REC-TYPE            PIC X(08).
           05  AUD-REC-SEP-5           PIC X(01).
           05  AUD-REC-TEXT            PIC X(30).
           05  AUD-REC-SEP-6           PIC X(01).
           05  AUD-REC-JOB             PIC X(08).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-SYSIN-FILE-STATUS      PIC X(02).
       01  W-CAL-FILE-STATUS        PIC X(02).
       01  W-WRK-FILE-STATUS        PIC X(02).
       01  W-AUD-FILE-STATUS        PIC X(02).

       01  W-FUNCTION               PIC X(10).
           88  W-FUNC-ADD                           VALUE 'ADD'.
           88  W-FUNC-REPLACE                       VALUE 'REPLACE'.
           88  W-FUNC-DELETE                        VALUE 'DELETE'.
           88  W-FUNC-LIST                          VALUE 'LIST'.
           88  W-FUNC-VALID                         VALUES 'ADD'
                                                       'REPLACE'
                                                        'DELETE'
                                                          'LIST'.

       01  W-CALENDAR               PIC X(08).
       01  W-CARD-KEYWORD           PIC X(10).

       01  W-ENTRY-DATE             PIC X(10)       VALUE SPACES.

       01  W-ENTRY-TYPE             PIC X(08)       VALUE SPACES.
           88  W-TYPE-HOLIDAY                       VALUE 'HOLIDAY'.
           88  W-TYPE-MONTHEND                      VALUE 'MONTHEND'.
           88  W-TYPE-VALID                         VALUES 'HOLIDAY'
                                                      'MONTHEND'.

       01  W-ENTRY-TEXT             PIC X(30)       VALUE SPACES.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-SYSIN-EOF                          VALUE 'Y'.
           88  W-SYSIN-NOT-EOF                      VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-CAL-EOF                            VALUE 'Y'.
           88  W-CAL-NOT-EOF                        VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-WRK-EOF                            VALUE 'Y'.
           88  W-WRK-NOT-EOF                        VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-REGISTRY-ABSENT                    VALUE 'Y'.
           88  W-REGISTRY-PRESENT                   VALUE 'N'.

       01  W-READ-COUNT             PIC 9(09)  COMP VALUE 0.
       01  W-MATCH-COUNT            PIC 9(09)  COMP VALUE 0.
       01  W-CLASH-COUNT            PIC 9(09)  COMP VALUE 0.
       01  W-CLASH-DATE             PIC X(10)       VALUE SPACES.
       01  W-HOLIDAY-COUNT          PIC 9(09)  COMP VALUE 0.
       01  W-MONTHEND-COUNT         PIC 9(09)  COMP VALUE 0.

       01  W-WEEKDAY                PIC X(03).
       01  W-DOW                    PIC 9(04)  COMP.
       01  W-DAY-NAMES              PIC X(21)       VALUE
           'SUNMONTUEWEDTHUFRISAT'.

      **** DATE HANDLING: YYYY-MM-DD TEXT IN W-DATE-TEXT, ITS DAY
      **** NUMBER IN W-DATE-INT.

       01  W-DATE-TEXT              PIC X(10).
       01  W-DATE-INT               PIC 9(09)  COMP.

       01  W-DATE-YYYYMMDD.
           05  W-DATE-YYYY          PIC X(04).
           05  W-DATE-MM            PIC X(02).
           05  W-DATE-DD            PIC X(02).
       01  W-DATE-NUM REDEFINES W-DATE-YYYYMMDD
                                    PIC 9(08).

       01  FILLER                   PIC X(01)       VALUE 'Y'.
           88  W-DATE-VALID                         VALUE 'Y'.
           88  W-DATE-NOT-VALID                     VALUE 'N'.

      **** THE AUDIT APPEND IS SERIALIZED BY BOUNDED RETRY: A BUSY
      **** EXTEND OPEN IS RETRIED AFTER A SHORT SPIN, AND AN OUTPUT
      **** OPEN -- WHICH WOULD TRUNCATE THE AUDIT HISTORY -- IS
      **** TAKEN ONLY WHEN THE DATASET DOES NOT EXIST YET (STATUS
      **** 35), SO A CONCURRENT MAINTENANCE JOB CANNOT WIPE IT.

       01  W-OPEN-TRY               PIC 9(04)  COMP.
       01  W-OPEN-TRY-MAX           PIC 9(04)  COMP VALUE 100.
       01  W-SPIN-DX                PIC 9(09)  COMP.
       01  W-SPIN-SINK              PIC 9(09)  COMP.

       01  W-CURRENT-DATE.
           05  W-CURRENT-DATE-YYYY  PIC X(04).
           05  W-CURRENT-DATE-MM    PIC X(02).
           05  W-CURRENT-DATE-DD    PIC X(02).
           05  W-CURRENT-TIME-HH    PIC X(02).
           05  W-CURRENT-TIME-MM    PIC X(02).
           05  W-CURRENT-TIME-SS    PIC X(02).
           05  FILLER               PIC X(07).

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                    PIC X(04).
           05  W-COMPILED-DATE-MM   PIC X(02).
           05  W-COMPILED-DATE-DD   PIC X(02).
           05  W-COMPILED-TIME-HH   PIC X(02).
           05  W-COMPILED-TIME-MM   PIC X(02).
           05  W-COMPILED-TIME-SS   PIC X(02).
           05  FILLER               PIC X(07).
      /
       PROCEDURE DIVISION.
      *===================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      RETURN-CODE = 0
               EVALUATE TRUE
                   WHEN W-FUNC-LIST
                       PERFORM SUB-2000-LIST THRU SUB-2000-EXIT
                   WHEN OTHER
                       PERFORM SUB-3000-UPDATE THRU SUB-3000-EXIT
               END-EVALUATE
           END-IF

           PERFORM SUB-5000-SHUT-DOWN THRU SUB-5000-EXIT
           .
       MAIN-EXIT.
           STOP RUN.
      /
       SUB-1000-START-UP.
      *------------------

           MOVE FUNCTION WHEN-COMPILED
                                    TO W-COMPILED-DATE

           DISPLAY 'CALMAINT compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           PERFORM SUB-1100-READ-SYSIN THRU SUB-1100-EXIT

           IF      RETURN-CODE = 0
               PERFORM SUB-1300-CHECK-DECK THRU SUB-1300-EXIT
           END-IF
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-READ-SYSIN.
      *----------------------

      **** THE FIRST CARD GIVES THE FUNCTION IN COLUMNS 1-10 (ADD,
      **** REPLACE, DELETE OR LIST) AND THE CALENDAR NAME IN
      **** COLUMNS 12-19.  LIST WITH A BLANK NAME LISTS EVERY
      **** CALENDAR.  THE REMAINING CARDS CARRY A KEYWORD IN COLUMNS
      **** 1-10 AND ITS VALUE FROM COLUMN 12 -- DATE (YYYY-MM-DD),
      **** TYPE (HOLIDAY, THE DEFAULT, OR MONTHEND) AND TEXT (THE
      **** DESCRIPTION, UP TO 30 CHARACTERS).  AN ENTRY IS KEYED BY
      **** CALENDAR, DATE AND TYPE; REPLACE CHANGES ITS TEXT.

           OPEN INPUT SYSIN-FILE

           READ SYSIN-FILE
               AT END
                   DISPLAY 'CALMAINT SYSIN is empty - no function '
                       'card'
                   MOVE 16          TO RETURN-CODE
           END-READ

           IF      RETURN-CODE NOT = 0
               CLOSE SYSIN-FILE
               GO TO SUB-1100-EXIT
           END-IF

           MOVE SYSIN-RECORD(1:10)  TO W-FUNCTION
           MOVE SYSIN-RECORD(12:8)  TO W-CALENDAR

           IF      NOT W-FUNC-VALID
               DISPLAY 'CALMAINT function must be ADD, REPLACE, '
                   'DELETE or LIST: ' W-FUNCTION
               MOVE 16              TO RETURN-CODE
               CLOSE SYSIN-FILE
               GO TO SUB-1100-EXIT
           END-IF

           IF      NOT W-FUNC-LIST
           AND     W-CALENDAR = SPACES
               DISPLAY 'CALMAINT ' W-FUNCTION ' needs a calendar '
                   'name'
               MOVE 16              TO RETURN-CODE
               CLOSE SYSIN-FILE
               GO TO SUB-1100-EXIT
           END-IF

           PERFORM SUB-1150-READ-OPTION-CARD THRU SUB-1150-EXIT
               UNTIL W-SYSIN-EOF OR RETURN-CODE NOT = 0

           CLOSE SYSIN-FILE
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1150-READ-OPTION-CARD.
      *------------------------------

           READ SYSIN-FILE
               AT END
                   SET  W-SYSIN-EOF TO TRUE
                   GO TO SUB-1150-EXIT
           END-READ

           MOVE SYSIN-RECORD(1:10)  TO W-CARD-KEYWORD

           EVALUATE W-CARD-KEYWORD
               WHEN 'DATE'
                   MOVE SYSIN-RECORD(12:10)
                                    TO W-ENTRY-DATE
                   MOVE W-ENTRY-DATE
                                    TO W-DATE-TEXT
                   PERFORM SUB-7100-DATE-TO-INTEGER THRU SUB-7100-EXIT
                   IF      W-DATE-NOT-VALID
                       DISPLAY 'CALMAINT DATE is not a valid '
                           'YYYY-MM-DD date: ' W-ENTRY-DATE
                       MOVE 16      TO RETURN-CODE
                   END-IF

               WHEN 'TYPE'
                   MOVE SYSIN-RECORD(12:8)
                                    TO W-ENTRY-TYPE
                   IF      NOT W-TYPE-VALID
                       DISPLAY 'CALMAINT TYPE must be HOLIDAY or '
                           'MONTHEND: ' W-ENTRY-TYPE
                       MOVE 16      TO RETURN-CODE
                   END-IF

               WHEN 'TEXT'
                   MOVE SYSIN-RECORD(12:30)
                                    TO W-ENTRY-TEXT

               WHEN SPACES
                   CONTINUE

               WHEN OTHER
                   DISPLAY 'CALMAINT unknown SYSIN card: '
                       W-CARD-KEYWORD
                   MOVE 16          TO RETURN-CODE
           END-EVALUATE
           .
       SUB-1150-EXIT.
           EXIT.
      /
       SUB-1300-CHECK-DECK.
      *----------------------

           IF      W-FUNC-LIST
               GO TO SUB-1300-EXIT
           END-IF

           IF      W-ENTRY-DATE = SPACES
               DISPLAY 'CALMAINT ' W-FUNCTION ' needs a DATE card'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1300-EXIT
           END-IF

           IF      W-ENTRY-TYPE = SPACES
               MOVE 'HOLIDAY'       TO W-ENTRY-TYPE
           END-IF

           IF      W-FUNC-DELETE
           AND     W-ENTRY-TEXT NOT = SPACES
               DISPLAY 'CALMAINT DELETE takes no TEXT card'
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-2000-LIST.
      *-----------------

           PERFORM SUB-2050-OPEN-REGISTRY THRU SUB-2050-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-2000-EXIT
           END-IF

           IF      W-REGISTRY-ABSENT
               DISPLAY 'CALMAINT (registry is empty)'
               GO TO SUB-2000-EXIT
           END-IF

           DISPLAY 'CALMAINT   CALENDAR DATE       DAY TYPE     '
               'DESCRIPTION'

           PERFORM SUB-2100-READ-REGISTRY THRU SUB-2100-EXIT

           PERFORM SUB-2200-LIST-RECORD THRU SUB-2200-EXIT
               UNTIL W-CAL-EOF

           CLOSE CALENDAR-FILE

           IF      W-HOLIDAY-COUNT = 0
           AND     W-MONTHEND-COUNT = 0
           AND     W-CALENDAR NOT = SPACES
               DISPLAY 'CALMAINT calendar not registered: '
                   W-CALENDAR
               MOVE 4               TO RETURN-CODE
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2050-OPEN-REGISTRY.
      *---------------------------

      **** A REGISTRY THAT DOES NOT EXIST YET IS JUST EMPTY -- THE
      **** FIRST ADD CREATES IT.

           SET  W-REGISTRY-PRESENT  TO TRUE

           OPEN INPUT CALENDAR-FILE

           IF      W-CAL-FILE-STATUS = '35'
               SET  W-REGISTRY-ABSENT
                                    TO TRUE
               GO TO SUB-2050-EXIT
           END-IF

           IF      W-CAL-FILE-STATUS NOT = '00'
               DISPLAY 'CALMAINT unable to open BUSCAL - status '
                   W-CAL-FILE-STATUS
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-2050-EXIT.
           EXIT.
      /
       SUB-2100-READ-REGISTRY.
      *---------------------------

           READ CALENDAR-FILE
               AT END
                   SET  W-CAL-EOF   TO TRUE
           END-READ
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-LIST-RECORD.
      *------------------------

      **** BLANK AND COMMENT LINES IN THE REGISTRY ARE NOT ENTRIES
      **** AND ARE NOT LISTED.

           IF      CAL-REC-TYPE NOT = 'HOLIDAY'
           AND     CAL-REC-TYPE NOT = 'MONTHEND'
               GO TO SUB-2200-NEXT
           END-IF

           IF      W-CALENDAR NOT = SPACES
           AND     CAL-REC-CALENDAR NOT = W-CALENDAR
               GO TO SUB-2200-NEXT
           END-IF

           IF      CAL-REC-TYPE = 'HOLIDAY'
               ADD  1               TO W-HOLIDAY-COUNT
           ELSE
               ADD  1               TO W-MONTHEND-COUNT
           END-IF

      **** THE WEEKDAY IS SHOWN SO A HOLIDAY KEYED ONTO A WEEKEND,
      **** OR A MONTH-END ON A CLOSED DAY, STANDS OUT.

           MOVE '???'               TO W-WEEKDAY
           MOVE CAL-REC-DATE        TO W-DATE-TEXT
           PERFORM SUB-7100-DATE-TO-INTEGER THRU SUB-7100-EXIT

           IF      W-DATE-VALID
               COMPUTE W-DOW = FUNCTION MOD(W-DATE-INT, 7)
               MOVE W-DAY-NAMES(W-DOW * 3 + 1:3)
                                    TO W-WEEKDAY
           END-IF

           DISPLAY 'CALMAINT   ' CAL-REC-CALENDAR ' ' CAL-REC-DATE
               ' ' W-WEEKDAY ' ' CAL-REC-TYPE ' ' CAL-REC-TEXT
           .
       SUB-2200-NEXT.

           PERFORM SUB-2100-READ-REGISTRY THRU SUB-2100-EXIT
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-3000-UPDATE.
      *-------------------

      **** PASS 1: COPY THE REGISTRY TO CALWORK UNCHANGED, COUNTING
      **** ENTRIES WITH THE SAME KEY AND, FOR A MONTH-END, ANY OTHER
      **** MONTH-END ALREADY HELD FOR THE SAME MONTH.

           PERFORM SUB-2050-OPEN-REGISTRY THRU SUB-2050-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-3000-EXIT
           END-IF

           OPEN OUTPUT WORK-FILE

           IF      W-WRK-FILE-STATUS NOT = '00'
               DISPLAY 'CALMAINT unable to open CALWORK - status '
                   W-WRK-FILE-STATUS
               IF      W-REGISTRY-PRESENT
                   CLOSE CALENDAR-FILE
               END-IF
               MOVE 16              TO RETURN-CODE
               GO TO SUB-3000-EXIT
           END-IF

           IF      W-REGISTRY-PRESENT
               PERFORM SUB-2100-READ-REGISTRY THRU SUB-2100-EXIT
               PERFORM SUB-3100-COPY-RECORD THRU SUB-3100-EXIT
                   UNTIL W-CAL-EOF
               CLOSE CALENDAR-FILE
           END-IF

           CLOSE WORK-FILE

           IF      W-FUNC-ADD
           AND     W-MATCH-COUNT > 0
               DISPLAY 'CALMAINT entry already registered: '
                   W-CALENDAR ' ' W-ENTRY-DATE ' ' W-ENTRY-TYPE
                   ' - use REPLACE'
               MOVE 8               TO RETURN-CODE
               GO TO SUB-3000-EXIT
           END-IF

           IF      W-FUNC-ADD
           AND     W-CLASH-COUNT > 0
               DISPLAY 'CALMAINT ' W-CALENDAR ' already has a '
                   'month-end date for ' W-ENTRY-DATE(1:7) ': '
                   W-CLASH-DATE ' - DELETE it first'
               MOVE 8               TO RETURN-CODE
               GO TO SUB-3000-EXIT
           END-IF

           IF      NOT W-FUNC-ADD
           AND     W-MATCH-COUNT = 0
               DISPLAY 'CALMAINT entry not registered: '
                   W-CALENDAR ' ' W-ENTRY-DATE ' ' W-ENTRY-TYPE
               MOVE 4               TO RETURN-CODE
               GO TO SUB-3000-EXIT
           END-IF

           PERFORM SUB-3200-REWRITE-REGISTRY THRU SUB-3200-EXIT

           IF      RETURN-CODE = 0
               PERFORM SUB-4000-WRITE-AUDIT THRU SUB-4000-EXIT
           END-IF
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-COPY-RECORD.
      *------------------------

           ADD  1                   TO W-READ-COUNT

           IF      CAL-REC-CALENDAR = W-CALENDAR
           AND     CAL-REC-DATE = W-ENTRY-DATE
           AND     CAL-REC-TYPE = W-ENTRY-TYPE
               ADD  1               TO W-MATCH-COUNT
           END-IF

           IF      W-TYPE-MONTHEND
           AND     CAL-REC-CALENDAR = W-CALENDAR
           AND     CAL-REC-TYPE = 'MONTHEND'
           AND     CAL-REC-DATE(1:7) = W-ENTRY-DATE(1:7)
           AND     CAL-REC-DATE NOT = W-ENTRY-DATE
               ADD  1               TO W-CLASH-COUNT
               MOVE CAL-REC-DATE    TO W-CLASH-DATE
           END-IF

           WRITE WORK-RECORD      FROM CALENDAR-RECORD

           PERFORM SUB-2100-READ-REGISTRY THRU SUB-2100-EXIT
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3200-REWRITE-REGISTRY.
      *------------------------------

      **** PASS 2: WRITE EVERY RECORD BACK, CHANGING OR DROPPING THE
      **** MATCHING ENTRY IN PLACE; A NEW ENTRY GOES ON THE END.

           OPEN INPUT WORK-FILE

           IF      W-WRK-FILE-STATUS NOT = '00'
               DISPLAY 'CALMAINT unable to reopen CALWORK - status '
                   W-WRK-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-3200-EXIT
           END-IF

           OPEN OUTPUT CALENDAR-FILE

           IF      W-CAL-FILE-STATUS NOT = '00'
               DISPLAY 'CALMAINT unable to rewrite BUSCAL - status '
                   W-CAL-FILE-STATUS
               CLOSE WORK-FILE
               MOVE 16              TO RETURN-CODE
               GO TO SUB-3200-EXIT
           END-IF

           PERFORM SUB-3210-READ-WORK THRU SUB-3210-EXIT

           PERFORM SUB-3220-COPY-BACK THRU SUB-3220-EXIT
               UNTIL W-WRK-EOF

           CLOSE WORK-FILE

           IF      W-FUNC-ADD
               PERFORM SUB-3300-BUILD-ENTRY THRU SUB-3300-EXIT
               WRITE CALENDAR-RECORD
               DISPLAY 'CALMAINT added ' W-CALENDAR ' ' W-ENTRY-DATE
                   ' ' W-ENTRY-TYPE ' ' W-ENTRY-TEXT
           END-IF

           CLOSE CALENDAR-FILE
           .
       SUB-3200-EXIT.
           EXIT.
      /
       SUB-3210-READ-WORK.
      *----------------------

           READ WORK-FILE
               AT END
                   SET  W-WRK-EOF   TO TRUE
           END-READ
           .
       SUB-3210-EXIT.
           EXIT.
      /
       SUB-3220-COPY-BACK.
      *----------------------

           MOVE WORK-RECORD         TO CALENDAR-RECORD

           IF      CAL-REC-CALENDAR = W-CALENDAR
           AND     CAL-REC-DATE = W-ENTRY-DATE
           AND     CAL-REC-TYPE = W-ENTRY-TYPE
               PERFORM SUB-3230-APPLY-CHANGE THRU SUB-3230-EXIT
           ELSE
               WRITE CALENDAR-RECORD
           END-IF

           PERFORM SUB-3210-READ-WORK THRU SUB-3210-EXIT
           .
       SUB-3220-EXIT.
           EXIT.
      /
       SUB-3230-APPLY-CHANGE.
      *-------------------------

           EVALUATE TRUE
               WHEN W-FUNC-DELETE
                   MOVE CAL-REC-TEXT
                                    TO W-ENTRY-TEXT
                   DISPLAY 'CALMAINT removed ' W-CALENDAR ' '
                       W-ENTRY-DATE ' ' W-ENTRY-TYPE ' '
                       W-ENTRY-TEXT

               WHEN W-FUNC-REPLACE
                   PERFORM SUB-3300-BUILD-ENTRY THRU SUB-3300-EXIT
                   WRITE CALENDAR-RECORD
                   DISPLAY 'CALMAINT replaced ' W-CALENDAR ' '
                       W-ENTRY-DATE ' ' W-ENTRY-TYPE ' '
                       W-ENTRY-TEXT
           END-EVALUATE
           .
       SUB-3230-EXIT.
           EXIT.
      /
       SUB-3300-BUILD-ENTRY.
      *------------------------

           MOVE SPACES              TO CALENDAR-RECORD
           MOVE W-CALENDAR          TO CAL-REC-CALENDAR
           MOVE W-ENTRY-DATE        TO CAL-REC-DATE
           MOVE W-ENTRY-TYPE        TO CAL-REC-TYPE
           MOVE W-ENTRY-TEXT        TO CAL-REC-TEXT
           .
       SUB-3300-EXIT.
           EXIT.
      /
       SUB-4000-WRITE-AUDIT.
      *------------------------

      **** ONE AUDIT LINE PER CHANGE, APPENDED THE SAME WAY STATWRT
      **** TREATS GCUSTAT, SO THE LINE SURVIVES WHATEVER THE JOB
      **** DOES NEXT.

           MOVE FUNCTION CURRENT-DATE
                                    TO W-CURRENT-DATE

           MOVE SPACES              TO AUDIT-RECORD

           STRING W-CURRENT-DATE-YYYY   '-'
                  W-CURRENT-DATE-MM     '-'
                  W-CURRENT-DATE-DD     ' '
                  W-CURRENT-TIME-HH     ':'
                  W-CURRENT-TIME-MM     ':'
                  W-CURRENT-TIME-SS
               DELIMITED BY SIZE INTO AUD-REC-TIMESTAMP
           END-STRING

           MOVE W-FUNCTION          TO AUD-REC-ACTION
           MOVE W-CALENDAR          TO AUD-REC-CALENDAR
           MOVE W-ENTRY-DATE        TO AUD-REC-DATE
           MOVE W-ENTRY-TYPE        TO AUD-REC-TYPE
           MOVE W-ENTRY-TEXT        TO AUD-REC-TEXT
           MOVE 'CALMAINT'          TO AUD-REC-JOB

           PERFORM SUB-4050-OPEN-FOR-APPEND THRU SUB-4050-EXIT

           IF      W-AUD-FILE-STATUS = '00'
               WRITE AUDIT-RECORD
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY 'CALMAINT unable to append the audit line - '
                   'status ' W-AUD-FILE-STATUS
           END-IF
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-4050-OPEN-FOR-APPEND.
      *-----------------------------

      **** OPEN THE AUDIT DATASET FOR APPEND UNDER CONCURRENT
      **** WRITERS: RETRY A BUSY EXTEND, CREATE ONLY WHEN THE
      **** DATASET DOES NOT EXIST, NEVER TRUNCATE A LIVE FILE.

           MOVE 0                   TO W-OPEN-TRY

           OPEN EXTEND AUDIT-FILE

           PERFORM SUB-4060-RETRY-OPEN THRU SUB-4060-EXIT
               UNTIL W-AUD-FILE-STATUS = '00'
                  OR W-AUD-FILE-STATUS = '35'
                  OR W-OPEN-TRY >= W-OPEN-TRY-MAX

           IF      W-AUD-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF
           .
       SUB-4050-EXIT.
           EXIT.
      /
       SUB-4060-RETRY-OPEN.
      *-----------------------

           ADD  1                   TO W-OPEN-TRY

           PERFORM SUB-4070-SPIN THRU SUB-4070-EXIT
               VARYING W-SPIN-DX FROM 1 BY 1
                 UNTIL W-SPIN-DX > 10000

           OPEN EXTEND AUDIT-FILE
           .
       SUB-4060-EXIT.
           EXIT.
      /
       SUB-4070-SPIN.
      *-----------------

           COMPUTE W-SPIN-SINK = W-SPIN-DX + W-OPEN-TRY
           .
       SUB-4070-EXIT.
           EXIT.
      /
       SUB-5000-SHUT-DOWN.
      *-------------------

           IF      RETURN-CODE = 16
               DISPLAY 'CALMAINT completed with errors'
               GO TO SUB-5000-EXIT
           END-IF

           DISPLAY 'CALMAINT function   : ' W-FUNCTION
           DISPLAY 'CALMAINT calendar   : ' W-CALENDAR

           IF      W-FUNC-LIST
               DISPLAY 'CALMAINT holidays listed  : ' W-HOLIDAY-COUNT
               DISPLAY 'CALMAINT month-ends listed: '
                   W-MONTHEND-COUNT
           ELSE
               DISPLAY 'CALMAINT records read   : ' W-READ-COUNT
               DISPLAY 'CALMAINT records matched: ' W-MATCH-COUNT
           END-IF

           DISPLAY 'CALMAINT completed'
           .
       SUB-5000-EXIT.
           EXIT.
      /
       SUB-7100-DATE-TO-INTEGER.
      *----------------------------

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
