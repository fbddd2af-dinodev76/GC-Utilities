      *=========================== PDTMAINT ============================*
      * Authors: Brian D Pead
      *
      * Description: Maintenance for the PROCDATE business processing-
      *              date control record PROCDT hands to CRC32,
      *              STATWRT and ERRLOG, so the audit trails record
      *              which cycle a check belongs to as well as when
      *              it ran.  The cycle-start job runs ROLL; SET is
      *              for the operator putting the date right, or
      *              pointing a rerun back at the cycle it replaces.
      *              The first SYSIN card gives the function in
      *              columns 1-10 and, for SET, the date from column
      *              12:
      *                SET        make the given date current
      *                ROLL       advance to the next business day
      *                           after the current processing date
      *                SHOW       display the control record
      *              A CAL-NAME card names the BUSCAL calendar ROLL
      *              skips holidays on; without one the calendar kept
      *              on the control record is used, and with neither
      *              ROLL skips weekends only.  A REASON card is
      *              carried onto the audit line every change appends
      *              to PDTAUDIT.  Setting the date backwards, or
      *              ahead of the run date, is allowed but called out
      *              on the console.
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

       PROGRAM-ID.                 PDTMAINT.

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

           SELECT PROC-DATE-FILE
               ASSIGN TO           'PROCDATE'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-PDT-FILE-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO           'PDTAUDIT'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-AUD-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  SYSIN-FILE.

       01  SYSIN-RECORD                PIC X(80).

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

       FD  AUDIT-FILE.

       01  AUDIT-RECORD.
           05  AUD-REC-TIMESTAMP       PIC X(19).
           05  AUD-REC-SEP-1           PIC X(01).
           05  AUD-REC-ACTION          PIC X(08).
           05  AUD-REC-SEP-2           PIC X(01).
           05  AUD-REC-OLD-DATE        PIC X(10).
           05  AUD-REC-SEP-3           PIC X(01).
           05  AUD-REC-NEW-DATE        PIC X(10).
           05  AUD-REC-SEP-4           PIC X(01).
           05  AUD-REC-CALENDAR        PIC X(08).
           05  AUD-REC-SEP-5           PIC X(01).
           05  AUD-REC-JOB             PIC X(08).
           05  AUD-REC-SEP-6           PIC X(01).
           05  AUD-REC-REASON          PIC X(40).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-SYSIN-FILE-STATUS      PIC X(02).
       01  W-PDT-FILE-STATUS        PIC X(02).
       01  W-AUD-FILE-STATUS        PIC X(02).

       01  W-FUNCTION               PIC X(10).
           88  W-FUNC-SET                           VALUE 'SET'.
           88  W-FUNC-ROLL                          VALUE 'ROLL'.
           88  W-FUNC-SHOW                          VALUE 'SHOW'.
           88  W-FUNC-VALID                         VALUES 'SET'
                                                          'ROLL'
                                                          'SHOW'.

       01  W-SET-DATE               PIC X(10)       VALUE SPACES.
       01  W-CARD-KEYWORD           PIC X(10).
       01  W-CALENDAR-NAME          PIC X(08)       VALUE SPACES.
       01  W-REASON                 PIC X(40)       VALUE SPACES.

       01  W-OLD-DATE               PIC X(10)       VALUE SPACES.
       01  W-NEW-DATE               PIC X(10)       VALUE SPACES.
       01  W-OLD-CALENDAR           PIC X(08)       VALUE SPACES.
       01  W-TODAY                  PIC X(10).
       01  W-STAMP                  PIC X(19).

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-SYSIN-EOF                          VALUE 'Y'.
           88  W-SYSIN-NOT-EOF                      VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-CONTROL-ABSENT                     VALUE 'Y'.
           88  W-CONTROL-PRESENT                    VALUE 'N'.

       01  W-DATE-INT               PIC 9(09)  COMP.

       01  W-DATE-YYYYMMDD.
           05  W-DATE-YYYY          PIC X(04).
           05  W-DATE-MM            PIC X(02).
           05  W-DATE-DD            PIC X(02).
       01  W-DATE-NUM REDEFINES W-DATE-YYYYMMDD
                                    PIC 9(08).

       01  W-BUSDAY-PROG            PIC X(08)       VALUE 'BUSDAY'.

       01  W-BUSDAY-PARAMETER.      COPY BUSDAYL.

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
               PERFORM SUB-2000-READ-CONTROL THRU SUB-2000-EXIT
           END-IF

           IF      RETURN-CODE = 0
               EVALUATE TRUE
                   WHEN W-FUNC-SHOW
                       PERFORM SUB-2100-SHOW THRU SUB-2100-EXIT
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

           DISPLAY 'PDTMAINT compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           MOVE FUNCTION CURRENT-DATE
                                    TO W-CURRENT-DATE

           STRING W-CURRENT-DATE-YYYY   '-'
                  W-CURRENT-DATE-MM     '-'
                  W-CURRENT-DATE-DD
               DELIMITED BY SIZE INTO W-TODAY
           END-STRING

           STRING W-CURRENT-DATE-YYYY   '-'
                  W-CURRENT-DATE-MM     '-'
                  W-CURRENT-DATE-DD     ' '
                  W-CURRENT-TIME-HH     ':'
                  W-CURRENT-TIME-MM     ':'
                  W-CURRENT-TIME-SS
               DELIMITED BY SIZE INTO W-STAMP
           END-STRING

           PERFORM SUB-1100-READ-SYSIN THRU SUB-1100-EXIT
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-READ-SYSIN.
      *----------------------

           OPEN INPUT SYSIN-FILE

           READ SYSIN-FILE
               AT END
                   DISPLAY 'PDTMAINT SYSIN is empty - no function '
                       'card'
                   MOVE 16          TO RETURN-CODE
           END-READ

           IF      RETURN-CODE NOT = 0
               CLOSE SYSIN-FILE
               GO TO SUB-1100-EXIT
           END-IF

           MOVE SYSIN-RECORD(1:10)  TO W-FUNCTION
           MOVE SYSIN-RECORD(12:10) TO W-SET-DATE

           IF      NOT W-FUNC-VALID
               DISPLAY 'PDTMAINT function must be SET, ROLL or SHOW: '
                   W-FUNCTION
               MOVE 16              TO RETURN-CODE
               CLOSE SYSIN-FILE
               GO TO SUB-1100-EXIT
           END-IF

           IF      W-FUNC-SET
               PERFORM SUB-1200-CHECK-DATE THRU SUB-1200-EXIT
           ELSE
               IF      W-SET-DATE NOT = SPACES
                   DISPLAY 'PDTMAINT ' W-FUNCTION ' takes no date'
                   MOVE 16          TO RETURN-CODE
               END-IF
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
               WHEN 'CAL-NAME'
                   MOVE SYSIN-RECORD(12:8)
                                    TO W-CALENDAR-NAME

               WHEN 'REASON'
                   MOVE SYSIN-RECORD(12:40)
                                    TO W-REASON

               WHEN SPACES
                   CONTINUE

               WHEN OTHER
                   DISPLAY 'PDTMAINT unknown SYSIN card: '
                       W-CARD-KEYWORD
                   MOVE 16          TO RETURN-CODE
           END-EVALUATE
           .
       SUB-1150-EXIT.
           EXIT.
      /
       SUB-1200-CHECK-DATE.
      *----------------------

           MOVE W-SET-DATE(1:4)     TO W-DATE-YYYY
           MOVE W-SET-DATE(6:2)     TO W-DATE-MM
           MOVE W-SET-DATE(9:2)     TO W-DATE-DD

           IF      W-SET-DATE(5:1) NOT = '-'
           OR      W-SET-DATE(8:1) NOT = '-'
           OR      W-DATE-NUM NOT NUMERIC
               DISPLAY 'PDTMAINT SET date must be YYYY-MM-DD: '
                   W-SET-DATE
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1200-EXIT
           END-IF

           IF      FUNCTION TEST-DATE-YYYYMMDD(W-DATE-NUM) NOT = 0
               DISPLAY 'PDTMAINT SET date is not a valid date: '
                   W-SET-DATE
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-2000-READ-CONTROL.
      *-------------------------

      **** A CONTROL DATASET THAT DOES NOT EXIST YET MEANS NO DATE
      **** HAS EVER BEEN SET -- THE FIRST SET CREATES IT.

           SET  W-CONTROL-PRESENT   TO TRUE

           OPEN INPUT PROC-DATE-FILE

           IF      W-PDT-FILE-STATUS = '35'
               SET  W-CONTROL-ABSENT
                                    TO TRUE
               GO TO SUB-2000-EXIT
           END-IF

           IF      W-PDT-FILE-STATUS NOT = '00'
               DISPLAY 'PDTMAINT unable to open PROCDATE - status '
                   W-PDT-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-2000-EXIT
           END-IF

           READ PROC-DATE-FILE
               AT END
                   SET  W-CONTROL-ABSENT
                                    TO TRUE
           END-READ

           CLOSE PROC-DATE-FILE

           IF      W-CONTROL-PRESENT
               MOVE PDT-REC-DATE    TO W-OLD-DATE
               MOVE PDT-REC-CALENDAR
                                    TO W-OLD-CALENDAR
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-SHOW.
      *-----------------

           IF      W-CONTROL-ABSENT
               DISPLAY 'PDTMAINT no processing date is set - the run '
                   'date ' W-TODAY ' is used'
               MOVE 4               TO RETURN-CODE
               GO TO SUB-2100-EXIT
           END-IF

           DISPLAY 'PDTMAINT processing date : ' PDT-REC-DATE
           DISPLAY 'PDTMAINT previous date   : ' PDT-REC-PREVIOUS
           DISPLAY 'PDTMAINT last changed    : ' PDT-REC-SET-STAMP
               ' by ' PDT-REC-ACTION
           DISPLAY 'PDTMAINT calendar        : ' PDT-REC-CALENDAR
           DISPLAY 'PDTMAINT run date        : ' W-TODAY
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-3000-UPDATE.
      *-------------------

           IF      W-CALENDAR-NAME = SPACES
               MOVE W-OLD-CALENDAR  TO W-CALENDAR-NAME
           END-IF

           IF      W-FUNC-SET
               MOVE W-SET-DATE      TO W-NEW-DATE
           ELSE
               PERFORM SUB-3100-NEXT-BUSINESS-DAY THRU SUB-3100-EXIT
           END-IF

           IF      RETURN-CODE NOT = 0
               GO TO SUB-3000-EXIT
           END-IF

           IF      W-NEW-DATE < W-OLD-DATE
               DISPLAY 'PDTMAINT WARNING: processing date moves back '
                   'from ' W-OLD-DATE ' to ' W-NEW-DATE
           END-IF

           IF      W-NEW-DATE > W-TODAY
               DISPLAY 'PDTMAINT WARNING: processing date '
                   W-NEW-DATE ' is ahead of the run date ' W-TODAY
           END-IF

           OPEN OUTPUT PROC-DATE-FILE

           IF      W-PDT-FILE-STATUS NOT = '00'
               DISPLAY 'PDTMAINT unable to rewrite PROCDATE - status '
                   W-PDT-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-3000-EXIT
           END-IF

           MOVE SPACES              TO PROC-DATE-RECORD
           MOVE W-NEW-DATE          TO PDT-REC-DATE
           MOVE W-OLD-DATE          TO PDT-REC-PREVIOUS
           MOVE W-STAMP             TO PDT-REC-SET-STAMP
           MOVE W-FUNCTION          TO PDT-REC-ACTION
           MOVE W-CALENDAR-NAME     TO PDT-REC-CALENDAR

           WRITE PROC-DATE-RECORD

           CLOSE PROC-DATE-FILE

           DISPLAY 'PDTMAINT processing date ' W-OLD-DATE ' -> '
               W-NEW-DATE

           PERFORM SUB-4000-WRITE-AUDIT THRU SUB-4000-EXIT
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-NEXT-BUSINESS-DAY.
      *-------------------------------

      **** THE DAY AFTER THE CURRENT PROCESSING DATE, ROLLED FORWARD
      **** PAST WEEKENDS AND THE CALENDAR'S HOLIDAYS.

           IF      W-CONTROL-ABSENT
               DISPLAY 'PDTMAINT no processing date is set - use SET '
                   'first'
               MOVE 4               TO RETURN-CODE
               GO TO SUB-3100-EXIT
           END-IF

           MOVE W-OLD-DATE(1:4)     TO W-DATE-YYYY
           MOVE W-OLD-DATE(6:2)     TO W-DATE-MM
           MOVE W-OLD-DATE(9:2)     TO W-DATE-DD

           IF      W-DATE-NUM NOT NUMERIC
               DISPLAY 'PDTMAINT PROCDATE control record is damaged ('
                   W-OLD-DATE ') - use SET'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-3100-EXIT
           END-IF

           IF      FUNCTION TEST-DATE-YYYYMMDD(W-DATE-NUM) NOT = 0
               DISPLAY 'PDTMAINT PROCDATE control record is damaged ('
                   W-OLD-DATE ') - use SET'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-3100-EXIT
           END-IF

           COMPUTE W-DATE-INT =
               FUNCTION INTEGER-OF-DATE(W-DATE-NUM) + 1

           MOVE FUNCTION DATE-OF-INTEGER(W-DATE-INT)
                                    TO W-DATE-NUM

           MOVE 'NEXT'              TO BD-FUNCTION
           MOVE W-CALENDAR-NAME     TO BD-CALENDAR
           MOVE SPACES              TO BD-DATE

           STRING W-DATE-YYYY '-' W-DATE-MM '-' W-DATE-DD
               DELIMITED BY SIZE INTO BD-DATE
           END-STRING

           CALL W-BUSDAY-PROG    USING W-BUSDAY-PARAMETER

           IF      NOT UTIL-RC-OK OF W-BUSDAY-PARAMETER
               DISPLAY 'PDTMAINT calendar ' W-CALENDAR-NAME
                   ' rejected: ' UTIL-MESSAGE OF W-BUSDAY-PARAMETER
               MOVE 16              TO RETURN-CODE
               GO TO SUB-3100-EXIT
           END-IF

           MOVE BD-RESULT-DATE      TO W-NEW-DATE
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-4000-WRITE-AUDIT.
      *------------------------

      **** ONE AUDIT LINE PER CHANGE, APPENDED THE SAME WAY STATWRT
      **** TREATS GCUSTAT, SO THE LINE SURVIVES WHATEVER THE JOB
      **** DOES NEXT.

           MOVE SPACES              TO AUDIT-RECORD

           MOVE W-STAMP             TO AUD-REC-TIMESTAMP
           MOVE W-FUNCTION          TO AUD-REC-ACTION
           MOVE W-OLD-DATE          TO AUD-REC-OLD-DATE
           MOVE W-NEW-DATE          TO AUD-REC-NEW-DATE
           MOVE W-CALENDAR-NAME     TO AUD-REC-CALENDAR
           MOVE 'PDTMAINT'          TO AUD-REC-JOB
           MOVE W-REASON            TO AUD-REC-REASON

           PERFORM SUB-4050-OPEN-FOR-APPEND THRU SUB-4050-EXIT

           IF      W-AUD-FILE-STATUS = '00'
               WRITE AUDIT-RECORD
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY 'PDTMAINT unable to append the audit line - '
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
               DISPLAY 'PDTMAINT completed with errors'
           ELSE
               DISPLAY 'PDTMAINT completed'
           END-IF
           .
       SUB-5000-EXIT.
           EXIT.
