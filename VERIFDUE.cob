      *              (dataset card, ALGORITHM card and a blank
      *              separator per stanza) on request.  Ends with
      *              RETURN-CODE 4 when anything is overdue so the
      *              scheduler escalates.  An entry SCHMAINT has
      *              suspended (resume date in columns 70-79) is left
      *              off the calendar until that date arrives.  Given
      *              a business calendar from the BUSCAL registry, a
      *              due date that lands on a weekend or holiday
      *              rolls forward to the next business day, and an
      *              entry may be scheduled FIRSTBD or LASTBD -- the
      *              first business day, or the month-end processing
      *              date, of every month.  A DATE-BASIS BUSINESS
      *              card judges coverage as of the business
      *              processing date instead of the run date, and
      *              dates each check by the processing date CRC32
      *              stamped on it, so a cycle rerun the next day
      *              covers the cycle it was run for.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-02  1.0      First release
      * 2026-09-17  1.1      Skip entries suspended until a resume date
      * 2026-09-18  1.2      Business calendar, FIRSTBD and LASTBD
      * 2026-09-20  1.3      DATE-BASIS card for the business
      *                      processing date
      * 2026-09-26  1.4      Widen the CRCCTL record for the chain-
      *                      hash column; skip chain ANCHOR records
      *================================================================*

       PROCESS TRUNC(BIN)
           05  SCH-REC-WINDOW          PIC X(05).
           05  SCH-REC-SEP-3           PIC X(01).
           05  SCH-REC-ALGORITHM       PIC X(08).
           05  SCH-REC-SEP-4           PIC X(01).
           05  SCH-REC-RESUME          PIC X(10).

       FD  CRC-CONTROL-FILE.

           05  CTL-REC-DATASET         PIC X(44).
           05  CTL-REC-SEP-5           PIC X(01).
           05  CTL-REC-RECORDS         PIC 9(09).
           05  CTL-REC-SEP-6           PIC X(01).
           05  CTL-REC-BUS-DATE        PIC X(10).
           05  CTL-REC-SEP-7           PIC X(01).
           05  CTL-REC-CHAIN           PIC X(64).

       FD  DECK-FILE.

                                                        'FILECHK'.

       01  W-OUT-PREFIX             PIC X(26)       VALUE 'CHKOUT'.
       01  W-CALENDAR-NAME          PIC X(08)       VALUE SPACES.
       01  W-PREFIX-LEN             PIC S9(04) COMP VALUE 0.
       01  W-SCAN-DX                PIC 9(09)  COMP.


       01  W-READ-COUNT             PIC 9(09)  COMP VALUE 0.
       01  W-SKIPPED-COUNT          PIC 9(04)  COMP VALUE 0.
       01  W-SUSPENDED-COUNT        PIC 9(04)  COMP VALUE 0.
       01  W-DONE-COUNT             PIC 9(04)  COMP VALUE 0.
       01  W-DUE-COUNT              PIC 9(04)  COMP VALUE 0.
       01  W-OVERDUE-COUNT          PIC 9(04)  COMP VALUE 0.

       01  W-TODAY-DATE             PIC X(10).
       01  W-NOW-TIME               PIC X(05).

       01  W-DATE-BASIS             PIC X(08)       VALUE 'RUN'.
           88  W-BASIS-RUN                          VALUE 'RUN'.
           88  W-BASIS-BUSINESS                     VALUE 'BUSINESS'.
           88  W-BASIS-VALID                        VALUES 'RUN'
                                                      'BUSINESS'.

       01  W-RECORD-DATE            PIC X(10).

       01  W-PROCDT-PROG            PIC X(08)       VALUE 'PROCDT'.

       01  W-PROCDT-PARAMETER.      COPY PROCDTL.
       01  W-TODAY-INT              PIC 9(09)  COMP.
       01  W-LAST-INT               PIC 9(09)  COMP.
       01  W-DUE-INT                PIC 9(09)  COMP.

      **** THE DATE THE ENTRY'S NEXT CHECK FALLS DUE.  ONE LATER
      **** THAN TODAY MEANS THE CURRENT PERIOD IS COVERED.

       01  W-DUE-DATE               PIC X(10).
       01  W-TARGET-DATE            PIC X(10).
       01  W-NOT-DUE-DATE           PIC X(10)       VALUE
           '9999-12-31'.

       01  W-DATE-YYYYMMDD.
           05  W-DATE-YYYY          PIC X(04).
       01  W-DATE-NUM REDEFINES W-DATE-YYYYMMDD
                                    PIC 9(08).

       01  W-BUSDAY-PROG            PIC X(08)       VALUE 'BUSDAY'.

       01  W-BUSDAY-PARAMETER.      COPY BUSDAYL.

       01  W-CURRENT-DATE.
           05  W-CURRENT-DATE-YYYY  PIC X(04).
           05  W-CURRENT-DATE-MM    PIC X(02).
               DELIMITED BY SIZE INTO W-NOW-TIME
           END-STRING

      **** ON THE BUSINESS BASIS "TODAY" IS THE CURRENT PROCESSING
      **** DATE.  WHEN THAT IS BEHIND THE RUN DATE -- A CYCLE BEING
      **** RERUN -- EVERY COMPLETION WINDOW FOR IT HAS PASSED.

           IF      W-BASIS-BUSINESS
               CALL W-PROCDT-PROG USING W-PROCDT-PARAMETER
               IF      PD-PROCESS-DATE < W-TODAY-DATE
                   MOVE '24:00'     TO W-NOW-TIME
               END-IF
               MOVE PD-PROCESS-DATE TO W-TODAY-DATE
           END-IF

           MOVE W-TODAY-DATE(1:4)   TO W-DATE-YYYY
           MOVE W-TODAY-DATE(6:2)   TO W-DATE-MM
           MOVE W-TODAY-DATE(9:2)   TO W-DATE-DD

           COMPUTE W-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(W-DATE-NUM)
           PERFORM SUB-1200-SIZE-PREFIX THRU SUB-1200-EXIT
               VARYING W-SCAN-DX FROM 1 BY 1
                 UNTIL W-SCAN-DX > 26

           IF      W-CALENDAR-NAME NOT = SPACES
               PERFORM SUB-1300-OPEN-BUSINESS-CAL THRU SUB-1300-EXIT
           END-IF
           .
       SUB-1000-EXIT.
           EXIT.
      ****   OUT-PREFIX  DATASET-NAME PREFIX FOR THE UTILDRV GROUP
      ****               RESULT DATASETS (DEFAULT CHKOUT); EACH
      ****               GROUP'S OUTPUT IS PREFIX.GNNNN
      ****   CAL-NAME    CALENDAR NAME IN THE BUSCAL REGISTRY, E.G.
      ****               UK OR US, COLUMNS 12-19.  WITHOUT IT EVERY
      ****               DAY IS A WORKING DAY FOR DAILY, WEEKLY AND
      ****               MONTHLY ENTRIES, AND FIRSTBD AND LASTBD
      ****               SKIP WEEKENDS ONLY
      ****   DATE-BASIS  RUN (THE DEFAULT) TO JUDGE AS OF THE RUN
      ****               DATE, BUSINESS TO JUDGE AS OF THE CURRENT
      ****               PROCESSING DATE

           OPEN INPUT SYSIN-FILE

                   MOVE SYSIN-RECORD(12:26)
                                    TO W-OUT-PREFIX

               WHEN 'CAL-NAME'
                   MOVE SYSIN-RECORD(12:8)
                                    TO W-CALENDAR-NAME

               WHEN 'DATE-BASIS'
                   MOVE SYSIN-RECORD(12:8)
                                    TO W-DATE-BASIS
                   IF      NOT W-BASIS-VALID
                       DISPLAY 'VERIFDUE DATE-BASIS must be RUN or '
                           'BUSINESS: ' W-DATE-BASIS
                       MOVE 16      TO RETURN-CODE
                   END-IF

               WHEN SPACES
                   CONTINUE

           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-1300-OPEN-BUSINESS-CAL.
      *-------------------------------

      **** ONE CHECK OF TODAY UP FRONT PROVES THE CALENDAR IS
      **** REGISTERED, SO A MISTYPED NAME STOPS THE RUN HERE.

           MOVE 'CHECK'             TO BD-FUNCTION
           MOVE W-CALENDAR-NAME     TO BD-CALENDAR
           MOVE W-TODAY-DATE        TO BD-DATE

           CALL W-BUSDAY-PROG    USING W-BUSDAY-PARAMETER

           IF      NOT UTIL-RC-OK OF W-BUSDAY-PARAMETER
               DISPLAY 'VERIFDUE calendar ' W-CALENDAR-NAME
                   ' rejected: ' UTIL-MESSAGE OF W-BUSDAY-PARAMETER
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1300-EXIT
           END-IF

           IF      BD-NOT-BUSINESS-DAY
               DISPLAY 'VERIFDUE today is not a business day on the '
                   W-CALENDAR-NAME ' calendar (' BD-DAY-TYPE ' '
                   BD-DAY-TEXT ')'
           END-IF
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-2000-LOAD-SCHEDULE.
      *---------------------------
      *---------------------------

      **** ONE SCHEDULE RECORD: DATASET (1-44), FREQUENCY (46-53,
      **** DAILY / WEEKLY / MONTHLY, OR FIRSTBD / LASTBD FOR THE
      **** FIRST BUSINESS DAY / MONTH-END DATE OF EACH MONTH),
      **** EXPECTED WINDOW (55-59 AS
      **** HH:MM), ALGORITHM (61-68), RESUME DATE (70-79, BLANK
      **** UNLESS SUSPENDED).  BLANK AND UNPARSEABLE
      **** RECORDS ARE SKIPPED WITH A NOTE, NEVER FATAL -- THE
      **** SCHEDULE CARRIES COMMENT LINES.

           IF      SCH-REC-FREQ NOT = 'DAILY'
           AND     SCH-REC-FREQ NOT = 'WEEKLY'
           AND     SCH-REC-FREQ NOT = 'MONTHLY'
           AND     SCH-REC-FREQ NOT = 'FIRSTBD'
           AND     SCH-REC-FREQ NOT = 'LASTBD'
               ADD  1               TO W-SKIPPED-COUNT
               DISPLAY 'VERIFDUE skipped schedule record with '
                   'frequency ' SCH-REC-FREQ ': '
               GO TO SUB-2200-NEXT
           END-IF

      **** A SUSPENDED ENTRY COMES BACK ON ITS RESUME DATE.

           IF      SCH-REC-RESUME NOT = SPACES
           AND     SCH-REC-RESUME > W-TODAY-DATE
               ADD  1               TO W-SUSPENDED-COUNT
               DISPLAY 'VERIFDUE suspended until ' SCH-REC-RESUME
                   ': ' SCH-REC-DATASET
               GO TO SUB-2200-NEXT
           END-IF

           ADD  1                   TO W-SCHED-COUNT
           SET  W-S-DX              TO W-SCHED-COUNT

                   MOVE 7           TO SCD-INTERVAL(W-S-DX)
               WHEN 'MONTHLY'
                   MOVE 31          TO SCD-INTERVAL(W-S-DX)
               WHEN OTHER
                   MOVE 0           TO SCD-INTERVAL(W-S-DX)
           END-EVALUATE

           IF      SCD-ALGORITHM(W-S-DX) = SPACES

           ADD  1                   TO W-READ-COUNT

      **** A CHAIN ANCHOR LEFT BY CRCPURGE IS NOT A CHECK.

           IF      CTL-REC-VARIANT = 'ANCHOR'
               GO TO SUB-3200-NEXT
           END-IF

      **** A RECORD WRITTEN BEFORE THE PROCESSING DATE WAS STAMPED
      **** COUNTS UNDER ITS RUN DATE ON EITHER BASIS.

           IF      W-BASIS-BUSINESS
           AND     CTL-REC-BUS-DATE NOT = SPACES
               MOVE CTL-REC-BUS-DATE
                                    TO W-RECORD-DATE
           ELSE
               MOVE CTL-REC-DATE    TO W-RECORD-DATE
           END-IF

           IF      W-RECORD-DATE > W-TODAY-DATE
               GO TO SUB-3200-NEXT
           END-IF

      *----------------------------

           IF      SCD-DATASET(W-S-DX) = CTL-REC-DATASET
           AND     W-RECORD-DATE > SCD-LAST-DATE(W-S-DX)
               MOVE W-RECORD-DATE   TO SCD-LAST-DATE(W-S-DX)
           END-IF
           .
       SUB-3210-EXIT.
               '==============='
           DISPLAY 'VERIFDUE VERIFICATION COVERAGE AS OF '
               W-TODAY-DATE ' ' W-NOW-TIME
           IF      W-BASIS-BUSINESS
               DISPLAY 'VERIFDUE JUDGED ON BUSINESS PROCESSING DATE'
           END-IF
           DISPLAY 'VERIFDUE ================================='
               '==============='

       SUB-4100-JUDGE-ONE.
      *----------------------

      **** A DATASET IS DONE WHEN ITS NEXT CHECK FALLS DUE AFTER
      **** TODAY; DUE WHEN IT FALLS DUE TODAY; OVERDUE WHEN IT FELL
      **** DUE BEFORE TODAY, OR FALLS DUE TODAY AND THE EXPECTED
      **** WINDOW HAS ALREADY PASSED.  NEVER-CHECKED DATASETS ARE
      **** ALWAYS OVERDUE.

           IF      SCD-LAST-DATE(W-S-DX) = SPACES
               SET  SCD-OVERDUE(W-S-DX)
                                    TO TRUE
               ADD  1               TO W-OVERDUE-COUNT
               DISPLAY 'VERIFDUE OVERDUE  '
                   SCD-DATASET(W-S-DX) ' never checked'
               GO TO SUB-4100-EXIT
           END-IF

           PERFORM SUB-4200-FIND-DUE-DATE THRU SUB-4200-EXIT

           EVALUATE TRUE
               WHEN W-DUE-DATE > W-TODAY-DATE
                   SET  SCD-DONE(W-S-DX)
                                    TO TRUE
                   ADD  1           TO W-DONE-COUNT
                       SCD-DATASET(W-S-DX) ' last checked '
                       SCD-LAST-DATE(W-S-DX)

               WHEN W-DUE-DATE < W-TODAY-DATE
                   SET  SCD-OVERDUE(W-S-DX)
                                    TO TRUE
                   ADD  1           TO W-OVERDUE-COUNT
                   DISPLAY 'VERIFDUE OVERDUE  '
                       SCD-DATASET(W-S-DX) ' last checked '
                       SCD-LAST-DATE(W-S-DX)

               WHEN SCD-WINDOW(W-S-DX) NOT = SPACES
                AND W-NOW-TIME > SCD-WINDOW(W-S-DX)
           .
       SUB-4100-EXIT.
           EXIT.
      /
       SUB-4200-FIND-DUE-DATE.
      *---------------------------

      **** DAILY, WEEKLY AND MONTHLY: THE LAST CHECK PLUS THE
      **** INTERVAL, ROLLED FORWARD OFF A CLOSED DAY WHEN A BUSINESS
      **** CALENDAR IS IN USE.

           IF      SCD-INTERVAL(W-S-DX) = 0
               PERFORM SUB-4300-FIND-MONTH-TARGET THRU SUB-4300-EXIT
               GO TO SUB-4200-EXIT
           END-IF

           MOVE SCD-LAST-DATE(W-S-DX)(1:4)
                                    TO W-DATE-YYYY
           MOVE SCD-LAST-DATE(W-S-DX)(6:2)
                                    TO W-DATE-MM
           MOVE SCD-LAST-DATE(W-S-DX)(9:2)
                                    TO W-DATE-DD
           COMPUTE W-LAST-INT =
               FUNCTION INTEGER-OF-DATE(W-DATE-NUM)

           COMPUTE W-DUE-INT = W-LAST-INT + SCD-INTERVAL(W-S-DX)

           PERFORM SUB-7200-INTEGER-TO-DATE THRU SUB-7200-EXIT

           IF      W-CALENDAR-NAME = SPACES
               GO TO SUB-4200-EXIT
           END-IF

           MOVE 'NEXT'              TO BD-FUNCTION
           MOVE W-CALENDAR-NAME     TO BD-CALENDAR
           MOVE W-DUE-DATE          TO BD-DATE

           CALL W-BUSDAY-PROG    USING W-BUSDAY-PARAMETER

           IF      UTIL-RC-OK OF W-BUSDAY-PARAMETER
               MOVE BD-RESULT-DATE  TO W-DUE-DATE
           END-IF
           .
       SUB-4200-EXIT.
           EXIT.
      /
       SUB-4300-FIND-MONTH-TARGET.
      *-------------------------------

      **** FIRSTBD AND LASTBD: THE MONTH'S TARGET DAY IS THIS
      **** MONTH'S FIRST BUSINESS DAY OR MONTH-END DATE, OR LAST
      **** MONTH'S WHILE THIS MONTH'S IS STILL TO COME.  A CHECK ON
      **** OR AFTER THE TARGET COVERS THE PERIOD; OTHERWISE THE
      **** TARGET IS THE DUE DATE.

           MOVE W-TODAY-DATE        TO BD-DATE

           PERFORM SUB-4310-ASK-TARGET THRU SUB-4310-EXIT

           IF      W-TARGET-DATE > W-TODAY-DATE
               MOVE W-TODAY-DATE(1:4)
                                    TO W-DATE-YYYY
               MOVE W-TODAY-DATE(6:2)
                                    TO W-DATE-MM
               MOVE '01'            TO W-DATE-DD
               COMPUTE W-DUE-INT =
                   FUNCTION INTEGER-OF-DATE(W-DATE-NUM) - 1
               PERFORM SUB-7200-INTEGER-TO-DATE THRU SUB-7200-EXIT
               MOVE W-DUE-DATE      TO BD-DATE
               PERFORM SUB-4310-ASK-TARGET THRU SUB-4310-EXIT
           END-IF

           IF      SCD-LAST-DATE(W-S-DX) NOT < W-TARGET-DATE
               MOVE W-NOT-DUE-DATE  TO W-DUE-DATE
           ELSE
               MOVE W-TARGET-DATE   TO W-DUE-DATE
           END-IF
           .
       SUB-4300-EXIT.
           EXIT.
      /
       SUB-4310-ASK-TARGET.
      *------------------------

           IF      SCD-FREQ(W-S-DX) = 'FIRSTBD'
               MOVE 'FIRST'         TO BD-FUNCTION
           ELSE
               MOVE 'LAST'          TO BD-FUNCTION
           END-IF

           MOVE W-CALENDAR-NAME     TO BD-CALENDAR

           CALL W-BUSDAY-PROG    USING W-BUSDAY-PARAMETER

           IF      UTIL-RC-OK OF W-BUSDAY-PARAMETER
               MOVE BD-RESULT-DATE  TO W-TARGET-DATE
           ELSE
               MOVE W-TODAY-DATE    TO W-TARGET-DATE
           END-IF
           .
       SUB-4310-EXIT.
           EXIT.
      /
       SUB-5000-WRITE-DECK.
      *-----------------------
                   W-SKIPPED-COUNT
           END-IF

           IF      W-SUSPENDED-COUNT NOT = 0
               DISPLAY 'VERIFDUE suspended entries        : '
                   W-SUSPENDED-COUNT
           END-IF

           IF      W-OVERDUE-COUNT > 0
           AND     RETURN-CODE = 0
               MOVE 4               TO RETURN-CODE
           .
       SUB-6000-EXIT.
           EXIT.
      /
       SUB-7200-INTEGER-TO-DATE.
      *----------------------------

           MOVE FUNCTION DATE-OF-INTEGER(W-DUE-INT)
                                    TO W-DATE-NUM

           STRING W-DATE-YYYY '-' W-DATE-MM '-' W-DATE-DD
               DELIMITED BY SIZE INTO W-DUE-DATE
           END-STRING
           .
       SUB-7200-EXIT.
           EXIT.
