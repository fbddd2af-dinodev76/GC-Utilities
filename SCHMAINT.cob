      *=========================== SCHMAINT ============================*
      * Authors: Brian D Pead
      *
      * Description: Maintenance for the VERIFSCH verification
      *              schedule that VERIFDUE builds the day's check
      *              decks from.  Each schedule record carries a
      *              dataset name, a frequency (DAILY, WEEKLY or
      *              MONTHLY), an expected completion window as
      *              HH:MM, a checksum algorithm and, while an entry
      *              is suspended, the date it resumes.  A frequency
      *              of FIRSTBD or LASTBD schedules the check on the
      *              first business day or the month-end processing
      *              date of every month.  The first SYSIN card gives
      *              the function -- ADD, REPLACE, DELETE, SUSPEND or
      *              LIST -- and the dataset.  Every value is checked
      *              before the schedule is touched -- the frequency
      *              against the ones VERIFDUE knows, the window as a
      *              real time of day and the algorithm against the
      *              set FILECHK accepts -- so a mistyped entry is
      *              rejected instead of silently dropping a dataset
      *              out of coverage.  Updates run through the SCHWORK
      *              copy-and-rewrite pattern PRTMAINT uses on
      *              PARTNERS, and every change appends one audit line
      *              to SCHAUDIT naming who asked for it, so the
      *              auditors can see when a dataset was taken off the
      *              verification calendar and by whom.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-17  1.0      First release
      * 2026-09-18  1.1      FIRSTBD and LASTBD frequencies
      * 2026-10-15  1.2      Accept ALGORITHM ANYORDER, FILECHK's
      *                      order-independent fingerprint
      *================================================================*

       PROCESS TRUNC(BIN)

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 SCHMAINT.

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

           SELECT SCHEDULE-FILE
               ASSIGN TO           'VERIFSCH'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-SCH-FILE-STATUS.

           SELECT WORK-FILE
               ASSIGN TO           'SCHWORK'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-WRK-FILE-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO           'SCHAUDIT'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-AUD-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  SYSIN-FILE.

       01  SYSIN-RECORD                PIC X(80).

       FD  SCHEDULE-FILE.

       01  SCHEDULE-RECORD.
           05  SCH-REC-DATASET         PIC X(44).
           05  SCH-REC-SEP-1           PIC X(01).
           05  SCH-REC-FREQ            PIC X(08).
           05  SCH-REC-SEP-2           PIC X(01).
           05  SCH-REC-WINDOW          PIC X(05).
           05  SCH-REC-SEP-3           PIC X(01).
           05  SCH-REC-ALGORITHM       PIC X(08).
           05  SCH-REC-SEP-4           PIC X(01).
           05  SCH-REC-RESUME          PIC X(10).

       FD  WORK-FILE.

       01  WORK-RECORD                 PIC X(79).

      **** ONE AUDIT LINE PER CHANGE: WHEN, WHAT, WHICH DATASET, THE
      **** ENTRY AS IT NOW STANDS (BLANK FOR A DELETE), WHO ASKED
      **** FOR IT AND WHY.

       FD  AUDIT-FILE.

       01  AUDIT-RECORD.
           05  AUD-REC-TIMESTAMP       PIC X(19).
           05  AUD-REC-SEP-1           PIC X(01).
           05  AUD-REC-ACTION          PIC X(08).
           05  AUD-REC-SEP-2           PIC X(01).
           05  AUD-REC-DATASET         PIC X(44).
           05  AUD-REC-SEP-3           PIC X(01).
           05  AUD-REC-FREQ            PIC X(08).
           05  AUD-REC-SEP-4           PIC X(01).
           05  AUD-REC-WINDOW          PIC X(05).
           05  AUD-REC-SEP-5           PIC X(01).
           05  AUD-REC-ALGORITHM       PIC X(08).
           05  AUD-REC-SEP-6           PIC X(01).
           05  AUD-REC-RESUME          PIC X(10).
           05  AUD-REC-SEP-7           PIC X(01).
           05  AUD-REC-REQUESTER       PIC X(08).
           05  AUD-REC-SEP-8           PIC X(01).
           05  AUD-REC-JOB             PIC X(08).
           05  AUD-REC-SEP-9           PIC X(01).
           05  AUD-REC-REASON          PIC X(40).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-SYSIN-FILE-STATUS      PIC X(02).
       01  W-SCH-FILE-STATUS        PIC X(02).
       01  W-WRK-FILE-STATUS        PIC X(02).
       01  W-AUD-FILE-STATUS        PIC X(02).

       01  W-FUNCTION               PIC X(10).
           88  W-FUNC-ADD                           VALUE 'ADD'.
           88  W-FUNC-REPLACE                       VALUE 'REPLACE'.
           88  W-FUNC-DELETE                        VALUE 'DELETE'.
           88  W-FUNC-SUSPEND                       VALUE 'SUSPEND'.
           88  W-FUNC-LIST                          VALUE 'LIST'.
           88  W-FUNC-VALID                         VALUES 'ADD'
                                                       'REPLACE'
                                                        'DELETE'
                                                       'SUSPEND'
                                                          'LIST'.

       01  W-DATASET                PIC X(44).
       01  W-CARD-KEYWORD           PIC X(12).

      **** THE VALUES THE SCHEDULE ACCEPTS.  THE ALGORITHMS ARE
      **** FILECHK'S, SO EVERY DECK VERIFDUE WRITES WILL RUN.

       01  W-FREQ                   PIC X(08)       VALUE SPACES.
           88  W-FREQ-VALID                         VALUES 'DAILY'
                                                        'WEEKLY'
                                                       'MONTHLY'
                                                       'FIRSTBD'
                                                        'LASTBD'.

       01  W-WINDOW                 PIC X(05)       VALUE SPACES.
       01  FILLER REDEFINES W-WINDOW.
           05  W-WINDOW-HH          PIC X(02).
           05  W-WINDOW-COLON       PIC X(01).
           05  W-WINDOW-MM          PIC X(02).

       01  W-ALGORITHM              PIC X(08)       VALUE SPACES.
           88  W-ALG-VALID                          VALUES 'CRC32'
                                                           'CRC64'
                                                         'ADLER32'
                                                             'MD5'
                                                        'ANYORDER'.

       01  W-RESUME-DATE            PIC X(10)       VALUE SPACES.
       01  W-REQUESTER              PIC X(08)       VALUE SPACES.
       01  W-REASON                 PIC X(40)       VALUE SPACES.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-SYSIN-EOF                          VALUE 'Y'.
           88  W-SYSIN-NOT-EOF                      VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-SCH-EOF                            VALUE 'Y'.
           88  W-SCH-NOT-EOF                        VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-WRK-EOF                            VALUE 'Y'.
           88  W-WRK-NOT-EOF                        VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-SCHEDULE-ABSENT                    VALUE 'Y'.
           88  W-SCHEDULE-PRESENT                   VALUE 'N'.

       01  W-READ-COUNT             PIC 9(09)  COMP VALUE 0.
       01  W-MATCH-COUNT            PIC 9(09)  COMP VALUE 0.
       01  W-LISTED-COUNT           PIC 9(09)  COMP VALUE 0.
       01  W-SUSPENDED-COUNT        PIC 9(09)  COMP VALUE 0.
       01  W-OTHER-COUNT            PIC 9(09)  COMP VALUE 0.

       01  W-ENTRY-STATE            PIC X(26).

       01  W-TODAY                  PIC X(10).

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

           DISPLAY 'SCHMAINT compiled on '
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
      **** REPLACE, DELETE, SUSPEND OR LIST) AND THE DATASET IN
      **** COLUMNS 12-55.  LIST WITH A BLANK DATASET LISTS THE WHOLE
      **** SCHEDULE.  THE REMAINING CARDS CARRY A KEYWORD IN COLUMNS
      **** 1-10 AND ITS VALUE FROM COLUMN 12 -- FREQUENCY, WINDOW
      **** (HH:MM), ALGORITHM, RESUME (YYYY-MM-DD, SUSPEND ONLY),
      **** REQUESTER (THE USER ID ASKING FOR THE CHANGE) AND REASON
      **** (FREE TEXT FOR THE AUDIT TRAIL).

           OPEN INPUT SYSIN-FILE

           READ SYSIN-FILE
               AT END
                   DISPLAY 'SCHMAINT SYSIN is empty - no function '
                       'card'
                   MOVE 16          TO RETURN-CODE
           END-READ

           IF      RETURN-CODE NOT = 0
               CLOSE SYSIN-FILE
               GO TO SUB-1100-EXIT
           END-IF

           MOVE SYSIN-RECORD(1:10)  TO W-FUNCTION
           MOVE SYSIN-RECORD(12:44) TO W-DATASET

           IF      NOT W-FUNC-VALID
               DISPLAY 'SCHMAINT function must be ADD, REPLACE, '
                   'DELETE, SUSPEND or LIST: ' W-FUNCTION
               MOVE 16              TO RETURN-CODE
               CLOSE SYSIN-FILE
               GO TO SUB-1100-EXIT
           END-IF

           IF      NOT W-FUNC-LIST
           AND     W-DATASET = SPACES
               DISPLAY 'SCHMAINT ' W-FUNCTION ' needs a dataset name'
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
               WHEN 'FREQUENCY'
                   MOVE SYSIN-RECORD(12:8)
                                    TO W-FREQ
                   IF      NOT W-FREQ-VALID
                       DISPLAY 'SCHMAINT FREQUENCY must be DAILY, '
                           'WEEKLY, MONTHLY, FIRSTBD or LASTBD: '
                           W-FREQ
                       MOVE 16      TO RETURN-CODE
                   END-IF

               WHEN 'WINDOW'
                   MOVE SYSIN-RECORD(12:5)
                                    TO W-WINDOW
                   PERFORM SUB-1160-CHECK-WINDOW THRU SUB-1160-EXIT

               WHEN 'ALGORITHM'
                   MOVE SYSIN-RECORD(12:8)
                                    TO W-ALGORITHM
                   IF      NOT W-ALG-VALID
                       DISPLAY 'SCHMAINT ALGORITHM must be one '
                           'FILECHK accepts - CRC32, CRC64, ADLER32, '
                           'MD5 or ANYORDER: ' W-ALGORITHM
                       MOVE 16      TO RETURN-CODE
                   END-IF

               WHEN 'RESUME'
                   MOVE SYSIN-RECORD(12:10)
                                    TO W-RESUME-DATE
                   MOVE W-RESUME-DATE
                                    TO W-DATE-TEXT
                   PERFORM SUB-7100-DATE-TO-INTEGER THRU SUB-7100-EXIT
                   IF      W-DATE-NOT-VALID
                       DISPLAY 'SCHMAINT RESUME is not a valid '
                           'YYYY-MM-DD date: ' W-RESUME-DATE
                       MOVE 16      TO RETURN-CODE
                   END-IF

               WHEN 'REQUESTER'
                   MOVE SYSIN-RECORD(12:8)
                                    TO W-REQUESTER

               WHEN 'REASON'
                   MOVE SYSIN-RECORD(12:40)
                                    TO W-REASON

               WHEN SPACES
                   CONTINUE

               WHEN OTHER
                   DISPLAY 'SCHMAINT unknown SYSIN card: '
                       W-CARD-KEYWORD
                   MOVE 16          TO RETURN-CODE
           END-EVALUATE
           .
       SUB-1150-EXIT.
           EXIT.
      /
       SUB-1160-CHECK-WINDOW.
      *-------------------------

      **** THE WINDOW IS COMPARED AS TEXT AGAINST THE CLOCK, SO IT
      **** MUST BE A REAL 24-HOUR TIME WITH BOTH DIGITS OF EACH PART.

           IF      W-WINDOW-COLON NOT = ':'
           OR      W-WINDOW-HH NOT NUMERIC
           OR      W-WINDOW-MM NOT NUMERIC
           OR      W-WINDOW-HH > '23'
           OR      W-WINDOW-MM > '59'
               DISPLAY 'SCHMAINT WINDOW must be HH:MM between 00:00 '
                   'and 23:59: ' W-WINDOW
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1160-EXIT.
           EXIT.
      /
       SUB-1300-CHECK-DECK.
      *----------------------

      **** CROSS-CHECK THE CARDS AGAINST THE FUNCTION.  EVERY CHANGE
      **** MUST NAME ITS REQUESTER -- THAT IS THE POINT OF THE AUDIT
      **** TRAIL.

           IF      W-FUNC-LIST
               GO TO SUB-1300-EXIT
           END-IF

           IF      W-REQUESTER = SPACES
               DISPLAY 'SCHMAINT ' W-FUNCTION ' needs a REQUESTER '
                   'card naming who asked for the change'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1300-EXIT
           END-IF

           IF      W-RESUME-DATE NOT = SPACES
           AND     NOT W-FUNC-SUSPEND
               DISPLAY 'SCHMAINT RESUME applies only to SUSPEND'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1300-EXIT
           END-IF

           IF      W-FUNC-DELETE OR W-FUNC-SUSPEND
               IF      W-FREQ NOT = SPACES
               OR      W-WINDOW NOT = SPACES
               OR      W-ALGORITHM NOT = SPACES
                   DISPLAY 'SCHMAINT ' W-FUNCTION ' takes no '
                       'FREQUENCY, WINDOW or ALGORITHM'
                   MOVE 16          TO RETURN-CODE
                   GO TO SUB-1300-EXIT
               END-IF
           END-IF

      **** A SUSPENSION MUST END: THE RESUME DATE IS REQUIRED AND
      **** MUST LIE IN THE FUTURE.

           IF      W-FUNC-SUSPEND
               IF      W-RESUME-DATE = SPACES
                   DISPLAY 'SCHMAINT SUSPEND needs a RESUME date'
                   MOVE 16          TO RETURN-CODE
                   GO TO SUB-1300-EXIT
               END-IF
               IF      W-RESUME-DATE NOT > W-TODAY
                   DISPLAY 'SCHMAINT RESUME ' W-RESUME-DATE
                       ' is not after today ' W-TODAY
                   MOVE 16          TO RETURN-CODE
               END-IF
               GO TO SUB-1300-EXIT
           END-IF

           IF      W-FUNC-DELETE
               GO TO SUB-1300-EXIT
           END-IF

      **** ADD AND REPLACE STATE THE WHOLE ENTRY.  A BLANK WINDOW IS
      **** ALLOWED -- VERIFDUE THEN WAITS FOR THE END OF THE DAY --
      **** AND THE ALGORITHM DEFAULTS TO CRC32 AS IT DOES IN FILECHK.

           IF      W-FREQ = SPACES
               DISPLAY 'SCHMAINT ' W-FUNCTION ' needs a FREQUENCY '
                   'card'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1300-EXIT
           END-IF

           IF      W-ALGORITHM = SPACES
               MOVE 'CRC32'         TO W-ALGORITHM
           END-IF
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-2000-LIST.
      *-----------------

           PERFORM SUB-2050-OPEN-SCHEDULE THRU SUB-2050-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-2000-EXIT
           END-IF

           IF      W-SCHEDULE-ABSENT
               DISPLAY 'SCHMAINT (schedule is empty)'
               GO TO SUB-2000-EXIT
           END-IF

           DISPLAY 'SCHMAINT   DATASET                              '
               '        FREQUENCY WINDOW ALGORITHM STATUS'

           PERFORM SUB-2100-READ-SCHEDULE THRU SUB-2100-EXIT

           PERFORM SUB-2200-LIST-RECORD THRU SUB-2200-EXIT
               UNTIL W-SCH-EOF

           CLOSE SCHEDULE-FILE

           IF      W-LISTED-COUNT = 0
           AND     W-DATASET NOT = SPACES
               DISPLAY 'SCHMAINT dataset not scheduled: ' W-DATASET
               MOVE 4               TO RETURN-CODE
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2050-OPEN-SCHEDULE.
      *---------------------------

      **** A SCHEDULE THAT DOES NOT EXIST YET IS JUST EMPTY -- THE
      **** FIRST ADD CREATES IT.

           SET  W-SCHEDULE-PRESENT  TO TRUE

           OPEN INPUT SCHEDULE-FILE

           IF      W-SCH-FILE-STATUS = '35'
               SET  W-SCHEDULE-ABSENT
                                    TO TRUE
               GO TO SUB-2050-EXIT
           END-IF

           IF      W-SCH-FILE-STATUS NOT = '00'
               DISPLAY 'SCHMAINT unable to open VERIFSCH - status '
                   W-SCH-FILE-STATUS
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-2050-EXIT.
           EXIT.
      /
       SUB-2100-READ-SCHEDULE.
      *---------------------------

           READ SCHEDULE-FILE
               AT END
                   SET  W-SCH-EOF   TO TRUE
           END-READ
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-LIST-RECORD.
      *------------------------

      **** BLANK AND COMMENT LINES IN THE SCHEDULE ARE NOT ENTRIES
      **** AND ARE NOT LISTED.

           MOVE SCH-REC-FREQ        TO W-FREQ

           IF      SCHEDULE-RECORD = SPACES
           OR      NOT W-FREQ-VALID
               GO TO SUB-2200-NEXT
           END-IF

           IF      W-DATASET NOT = SPACES
           AND     SCH-REC-DATASET NOT = W-DATASET
               GO TO SUB-2200-NEXT
           END-IF

           ADD  1                   TO W-LISTED-COUNT

           IF      SCH-REC-RESUME NOT = SPACES
           AND     SCH-REC-RESUME > W-TODAY
               ADD  1               TO W-SUSPENDED-COUNT
               MOVE SPACES          TO W-ENTRY-STATE
               STRING 'SUSPENDED UNTIL ' SCH-REC-RESUME
                   DELIMITED BY SIZE INTO W-ENTRY-STATE
               END-STRING
           ELSE
               MOVE 'ACTIVE'        TO W-ENTRY-STATE
           END-IF

           DISPLAY 'SCHMAINT   ' SCH-REC-DATASET ' ' SCH-REC-FREQ
               '  ' SCH-REC-WINDOW '  ' SCH-REC-ALGORITHM '  '
               W-ENTRY-STATE
           .
       SUB-2200-NEXT.

           PERFORM SUB-2100-READ-SCHEDULE THRU SUB-2100-EXIT
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-3000-UPDATE.
      *-------------------

      **** PASS 1: COPY THE SCHEDULE TO SCHWORK UNCHANGED, COUNTING
      **** THE TARGET DATASET'S ENTRIES.

           PERFORM SUB-2050-OPEN-SCHEDULE THRU SUB-2050-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-3000-EXIT
           END-IF

           OPEN OUTPUT WORK-FILE

           IF      W-WRK-FILE-STATUS NOT = '00'
               DISPLAY 'SCHMAINT unable to open SCHWORK - status '
                   W-WRK-FILE-STATUS
               IF      W-SCHEDULE-PRESENT
                   CLOSE SCHEDULE-FILE
               END-IF
               MOVE 16              TO RETURN-CODE
               GO TO SUB-3000-EXIT
           END-IF

           IF      W-SCHEDULE-PRESENT
               PERFORM SUB-2100-READ-SCHEDULE THRU SUB-2100-EXIT
               PERFORM SUB-3100-COPY-RECORD THRU SUB-3100-EXIT
                   UNTIL W-SCH-EOF
               CLOSE SCHEDULE-FILE
           END-IF

           CLOSE WORK-FILE

           IF      W-FUNC-ADD
           AND     W-MATCH-COUNT > 0
               DISPLAY 'SCHMAINT dataset already scheduled: '
                   W-DATASET ' - use REPLACE'
               MOVE 8               TO RETURN-CODE
               GO TO SUB-3000-EXIT
           END-IF

           IF      NOT W-FUNC-ADD
           AND     W-MATCH-COUNT = 0
               DISPLAY 'SCHMAINT dataset not scheduled: ' W-DATASET
               MOVE 4               TO RETURN-CODE
               GO TO SUB-3000-EXIT
           END-IF

           PERFORM SUB-3200-REWRITE-SCHEDULE THRU SUB-3200-EXIT

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

           IF      SCH-REC-DATASET = W-DATASET
               ADD  1               TO W-MATCH-COUNT
           ELSE
               ADD  1               TO W-OTHER-COUNT
           END-IF

           WRITE WORK-RECORD      FROM SCHEDULE-RECORD

           PERFORM SUB-2100-READ-SCHEDULE THRU SUB-2100-EXIT
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3200-REWRITE-SCHEDULE.
      *------------------------------

      **** PASS 2: WRITE EVERY RECORD BACK, CHANGING OR DROPPING THE
      **** TARGET DATASET'S ENTRY IN PLACE, SO THE SCHEDULE KEEPS ITS
      **** ORDER AND ITS COMMENT LINES; A NEW ENTRY GOES ON THE END.

           OPEN INPUT WORK-FILE

           IF      W-WRK-FILE-STATUS NOT = '00'
               DISPLAY 'SCHMAINT unable to reopen SCHWORK - status '
                   W-WRK-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-3200-EXIT
           END-IF

           OPEN OUTPUT SCHEDULE-FILE

           IF      W-SCH-FILE-STATUS NOT = '00'
               DISPLAY 'SCHMAINT unable to rewrite VERIFSCH - '
                   'status ' W-SCH-FILE-STATUS
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
               WRITE SCHEDULE-RECORD
               DISPLAY 'SCHMAINT scheduled ' W-DATASET ' ' W-FREQ
           END-IF

           CLOSE SCHEDULE-FILE
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

           MOVE WORK-RECORD         TO SCHEDULE-RECORD

           IF      SCH-REC-DATASET = W-DATASET
               PERFORM SUB-3230-APPLY-CHANGE THRU SUB-3230-EXIT
           ELSE
               WRITE SCHEDULE-RECORD
           END-IF

           PERFORM SUB-3210-READ-WORK THRU SUB-3210-EXIT
           .
       SUB-3220-EXIT.
           EXIT.
      /
       SUB-3230-APPLY-CHANGE.
      *-------------------------

      **** A REPLACE RESTATES THE WHOLE ENTRY, SO IT ALSO LIFTS ANY
      **** SUSPENSION; A SUSPEND CHANGES ONLY THE RESUME DATE.

           EVALUATE TRUE
               WHEN W-FUNC-DELETE
                   DISPLAY 'SCHMAINT removed ' SCH-REC-DATASET
                       ' from the schedule'

               WHEN W-FUNC-REPLACE
                   PERFORM SUB-3300-BUILD-ENTRY THRU SUB-3300-EXIT
                   WRITE SCHEDULE-RECORD
                   DISPLAY 'SCHMAINT replaced ' SCH-REC-DATASET
                       ' ' W-FREQ

               WHEN W-FUNC-SUSPEND
                   MOVE SPACE       TO SCH-REC-SEP-4
                   MOVE W-RESUME-DATE
                                    TO SCH-REC-RESUME
                   MOVE SCH-REC-FREQ
                                    TO W-FREQ
                   MOVE SCH-REC-WINDOW
                                    TO W-WINDOW
                   MOVE SCH-REC-ALGORITHM
                                    TO W-ALGORITHM
                   WRITE SCHEDULE-RECORD
                   DISPLAY 'SCHMAINT suspended ' SCH-REC-DATASET
                       ' until ' W-RESUME-DATE
           END-EVALUATE
           .
       SUB-3230-EXIT.
           EXIT.
      /
       SUB-3300-BUILD-ENTRY.
      *------------------------

           MOVE SPACES              TO SCHEDULE-RECORD
           MOVE W-DATASET           TO SCH-REC-DATASET
           MOVE W-FREQ              TO SCH-REC-FREQ
           MOVE W-WINDOW            TO SCH-REC-WINDOW
           MOVE W-ALGORITHM         TO SCH-REC-ALGORITHM
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
           MOVE W-DATASET           TO AUD-REC-DATASET

           IF      NOT W-FUNC-DELETE
               MOVE W-FREQ          TO AUD-REC-FREQ
               MOVE W-WINDOW        TO AUD-REC-WINDOW
               MOVE W-ALGORITHM     TO AUD-REC-ALGORITHM
               MOVE W-RESUME-DATE   TO AUD-REC-RESUME
           END-IF

           MOVE W-REQUESTER         TO AUD-REC-REQUESTER
           MOVE 'SCHMAINT'          TO AUD-REC-JOB
           MOVE W-REASON            TO AUD-REC-REASON

           PERFORM SUB-4050-OPEN-FOR-APPEND THRU SUB-4050-EXIT

           IF      W-AUD-FILE-STATUS = '00'
               WRITE AUDIT-RECORD
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY 'SCHMAINT unable to append the audit line - '
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
               DISPLAY 'SCHMAINT completed with errors'
               GO TO SUB-5000-EXIT
           END-IF

           DISPLAY 'SCHMAINT function   : ' W-FUNCTION
           DISPLAY 'SCHMAINT dataset    : ' W-DATASET

           IF      W-FUNC-LIST
               DISPLAY 'SCHMAINT entries listed  : ' W-LISTED-COUNT
               DISPLAY 'SCHMAINT entries suspended: '
                   W-SUSPENDED-COUNT
           ELSE
               DISPLAY 'SCHMAINT requester  : ' W-REQUESTER
               DISPLAY 'SCHMAINT records read   : ' W-READ-COUNT
               DISPLAY 'SCHMAINT records matched: ' W-MATCH-COUNT
           END-IF

           DISPLAY 'SCHMAINT completed'
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
