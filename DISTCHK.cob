      *=========================== DISTCHK =============================*
      * Authors: Brian D Pead
      *
      * Description: Value-distribution shift detection against a
      *              trailing baseline.  FREQRPT prints today's value
      *              counts and FEEDWTCH watches total volume, but a
      *              partner that starts sending every record with
      *              region code 99, or a status code that quietly
      *              vanishes, leaves the total looking normal.  This
      *              program takes FREQRPT's FIELD cards, tallies the
      *              dataset's value distribution per field, and
      *              judges it against the same feed's last N runs
      *              held on the DISTHIST history dataset: a value
      *              never seen in any earlier run is NEW, a value
      *              present in every trailing run but absent today
      *              is GONE, and a value whose share of the field
      *              moved further than the PERCENT card's margin
      *              from its trailing average share is a SHIFT.
      *              Today's distribution is then appended to
      *              DISTHIST for the next run to judge against.
      *              RETURN-CODE 4 means a finding was reported, so
      *              the scheduler can hold the feed; 16 a bad deck.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-10-05  1.0      First release
      *================================================================*

       PROCESS TRUNC(BIN)

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 DISTCHK.

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

           SELECT CHECK-FILE
               ASSIGN TO DYNAMIC   W-CHECK-DSNAME
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-CHECK-FILE-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO           'DISTHIST'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-HIST-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  SYSIN-FILE.

       01  SYSIN-RECORD                PIC X(80).

       FD  CHECK-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
               DEPENDING ON        W-CHECK-REC-LEN.

       01  CHECK-RECORD                PIC X(32760).

      **** ONE RECORD PER FIELD PER RUN OF KIND T CARRYING THE COUNT
      **** OF RECORDS THAT HELD THE FIELD, FOLLOWED BY ONE OF KIND V
      **** PER DISTINCT VALUE WITH ITS COUNT.  THE VALUE IS KEPT AS
      **** HEX SO PACKED AND BINARY FIELDS SURVIVE A TEXT DATASET.

       FD  HISTORY-FILE.

       01  HISTORY-RECORD.
           05  DSH-REC-DATE            PIC X(10).
           05  DSH-REC-SEP-1           PIC X(01).
           05  DSH-REC-TIME            PIC X(08).
           05  DSH-REC-SEP-2           PIC X(01).
           05  DSH-REC-FEED            PIC X(44).
           05  DSH-REC-SEP-3           PIC X(01).
           05  DSH-REC-FIELD           PIC X(12).
           05  DSH-REC-SEP-4           PIC X(01).
           05  DSH-REC-KIND            PIC X(01).
               88  DSH-REC-TOTAL                   VALUE 'T'.
               88  DSH-REC-VALUE-COUNT             VALUE 'V'.
           05  DSH-REC-SEP-5           PIC X(01).
           05  DSH-REC-COUNT           PIC 9(09).
           05  DSH-REC-SEP-6           PIC X(01).
           05  DSH-REC-LENGTH          PIC 9(02).
           05  DSH-REC-SEP-7           PIC X(01).
           05  DSH-REC-VALUE-HEX       PIC X(128).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-HEXDUMP-PROG           PIC X(08)       VALUE 'HEXDUMP'.
       01  W-HEXPACK-PROG           PIC X(08)       VALUE 'HEXPACK'.

       01  W-SYSIN-FILE-STATUS      PIC X(02).
       01  W-CHECK-FILE-STATUS      PIC X(02).
       01  W-HIST-FILE-STATUS       PIC X(02).

       01  W-CHECK-DSNAME           PIC X(44).
       01  W-CHECK-REC-LEN          PIC 9(05)  COMP.
       01  W-FEED-NAME              PIC X(44)       VALUE SPACES.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-SYSIN-EOF                          VALUE 'Y'.
           88  W-SYSIN-NOT-EOF                      VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-CHECK-EOF                          VALUE 'Y'.
           88  W-CHECK-NOT-EOF                      VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-HIST-EOF                           VALUE 'Y'.
           88  W-HIST-NOT-EOF                       VALUE 'N'.

       01  W-CARD-KEYWORD           PIC X(11).
       01  W-CARD-OFFSET            PIC X(05).
       01  W-CARD-LENGTH            PIC X(05).
       01  W-CARD-DIGITS            PIC X(04).

       01  W-MARGIN-PCT             PIC 9(03)       VALUE 10.
       01  W-TRAIL-RUNS             PIC 9(04)       VALUE 7.
       01  W-MIN-RUNS               PIC 9(04)       VALUE 3.

      **** THE SAME FIELD CARD FREQRPT READS: NAME 12-23, 0-BASED
      **** OFFSET 25-29, LENGTH 31-35, TYPE 37-42.  THE BASELINE
      **** COLUMNS HOLD THE FIELD'S TOTAL IN THE HISTORY RUN BEING
      **** LOADED AND HOW MANY TRAILING RUNS CARRIED THE FIELD.

       01  W-FIELD-MAX              PIC 9(04)  COMP VALUE 20.
       01  W-FIELD-COUNT            PIC 9(04)  COMP VALUE 0.
       01  W-FIELD-TABLE.
           05  W-FIELD-ENTRY       OCCURS 20       INDEXED W-F-DX.
               10  FLD-NAME        PIC X(12).
               10  FLD-OFFSET      PIC 9(05).
               10  FLD-LENGTH      PIC 9(05).
               10  FLD-TYPE        PIC X(06).
                   88  FLD-TYPE-CHAR                VALUE 'CHAR'.
                   88  FLD-TYPE-HEX                 VALUES 'PACKED'
                                                          'BINARY'.
               10  FLD-SEEN        PIC 9(09)  COMP.
               10  FLD-DISTINCT    PIC 9(09)  COMP.
               10  FLD-OVERFLOWED  PIC X(01).
               10  FLD-HIST-TOTAL  PIC 9(09)  COMP.
               10  FLD-BASE-RUNS   PIC 9(04)  COMP.
               10  FLD-FINDINGS    PIC 9(09)  COMP.

      **** THE VALUE POOL, SHARED ACROSS ALL FIELDS: ONE ENTRY PER
      **** DISTINCT (FIELD, VALUE) PAIR SEEN EITHER IN HISTORY OR
      **** TODAY.  THE SHARE SUM ADDS THE VALUE'S FRACTION OF THE
      **** FIELD IN EACH TRAILING RUN, SO DIVIDED BY THE FIELD'S
      **** TRAILING RUNS IT IS THE AVERAGE SHARE -- A RUN WITHOUT
      **** THE VALUE COUNTS AS A ZERO SHARE.

       01  W-POOL-MAX               PIC 9(05)  COMP VALUE 10000.
       01  W-POOL-COUNT             PIC 9(05)  COMP VALUE 0.
       01  W-POOL-TABLE.
           05  W-POOL-ENTRY        OCCURS 10000    INDEXED W-P-DX.
               10  POOL-FIELD      PIC 9(04)  COMP.
               10  POOL-VALUE      PIC X(64).
               10  POOL-COUNT      PIC 9(09)  COMP.
               10  POOL-EVER       PIC X(01).
                   88  POOL-SEEN-BEFORE             VALUE 'Y'.
                   88  POOL-NEVER-SEEN              VALUE 'N'.
               10  POOL-BASE-RUNS  PIC 9(04)  COMP.
               10  POOL-SHARE-SUM  PIC 9(05)V9(06) COMP-3.

       01  W-POOL-HIT               PIC 9(05)  COMP.
       01  W-FIELD-NUM              PIC 9(04)  COMP.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-ENTRY-FOUND                        VALUE 'Y'.
           88  W-ENTRY-NOT-FOUND                    VALUE 'N'.

      **** THE HISTORY IS APPEND-ONLY AND SO ALREADY IN RUN ORDER.
      **** THE FIRST PASS COUNTS THE FEED'S RUNS; THE SECOND LOADS
      **** THEM, TAKING SHARES ONLY FROM THE LAST N.

       01  W-HIST-RUNS              PIC 9(09)  COMP VALUE 0.
       01  W-RUN-ORDINAL            PIC 9(09)  COMP VALUE 0.
       01  W-FIRST-BASE-RUN         PIC 9(09)  COMP VALUE 0.
       01  W-LAST-RUN-KEY           PIC X(18)       VALUE SPACES.
       01  W-THIS-RUN-KEY           PIC X(18).

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-BASELINE-RUN                       VALUE 'Y'.
           88  W-OLDER-RUN                          VALUE 'N'.

       01  W-RUN-DATE               PIC X(10).
       01  W-RUN-TIME               PIC X(08).

       01  W-CURRENT-DATE.
           05  W-CURRENT-DATE-YYYY  PIC X(04).
           05  W-CURRENT-DATE-MM    PIC X(02).
           05  W-CURRENT-DATE-DD    PIC X(02).
           05  W-CURRENT-TIME-HH    PIC X(02).
           05  W-CURRENT-TIME-MM    PIC X(02).
           05  W-CURRENT-TIME-SS    PIC X(02).
           05  FILLER               PIC X(07).

       01  W-RECORD-COUNT           PIC 9(09)  COMP VALUE 0.
       01  W-HIST-READ              PIC 9(09)  COMP VALUE 0.
       01  W-HIST-WRITTEN           PIC 9(09)  COMP VALUE 0.
       01  W-FINDING-COUNT          PIC 9(09)  COMP VALUE 0.

       01  W-FLD-POS                PIC 9(09)  COMP.
       01  W-FLD-LEN                PIC 9(09)  COMP.
       01  W-WORK-VALUE             PIC X(64).

       01  W-TODAY-PCT              PIC 9(03)V9(02).
       01  W-BASE-PCT               PIC 9(03)V9(02).
       01  W-DELTA-PCT              PIC 9(03)V9(02).
       01  W-TODAY-EDIT             PIC ZZ9.99.
       01  W-BASE-EDIT              PIC ZZ9.99.
       01  W-VALUE-HEX              PIC X(128).
       01  W-VALUE-TEXT             PIC X(131).
       01  W-FINDING                PIC X(05).

       01  W-DISPLAY-COUNT          PIC ZZZ,ZZZ,ZZ9.

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                    PIC X(04).
           05  W-COMPILED-DATE-MM   PIC X(02).
           05  W-COMPILED-DATE-DD   PIC X(02).
           05  W-COMPILED-TIME-HH   PIC X(02).
           05  W-COMPILED-TIME-MM   PIC X(02).
           05  W-COMPILED-TIME-SS   PIC X(02).
           05  FILLER               PIC X(07).

       01  W-HEXDUMP-PARAMETER.     COPY HEXDUMPL.

       01  W-HEXPACK-PARAMETER.     COPY HEXPACKL.
      /
       PROCEDURE DIVISION.
      *===================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      RETURN-CODE = 0
               PERFORM SUB-2000-LOAD-HISTORY THRU SUB-2000-EXIT
           END-IF

           IF      RETURN-CODE = 0
               PERFORM SUB-3000-SCAN-FILE THRU SUB-3000-EXIT
               PERFORM SUB-4000-COMPARE THRU SUB-4000-EXIT
               PERFORM SUB-5000-APPEND-HISTORY THRU SUB-5000-EXIT
           END-IF

           PERFORM SUB-9000-SHUT-DOWN THRU SUB-9000-EXIT
           .
       MAIN-EXIT.
           STOP RUN.
      /
       SUB-1000-START-UP.
      *------------------

           MOVE FUNCTION WHEN-COMPILED
                                    TO W-COMPILED-DATE

           DISPLAY 'DISTCHK  compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           MOVE FUNCTION CURRENT-DATE
                                    TO W-CURRENT-DATE
           STRING W-CURRENT-DATE-YYYY '-'
                  W-CURRENT-DATE-MM   '-'
                  W-CURRENT-DATE-DD
               DELIMITED BY SIZE  INTO W-RUN-DATE
           END-STRING
           STRING W-CURRENT-TIME-HH   ':'
                  W-CURRENT-TIME-MM   ':'
                  W-CURRENT-TIME-SS
               DELIMITED BY SIZE  INTO W-RUN-TIME
           END-STRING

           PERFORM SUB-1100-READ-SYSIN THRU SUB-1100-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           IF      W-FIELD-COUNT = 0
               DISPLAY 'DISTCHK  SYSIN has no FIELD cards - nothing '
                   'to compare'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           IF      W-TRAIL-RUNS = 0
               DISPLAY 'DISTCHK  RUNS must be at least 1'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           IF      W-MIN-RUNS > W-TRAIL-RUNS
               DISPLAY 'DISTCHK  MIN-RUNS ' W-MIN-RUNS
                   ' exceeds RUNS ' W-TRAIL-RUNS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           IF      W-FEED-NAME = SPACES
               MOVE W-CHECK-DSNAME  TO W-FEED-NAME
           END-IF

           OPEN INPUT CHECK-FILE

           IF      W-CHECK-FILE-STATUS NOT = '00'
               DISPLAY 'DISTCHK  unable to open ' W-CHECK-DSNAME
                   ' - status ' W-CHECK-FILE-STATUS
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-READ-SYSIN.
      *----------------------

      **** THE FIRST CARD NAMES THE DATASET.  THEN, KEYWORD IN
      **** COLUMNS 1-11:
      ****   FIELD    NAME 12-23, 0-BASED OFFSET 25-29, LENGTH
      ****            31-35, TYPE 37-42 (CHAR, PACKED OR BINARY) --
      ****            THE SAME CARD FREQRPT TAKES
      ****   PERCENT  MARGIN, IN PERCENTAGE POINTS OF THE FIELD, A
      ****            VALUE'S SHARE MAY MOVE FROM ITS TRAILING
      ****            AVERAGE, COLUMNS 12-14 (DEFAULT 10)
      ****   RUNS     TRAILING RUNS AVERAGED, COLUMNS 12-15
      ****            (DEFAULT 7)
      ****   MIN-RUNS TRAILING RUNS A FIELD NEEDS BEFORE IT IS
      ****            JUDGED, COLUMNS 12-15 (DEFAULT 3)
      ****   FEED     NAME THE HISTORY IS KEPT UNDER, COLUMNS 12-55;
      ****            DEFAULTS TO THE DATASET NAME, AND IS NEEDED
      ****            WHEN EACH DAY'S DELIVERY HAS ITS OWN NAME

           OPEN INPUT SYSIN-FILE

           READ SYSIN-FILE
               AT END
                   DISPLAY 'DISTCHK  SYSIN is empty - no dataset '
                       'name'
                   MOVE 16          TO RETURN-CODE
           END-READ

           IF      RETURN-CODE NOT = 0
               CLOSE SYSIN-FILE
               GO TO SUB-1100-EXIT
           END-IF

           MOVE SYSIN-RECORD(1:44)  TO W-CHECK-DSNAME

           PERFORM SUB-1150-READ-CARD THRU SUB-1150-EXIT
               UNTIL W-SYSIN-EOF OR RETURN-CODE NOT = 0

           CLOSE SYSIN-FILE
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1150-READ-CARD.
      *----------------------

           READ SYSIN-FILE
               AT END
                   SET  W-SYSIN-EOF TO TRUE
                   GO TO SUB-1150-EXIT
           END-READ

           MOVE SYSIN-RECORD(1:11)  TO W-CARD-KEYWORD

           EVALUATE W-CARD-KEYWORD
               WHEN 'FIELD'
                   PERFORM SUB-1160-TAKE-FIELD THRU SUB-1160-EXIT

               WHEN 'PERCENT'
                   MOVE SYSIN-RECORD(12:3)
                                    TO W-CARD-DIGITS(1:3)
                   IF      W-CARD-DIGITS(1:3) NOT NUMERIC
                       DISPLAY 'DISTCHK  PERCENT is not numeric: '
                           W-CARD-DIGITS(1:3)
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       MOVE SYSIN-RECORD(12:3)
                                    TO W-MARGIN-PCT
                   END-IF

               WHEN 'RUNS'
                   MOVE SYSIN-RECORD(12:4)
                                    TO W-CARD-DIGITS
                   IF      W-CARD-DIGITS NOT NUMERIC
                       DISPLAY 'DISTCHK  RUNS is not numeric: '
                           W-CARD-DIGITS
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       MOVE W-CARD-DIGITS
                                    TO W-TRAIL-RUNS
                   END-IF

               WHEN 'MIN-RUNS'
                   MOVE SYSIN-RECORD(12:4)
                                    TO W-CARD-DIGITS
                   IF      W-CARD-DIGITS NOT NUMERIC
                       DISPLAY 'DISTCHK  MIN-RUNS is not numeric: '
                           W-CARD-DIGITS
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       MOVE W-CARD-DIGITS
                                    TO W-MIN-RUNS
                   END-IF

               WHEN 'FEED'
                   MOVE SYSIN-RECORD(12:44)
                                    TO W-FEED-NAME

               WHEN SPACES
                   CONTINUE

               WHEN OTHER
                   DISPLAY 'DISTCHK  unknown SYSIN card: '
                       W-CARD-KEYWORD
                   MOVE 16          TO RETURN-CODE
           END-EVALUATE
           .
       SUB-1150-EXIT.
           EXIT.
      /
       SUB-1160-TAKE-FIELD.
      *-----------------------

           IF      W-FIELD-COUNT >= W-FIELD-MAX
               DISPLAY 'DISTCHK  too many FIELD cards - limit '
                   W-FIELD-MAX
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1160-EXIT
           END-IF

           MOVE SYSIN-RECORD(25:5)  TO W-CARD-OFFSET
           MOVE SYSIN-RECORD(31:5)  TO W-CARD-LENGTH

           IF      W-CARD-OFFSET NOT NUMERIC
           OR      W-CARD-LENGTH NOT NUMERIC
               DISPLAY 'DISTCHK  FIELD card offset/length not '
                   'numeric: ' SYSIN-RECORD(1:42)
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1160-EXIT
           END-IF

           ADD  1                   TO W-FIELD-COUNT
           SET  W-F-DX              TO W-FIELD-COUNT

           MOVE SYSIN-RECORD(12:12) TO FLD-NAME(W-F-DX)
           MOVE W-CARD-OFFSET       TO FLD-OFFSET(W-F-DX)
           MOVE W-CARD-LENGTH       TO FLD-LENGTH(W-F-DX)
           MOVE SYSIN-RECORD(37:6)  TO FLD-TYPE(W-F-DX)
           MOVE 0                   TO FLD-SEEN(W-F-DX)
           MOVE 0                   TO FLD-DISTINCT(W-F-DX)
           MOVE 'N'                 TO FLD-OVERFLOWED(W-F-DX)
           MOVE 0                   TO FLD-HIST-TOTAL(W-F-DX)
           MOVE 0                   TO FLD-BASE-RUNS(W-F-DX)
           MOVE 0                   TO FLD-FINDINGS(W-F-DX)

           IF      NOT FLD-TYPE-CHAR(W-F-DX)
           AND     NOT FLD-TYPE-HEX(W-F-DX)
               DISPLAY 'DISTCHK  FIELD card type must be CHAR, '
                   'PACKED or BINARY: ' SYSIN-RECORD(37:6)
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1160-EXIT
           END-IF

           IF      FLD-LENGTH(W-F-DX) = 0
           OR      FLD-LENGTH(W-F-DX) > 64
               DISPLAY 'DISTCHK  FIELD card length must be 1-64: '
                   W-CARD-LENGTH
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1160-EXIT.
           EXIT.
      /
       SUB-2000-LOAD-HISTORY.
      *-------------------------

      **** NO DISTHIST YET IS THE FEED'S FIRST RUN, NOT AN ERROR --
      **** THE BASELINE STARTS WITH TODAY.

           OPEN INPUT HISTORY-FILE

           IF      W-HIST-FILE-STATUS = '35'
               DISPLAY 'DISTCHK  no DISTHIST yet - the baseline '
                   'starts with this run'
               GO TO SUB-2000-EXIT
           END-IF

           IF      W-HIST-FILE-STATUS NOT = '00'
               DISPLAY 'DISTCHK  unable to open DISTHIST - status '
                   W-HIST-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-2000-EXIT
           END-IF

           PERFORM SUB-2100-READ-HISTORY THRU SUB-2100-EXIT

           PERFORM SUB-2200-COUNT-RUN THRU SUB-2200-EXIT
               UNTIL W-HIST-EOF

           CLOSE HISTORY-FILE

           IF      W-HIST-RUNS = 0
               GO TO SUB-2000-EXIT
           END-IF

           IF      W-HIST-RUNS > W-TRAIL-RUNS
               COMPUTE W-FIRST-BASE-RUN =
                   W-HIST-RUNS - W-TRAIL-RUNS + 1
           ELSE
               MOVE 1               TO W-FIRST-BASE-RUN
           END-IF

           MOVE 0                   TO W-RUN-ORDINAL
           MOVE SPACES              TO W-LAST-RUN-KEY
           SET  W-HIST-NOT-EOF      TO TRUE

           OPEN INPUT HISTORY-FILE

           PERFORM SUB-2100-READ-HISTORY THRU SUB-2100-EXIT

           PERFORM SUB-2300-LOAD-RECORD THRU SUB-2300-EXIT
               UNTIL W-HIST-EOF

           CLOSE HISTORY-FILE
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-READ-HISTORY.
      *-------------------------

           MOVE SPACES              TO HISTORY-RECORD

           READ HISTORY-FILE
               AT END
                   SET  W-HIST-EOF  TO TRUE
           END-READ
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-COUNT-RUN.
      *----------------------

           IF      DSH-REC-FEED = W-FEED-NAME
               MOVE DSH-REC-DATE    TO W-THIS-RUN-KEY(1:10)
               MOVE DSH-REC-TIME    TO W-THIS-RUN-KEY(11:8)
               IF      W-THIS-RUN-KEY NOT = W-LAST-RUN-KEY
                   ADD  1           TO W-HIST-RUNS
                   MOVE W-THIS-RUN-KEY
                                    TO W-LAST-RUN-KEY
               END-IF
           END-IF

           PERFORM SUB-2100-READ-HISTORY THRU SUB-2100-EXIT
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-LOAD-RECORD.
      *------------------------

           IF      DSH-REC-FEED NOT = W-FEED-NAME
               GO TO SUB-2300-NEXT
           END-IF

           ADD  1                   TO W-HIST-READ

           MOVE DSH-REC-DATE        TO W-THIS-RUN-KEY(1:10)
           MOVE DSH-REC-TIME        TO W-THIS-RUN-KEY(11:8)

           IF      W-THIS-RUN-KEY NOT = W-LAST-RUN-KEY
               ADD  1               TO W-RUN-ORDINAL
               MOVE W-THIS-RUN-KEY  TO W-LAST-RUN-KEY
               IF      W-RUN-ORDINAL >= W-FIRST-BASE-RUN
                   SET  W-BASELINE-RUN
                                    TO TRUE
               ELSE
                   SET  W-OLDER-RUN TO TRUE
               END-IF
           END-IF

      **** A FIELD NO LONGER DECLARED, OR DECLARED AT A NEW LENGTH,
      **** HAS NO HISTORY TO SPEAK OF AND IS PASSED OVER.

           SET  W-ENTRY-NOT-FOUND   TO TRUE

           PERFORM SUB-2310-MATCH-FIELD THRU SUB-2310-EXIT
               VARYING W-F-DX FROM 1 BY 1
                 UNTIL W-F-DX > W-FIELD-COUNT OR W-ENTRY-FOUND

           IF      W-ENTRY-NOT-FOUND
               GO TO SUB-2300-NEXT
           END-IF

           SET  W-F-DX              TO W-FIELD-NUM

           IF      DSH-REC-TOTAL
               MOVE DSH-REC-COUNT   TO FLD-HIST-TOTAL(W-F-DX)
               IF      W-BASELINE-RUN
                   ADD  1           TO FLD-BASE-RUNS(W-F-DX)
               END-IF
               GO TO SUB-2300-NEXT
           END-IF

           IF      NOT DSH-REC-VALUE-COUNT
           OR      DSH-REC-LENGTH NOT = FLD-LENGTH(W-F-DX)
               GO TO SUB-2300-NEXT
           END-IF

           MOVE LOW-VALUES          TO W-WORK-VALUE
           SET  HP-INPUT-PTR        TO ADDRESS OF DSH-REC-VALUE-HEX
           COMPUTE HP-INPUT-LEN = FLD-LENGTH(W-F-DX) * 2
           SET  HP-OUTPUT-PTR       TO ADDRESS OF W-WORK-VALUE
           CALL W-HEXPACK-PROG   USING W-HEXPACK-PARAMETER

           PERFORM SUB-3400-FIND-VALUE THRU SUB-3400-EXIT

           IF      W-ENTRY-NOT-FOUND
               GO TO SUB-2300-NEXT
           END-IF

           SET  W-P-DX              TO W-POOL-HIT
           SET  POOL-SEEN-BEFORE(W-P-DX)
                                    TO TRUE

           IF      W-BASELINE-RUN
           AND     FLD-HIST-TOTAL(W-F-DX) > 0
               ADD  1               TO POOL-BASE-RUNS(W-P-DX)
               COMPUTE POOL-SHARE-SUM(W-P-DX) =
                   POOL-SHARE-SUM(W-P-DX)
                 + DSH-REC-COUNT / FLD-HIST-TOTAL(W-F-DX)
           END-IF
           .
       SUB-2300-NEXT.

           PERFORM SUB-2100-READ-HISTORY THRU SUB-2100-EXIT
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2310-MATCH-FIELD.
      *------------------------

           IF      FLD-NAME(W-F-DX) = DSH-REC-FIELD
               SET  W-ENTRY-FOUND   TO TRUE
               SET  W-FIELD-NUM     TO W-F-DX
           END-IF
           .
       SUB-2310-EXIT.
           EXIT.
      /
       SUB-3000-SCAN-FILE.
      *----------------------

           PERFORM SUB-3100-READ-CHECK THRU SUB-3100-EXIT

           PERFORM SUB-3200-TALLY-RECORD THRU SUB-3200-EXIT
               UNTIL W-CHECK-EOF

           CLOSE CHECK-FILE
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-READ-CHECK.
      *-----------------------

           READ CHECK-FILE
               AT END
                   SET  W-CHECK-EOF TO TRUE
           END-READ
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3200-TALLY-RECORD.
      *-------------------------

           ADD  1                   TO W-RECORD-COUNT

           PERFORM SUB-3300-TALLY-FIELD THRU SUB-3300-EXIT
               VARYING W-F-DX FROM 1 BY 1
                 UNTIL W-F-DX > W-FIELD-COUNT

           PERFORM SUB-3100-READ-CHECK THRU SUB-3100-EXIT
           .
       SUB-3200-EXIT.
           EXIT.
      /
       SUB-3300-TALLY-FIELD.
      *------------------------

      **** A FIELD PAST A SHORT RECORD'S END IS SIMPLY NOT CARRIED
      **** BY THAT RECORD, THE SAME RULE FREQRPT APPLIES.

           COMPUTE W-FLD-POS = FLD-OFFSET(W-F-DX) + 1
           MOVE FLD-LENGTH(W-F-DX)  TO W-FLD-LEN

           IF      W-FLD-POS + W-FLD-LEN - 1 > W-CHECK-REC-LEN
               GO TO SUB-3300-EXIT
           END-IF

           ADD  1                   TO FLD-SEEN(W-F-DX)

           MOVE LOW-VALUES          TO W-WORK-VALUE
           MOVE CHECK-RECORD(W-FLD-POS:W-FLD-LEN)
                                    TO W-WORK-VALUE(1:W-FLD-LEN)

           MOVE W-F-DX              TO W-FIELD-NUM

           PERFORM SUB-3400-FIND-VALUE THRU SUB-3400-EXIT

           IF      W-ENTRY-FOUND
               SET  W-P-DX          TO W-POOL-HIT
               IF      POOL-COUNT(W-P-DX) = 0
                   ADD  1           TO FLD-DISTINCT(W-F-DX)
               END-IF
               ADD  1               TO POOL-COUNT(W-P-DX)
           END-IF
           .
       SUB-3300-EXIT.
           EXIT.
      /
       SUB-3400-FIND-VALUE.
      *-----------------------

      **** FIND THE POOL ENTRY FOR W-FIELD-NUM / W-WORK-VALUE,
      **** ADDING ONE WHEN THERE IS ROOM.  WHEN THE POOL FILLS, NEW
      **** VALUES FOR THE FIELD STOP BEING TRACKED AND THE FIELD IS
      **** FLAGGED, BUT EXISTING ENTRIES KEEP COUNTING.

           SET  W-ENTRY-NOT-FOUND   TO TRUE
           MOVE 0                   TO W-POOL-HIT

           PERFORM SUB-3410-MATCH-POOL THRU SUB-3410-EXIT
               VARYING W-P-DX FROM 1 BY 1
                 UNTIL W-P-DX > W-POOL-COUNT OR W-ENTRY-FOUND

           IF      W-ENTRY-FOUND
               GO TO SUB-3400-EXIT
           END-IF

           IF      W-POOL-COUNT >= W-POOL-MAX
               SET  W-F-DX          TO W-FIELD-NUM
               MOVE 'Y'             TO FLD-OVERFLOWED(W-F-DX)
               GO TO SUB-3400-EXIT
           END-IF

           ADD  1                   TO W-POOL-COUNT
           SET  W-P-DX              TO W-POOL-COUNT
           MOVE W-FIELD-NUM         TO POOL-FIELD(W-P-DX)
           MOVE W-WORK-VALUE        TO POOL-VALUE(W-P-DX)
           MOVE 0                   TO POOL-COUNT(W-P-DX)
           SET  POOL-NEVER-SEEN(W-P-DX)
                                    TO TRUE
           MOVE 0                   TO POOL-BASE-RUNS(W-P-DX)
           MOVE 0                   TO POOL-SHARE-SUM(W-P-DX)

           SET  W-ENTRY-FOUND       TO TRUE
           MOVE W-POOL-COUNT        TO W-POOL-HIT
           .
       SUB-3400-EXIT.
           EXIT.
      /
       SUB-3410-MATCH-POOL.
      *-----------------------

           IF      POOL-FIELD(W-P-DX) = W-FIELD-NUM
           AND     POOL-VALUE(W-P-DX) = W-WORK-VALUE
               SET  W-ENTRY-FOUND   TO TRUE
               SET  W-POOL-HIT      TO W-P-DX
           END-IF
           .
       SUB-3410-EXIT.
           EXIT.
      /
       SUB-4000-COMPARE.
      *--------------------

           DISPLAY 'DISTCHK  ================================='
               '==============='
           DISPLAY 'DISTCHK  DISTRIBUTION SHIFT: ' W-CHECK-DSNAME
           IF      W-FEED-NAME NOT = W-CHECK-DSNAME
               DISPLAY 'DISTCHK  history kept as : ' W-FEED-NAME
           END-IF
           MOVE W-HIST-RUNS         TO W-DISPLAY-COUNT
           DISPLAY 'DISTCHK  earlier runs    : ' W-DISPLAY-COUNT
               '   trailing window ' W-TRAIL-RUNS
               '   margin ' W-MARGIN-PCT '%'
           DISPLAY 'DISTCHK  ================================='
               '==============='

           PERFORM SUB-4100-COMPARE-FIELD THRU SUB-4100-EXIT
               VARYING W-F-DX FROM 1 BY 1
                 UNTIL W-F-DX > W-FIELD-COUNT
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-4100-COMPARE-FIELD.
      *--------------------------

           DISPLAY 'DISTCHK  '
           DISPLAY 'DISTCHK  FIELD ' FLD-NAME(W-F-DX)
               ' records carrying it: ' FLD-SEEN(W-F-DX)
               '  distinct values: ' FLD-DISTINCT(W-F-DX)

           IF      FLD-OVERFLOWED(W-F-DX) = 'Y'
               DISPLAY 'DISTCHK  ** value pool filled - late values '
                   'were not judged **'
           END-IF

      **** A FIELD WITHOUT ENOUGH HISTORY IS LEFT ALONE -- EVERY
      **** VALUE WOULD BE NEW AND EVERY SHARE A SHIFT.

           IF      FLD-BASE-RUNS(W-F-DX) < W-MIN-RUNS
               DISPLAY 'DISTCHK    baseline building - '
                   FLD-BASE-RUNS(W-F-DX) ' of ' W-MIN-RUNS
                   ' runs needed; not judged'
               GO TO SUB-4100-EXIT
           END-IF

           MOVE W-F-DX              TO W-FIELD-NUM

           PERFORM SUB-4200-JUDGE-VALUE THRU SUB-4200-EXIT
               VARYING W-P-DX FROM 1 BY 1
                 UNTIL W-P-DX > W-POOL-COUNT

           IF      FLD-FINDINGS(W-F-DX) = 0
               DISPLAY 'DISTCHK    in line with the trailing '
                   FLD-BASE-RUNS(W-F-DX) ' runs'
           END-IF
           .
       SUB-4100-EXIT.
           EXIT.
      /
       SUB-4200-JUDGE-VALUE.
      *------------------------

           IF      POOL-FIELD(W-P-DX) NOT = W-FIELD-NUM
               GO TO SUB-4200-EXIT
           END-IF

           IF      FLD-SEEN(W-F-DX) = 0
               MOVE 0               TO W-TODAY-PCT
           ELSE
               COMPUTE W-TODAY-PCT ROUNDED =
                   POOL-COUNT(W-P-DX) * 100.00 / FLD-SEEN(W-F-DX)
           END-IF

           COMPUTE W-BASE-PCT ROUNDED =
               POOL-SHARE-SUM(W-P-DX) * 100.00
                                      / FLD-BASE-RUNS(W-F-DX)

           IF      W-TODAY-PCT > W-BASE-PCT
               COMPUTE W-DELTA-PCT = W-TODAY-PCT - W-BASE-PCT
           ELSE
               COMPUTE W-DELTA-PCT = W-BASE-PCT - W-TODAY-PCT
           END-IF

      **** NEW AND GONE ARE REPORTED AS SUCH RATHER THAN ALSO AS A
      **** SHIFT.  A VALUE IS EXPECTED WHEN EVERY TRAILING RUN THAT
      **** CARRIED THE FIELD CARRIED IT TOO.

           EVALUATE TRUE
               WHEN POOL-COUNT(W-P-DX) > 0
               AND  POOL-NEVER-SEEN(W-P-DX)
                   MOVE 'NEW'       TO W-FINDING

               WHEN POOL-COUNT(W-P-DX) = 0
               AND  POOL-BASE-RUNS(W-P-DX) = FLD-BASE-RUNS(W-F-DX)
                   MOVE 'GONE'      TO W-FINDING

               WHEN W-DELTA-PCT > W-MARGIN-PCT
                   MOVE 'SHIFT'     TO W-FINDING

               WHEN OTHER
                   GO TO SUB-4200-EXIT
           END-EVALUATE

           ADD  1                   TO FLD-FINDINGS(W-F-DX)
           ADD  1                   TO W-FINDING-COUNT

           MOVE W-TODAY-PCT         TO W-TODAY-EDIT
           MOVE W-BASE-PCT          TO W-BASE-EDIT

           IF      FLD-TYPE-CHAR(W-F-DX)
               MOVE POOL-VALUE(W-P-DX)(1:FLD-LENGTH(W-F-DX))
                                    TO W-VALUE-TEXT
           ELSE
               MOVE SPACES          TO W-VALUE-HEX
               SET  HD-INPUT-PTR    TO ADDRESS OF
                                       POOL-VALUE(W-P-DX)
               MOVE FLD-LENGTH(W-F-DX)
                                    TO HD-INPUT-LEN
               SET  HD-OUTPUT-PTR   TO ADDRESS OF W-VALUE-HEX
               SET  HD-CHAR-PTR     TO NULL
               CALL W-HEXDUMP-PROG USING W-HEXDUMP-PARAMETER
               MOVE SPACES          TO W-VALUE-TEXT
               STRING 'X''' W-VALUE-HEX(1:FLD-LENGTH(W-F-DX) * 2)
                      ''''
                   DELIMITED BY SIZE
                                  INTO W-VALUE-TEXT
               END-STRING
           END-IF

           DISPLAY 'DISTCHK    ' W-FINDING ' today ' W-TODAY-EDIT
               '%  trailing ' W-BASE-EDIT '%  '
               W-VALUE-TEXT(1:FLD-LENGTH(W-F-DX) * 2 + 3)
           .
       SUB-4200-EXIT.
           EXIT.
      /
       SUB-5000-APPEND-HISTORY.
      *---------------------------

      **** TODAY'S RUN JOINS THE HISTORY WHETHER OR NOT IT WAS HELD,
      **** SO THE RECORD OF WHAT ARRIVED IS COMPLETE; A HELD FEED
      **** THAT IS RESENT SIMPLY RUNS AGAIN.

           OPEN EXTEND HISTORY-FILE

           IF      W-HIST-FILE-STATUS = '35'
               OPEN OUTPUT HISTORY-FILE
           END-IF

           IF      W-HIST-FILE-STATUS NOT = '00'
               DISPLAY 'DISTCHK  unable to append to DISTHIST - '
                   'status ' W-HIST-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-5000-EXIT
           END-IF

           MOVE SPACES              TO HISTORY-RECORD
           MOVE W-RUN-DATE          TO DSH-REC-DATE
           MOVE W-RUN-TIME          TO DSH-REC-TIME
           MOVE W-FEED-NAME         TO DSH-REC-FEED

           PERFORM SUB-5100-WRITE-FIELD THRU SUB-5100-EXIT
               VARYING W-F-DX FROM 1 BY 1
                 UNTIL W-F-DX > W-FIELD-COUNT

           CLOSE HISTORY-FILE
           .
       SUB-5000-EXIT.
           EXIT.
      /
       SUB-5100-WRITE-FIELD.
      *------------------------

           MOVE FLD-NAME(W-F-DX)    TO DSH-REC-FIELD
           SET  DSH-REC-TOTAL       TO TRUE
           MOVE FLD-SEEN(W-F-DX)    TO DSH-REC-COUNT
           MOVE FLD-LENGTH(W-F-DX)  TO DSH-REC-LENGTH
           MOVE SPACES              TO DSH-REC-VALUE-HEX
           WRITE HISTORY-RECORD
           ADD  1                   TO W-HIST-WRITTEN

           MOVE W-F-DX              TO W-FIELD-NUM

           PERFORM SUB-5200-WRITE-VALUE THRU SUB-5200-EXIT
               VARYING W-P-DX FROM 1 BY 1
                 UNTIL W-P-DX > W-POOL-COUNT
           .
       SUB-5100-EXIT.
           EXIT.
      /
       SUB-5200-WRITE-VALUE.
      *------------------------

           IF      POOL-FIELD(W-P-DX) NOT = W-FIELD-NUM
           OR      POOL-COUNT(W-P-DX) = 0
               GO TO SUB-5200-EXIT
           END-IF

           SET  DSH-REC-VALUE-COUNT TO TRUE
           MOVE POOL-COUNT(W-P-DX)  TO DSH-REC-COUNT
           MOVE SPACES              TO DSH-REC-VALUE-HEX

           SET  HD-INPUT-PTR        TO ADDRESS OF POOL-VALUE(W-P-DX)
           MOVE FLD-LENGTH(W-F-DX)  TO HD-INPUT-LEN
           SET  HD-OUTPUT-PTR       TO ADDRESS OF DSH-REC-VALUE-HEX
           SET  HD-CHAR-PTR         TO NULL
           CALL W-HEXDUMP-PROG   USING W-HEXDUMP-PARAMETER

           WRITE HISTORY-RECORD
           ADD  1                   TO W-HIST-WRITTEN
           .
       SUB-5200-EXIT.
           EXIT.
      /
       SUB-9000-SHUT-DOWN.
      *-------------------

           IF      RETURN-CODE = 16
               DISPLAY 'DISTCHK  completed with errors'
               GO TO SUB-9000-EXIT
           END-IF

           DISPLAY 'DISTCHK  '
           MOVE W-RECORD-COUNT      TO W-DISPLAY-COUNT
           DISPLAY 'DISTCHK  records read       : ' W-DISPLAY-COUNT
           MOVE W-HIST-READ         TO W-DISPLAY-COUNT
           DISPLAY 'DISTCHK  history read       : ' W-DISPLAY-COUNT
           MOVE W-HIST-WRITTEN      TO W-DISPLAY-COUNT
           DISPLAY 'DISTCHK  history written    : ' W-DISPLAY-COUNT
           MOVE W-FINDING-COUNT     TO W-DISPLAY-COUNT
           DISPLAY 'DISTCHK  findings           : ' W-DISPLAY-COUNT

           IF      W-FINDING-COUNT > 0
               DISPLAY 'DISTCHK  completed - distribution has '
                   'shifted, hold the feed'
               MOVE 4               TO RETURN-CODE
           ELSE
               DISPLAY 'DISTCHK  completed'
               MOVE 0               TO RETURN-CODE
           END-IF
           .
       SUB-9000-EXIT.
           EXIT.
