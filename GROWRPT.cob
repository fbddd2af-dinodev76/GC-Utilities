      *=========================== GROWRPT =============================*
      * Authors: Brian D Pead
      *
      * Description: Volume growth forecast per dataset from the
      *              CRCCTL audit trail.  FEEDWTCH says when today's
      *              volume is abnormal; this report says when normal
      *              growth will run a dataset into a hard limit --
      *              the FILESPLT part size, a DELTACHK table, the
      *              32760-record ceiling -- so the capacity work is
      *              scheduled instead of discovered in an abend.
      *
      *              The record counts CRC32 logged for each dataset
      *              over the history window (the CRCARCH archive is
      *              read ahead of the live CRCCTL, so a window that
      *              reaches back past the last purge still sees its
      *              history) give one observation per dataset per
      *              day, the day's last check.  A least-squares
      *              straight line through them gives the trend per
      *              30 days and the count projected 30, 90 and 180
      *              days past the as-of date.  A LIMIT card sets the
      *              record count a dataset must stay under, by
      *              dataset-name prefix -- the longest matching
      *              prefix wins, and a LIMIT card with no prefix
      *              covers every dataset no other card does.  A
      *              dataset at or over its limit, or projected to
      *              cross it within 180 days, is flagged with the
      *              approximate date.
      *
      *              SYSIN cards, keyword in columns 1-10 and value
      *              from column 12, all optional:
      *                  AS-OF-DATE  YYYY-MM-DD (default today)
      *                  WINDOW      history window in days ending on
      *                              the as-of date, columns 12-15
      *                              (default 0180)
      *                  MIN-POINTS  daily observations a dataset
      *                              needs before a trend is fitted,
      *                              columns 12-15 (default 0005)
      *                  PREFIX      dataset-name prefix selecting
      *                              the datasets reported
      *                  DATE-BASIS  RUN (default) or BUSINESS
      *                  LIMIT       record limit in columns 12-20,
      *                              then a dataset-name prefix from
      *                              column 22 (repeatable)
      *
      *              RETURN-CODE 4 when any dataset is flagged, 16
      *              for a bad deck.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-28  1.0      First release
      *================================================================*

       PROCESS TRUNC(BIN)

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 GROWRPT.

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

           SELECT CRC-CONTROL-FILE
               ASSIGN TO DYNAMIC   W-CONTROL-DDNAME
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-CTL-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  SYSIN-FILE.

       01  SYSIN-RECORD                PIC X(80).

       FD  CRC-CONTROL-FILE.

       01  CRC-CONTROL-RECORD.
           05  CTL-REC-CHECKSUM        PIC 9(09).
           05  CTL-REC-SEP-1           PIC X(01).
           05  CTL-REC-VARIANT         PIC X(10).
           05  CTL-REC-SEP-2           PIC X(01).
           05  CTL-REC-TIMESTAMP.
               10  CTL-REC-DATE        PIC X(10).
               10  CTL-REC-SEP-T       PIC X(01).
               10  CTL-REC-TIME        PIC X(08).
           05  CTL-REC-SEP-3           PIC X(01).
           05  CTL-REC-JOB             PIC X(08).
           05  CTL-REC-SEP-4           PIC X(01).
           05  CTL-REC-DATASET         PIC X(44).
           05  CTL-REC-SEP-5           PIC X(01).
           05  CTL-REC-RECORDS         PIC 9(09).
           05  CTL-REC-SEP-6           PIC X(01).
           05  CTL-REC-BUS-DATE        PIC X(10).
           05  CTL-REC-SEP-7           PIC X(01).
           05  CTL-REC-CHAIN           PIC X(64).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-SYSIN-FILE-STATUS      PIC X(02).
       01  W-CTL-FILE-STATUS        PIC X(02).

       01  W-CONTROL-DDNAME         PIC X(08).

       01  W-AS-OF-DATE             PIC X(10)       VALUE SPACES.

       01  W-DATE-BASIS             PIC X(08)       VALUE 'RUN'.
           88  W-BASIS-RUN                          VALUE 'RUN'.
           88  W-BASIS-BUSINESS                     VALUE 'BUSINESS'.
           88  W-BASIS-VALID                        VALUES 'RUN'
                                                      'BUSINESS'.

       01  W-RECORD-DATE            PIC X(10).

       01  W-PROCDT-PROG            PIC X(08)       VALUE 'PROCDT'.

       01  W-PROCDT-PARAMETER.      COPY PROCDTL.

       01  W-PREFIX                 PIC X(44)       VALUE SPACES.
       01  W-PREFIX-LEN             PIC S9(04) COMP VALUE 0.

       01  W-WINDOW-DAYS            PIC 9(04)       VALUE 180.
       01  W-MIN-POINTS             PIC 9(04)       VALUE 5.

       01  W-CARD-KEYWORD           PIC X(10).
       01  W-CARD-DIGITS            PIC X(04).
       01  W-CARD-LIMIT             PIC X(09).

      **** THE LIMIT CARDS.  A BLANK PREFIX HAS LENGTH ZERO AND SO
      **** MATCHES EVERY DATASET, BUT LOSES TO ANY LONGER MATCH.

       01  W-LIMIT-MAX              PIC 9(04)  COMP VALUE 50.
       01  W-LIMIT-COUNT            PIC 9(04)  COMP VALUE 0.
       01  W-LIMIT-TABLE.
           05  W-LIMIT-ENTRY       OCCURS 50       INDEXED W-L-DX.
               10  LIM-PREFIX      PIC X(44).
               10  LIM-PREFIX-LEN  PIC S9(04) COMP.
               10  LIM-RECORDS     PIC 9(09).

       01  W-LIMIT-HIT              PIC 9(04)  COMP.
       01  W-LIMIT-HIT-LEN          PIC S9(04) COMP.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-SYSIN-EOF                          VALUE 'Y'.
           88  W-SYSIN-NOT-EOF                      VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-CTL-EOF                            VALUE 'Y'.
           88  W-CTL-NOT-EOF                        VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-ENTRY-FOUND                        VALUE 'Y'.
           88  W-ENTRY-NOT-FOUND                    VALUE 'N'.

       01  W-READ-COUNT             PIC 9(09)  COMP VALUE 0.
       01  W-SELECT-COUNT           PIC 9(09)  COMP VALUE 0.

      **** THE PER-DATASET REGRESSION SUMS.  X IS THE DAY RELATIVE TO
      **** THE AS-OF DATE (ZERO OR NEGATIVE), Y THE RECORD COUNT.  A
      **** DAY'S OBSERVATION IS HELD AS PENDING UNTIL A LATER DAY
      **** SHOWS UP, SO THE DAY'S LAST CHECK IS THE ONE THAT COUNTS.

       01  W-DSN-MAX                PIC 9(04)  COMP VALUE 2000.
       01  W-DSN-COUNT              PIC 9(04)  COMP VALUE 0.
       01  W-DSN-TABLE.
           05  W-DSN-ENTRY         OCCURS 2000     INDEXED W-D-DX.
               10  DSG-NAME        PIC X(44).
               10  DSG-POINTS      PIC 9(09)  COMP.
               10  DSG-SUM-X       PIC S9(18) COMP.
               10  DSG-SUM-Y       PIC S9(18) COMP.
               10  DSG-SUM-XY      PIC S9(18) COMP.
               10  DSG-SUM-XX      PIC S9(18) COMP.
               10  DSG-PEND-X      PIC S9(09) COMP.
               10  DSG-PEND-Y      PIC 9(09).
               10  DSG-PEND-SET    PIC X(01).
               10  DSG-LAST-DATE   PIC X(10).

       01  W-DSN-HIT                PIC 9(04)  COMP.
       01  W-SCAN-DX                PIC 9(09)  COMP.

       01  W-AS-OF-INT              PIC S9(09) COMP.
       01  W-WINDOW-START-INT       PIC S9(09) COMP.
       01  W-DAY-INT                PIC S9(09) COMP.
       01  W-DAY-X                  PIC S9(09) COMP.

      **** THE FIT.

       01  W-MEAN-X                 PIC S9(09)V9(06) COMP-3.
       01  W-MEAN-Y                 PIC S9(11)V9(06) COMP-3.
       01  W-VAR-X                  PIC S9(15)V9(06) COMP-3.
       01  W-COV-XY                 PIC S9(18)V9(06) COMP-3.
       01  W-SLOPE                  PIC S9(11)V9(06) COMP-3.
       01  W-FIT-TODAY              PIC S9(11)V9(02) COMP-3.
       01  W-PROJECTED              PIC S9(11)V9(02) COMP-3.
       01  W-PER-30                 PIC S9(11)V9(02) COMP-3.
       01  W-GROWTH-PCT             PIC S9(05)V9(01) COMP-3.
       01  W-DAYS-TO-LIMIT          PIC S9(09)       COMP-3.
       01  W-CROSS-INT              PIC S9(09)       COMP.
       01  W-CROSS-DATE             PIC X(10).

       01  W-FLAGGED-COUNT          PIC 9(09)  COMP VALUE 0.
       01  W-FITTED-COUNT           PIC 9(09)  COMP VALUE 0.
       01  W-SHORT-COUNT            PIC 9(09)  COMP VALUE 0.

       01  W-DISPLAY-COUNT          PIC ZZZ,ZZZ,ZZ9.
       01  W-DISPLAY-POINTS         PIC ZZZ9.
       01  W-DISPLAY-LATEST         PIC ZZZ,ZZZ,ZZ9.
       01  W-DISPLAY-TREND          PIC +++,+++,++9.
       01  W-DISPLAY-PCT            PIC ++++9.9.
       01  W-DISPLAY-P30            PIC ZZZ,ZZZ,ZZ9.
       01  W-DISPLAY-P90            PIC ZZZ,ZZZ,ZZ9.
       01  W-DISPLAY-P180           PIC ZZZ,ZZZ,ZZ9.
       01  W-DISPLAY-LIMIT          PIC ZZZ,ZZZ,ZZ9.
       01  W-DISPLAY-DAYS           PIC ZZZ9.

       01  W-DATE-YYYYMMDD.
           05  W-DATE-YYYY          PIC X(04).
           05  W-DATE-MM            PIC X(02).
           05  W-DATE-DD            PIC X(02).
       01  W-DATE-NUM REDEFINES W-DATE-YYYYMMDD
                                    PIC 9(08).

       01  W-CURRENT-DATE.
           05  W-CURRENT-DATE-YYYY  PIC X(04).
           05  W-CURRENT-DATE-MM    PIC X(02).
           05  W-CURRENT-DATE-DD    PIC X(02).
           05  FILLER               PIC X(13).

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
               PERFORM SUB-2000-LOAD-HISTORY THRU SUB-2000-EXIT
           END-IF

           IF      RETURN-CODE = 0
               PERFORM SUB-3000-FORECAST THRU SUB-3000-EXIT
           END-IF

           PERFORM SUB-4000-SHUT-DOWN THRU SUB-4000-EXIT
           .
       MAIN-EXIT.
           STOP RUN.
      /
       SUB-1000-START-UP.
      *------------------

           MOVE FUNCTION WHEN-COMPILED
                                    TO W-COMPILED-DATE

           DISPLAY 'GROWRPT  compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           PERFORM SUB-1100-READ-SYSIN THRU SUB-1100-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

      **** THE AS-OF DATE DEFAULTS TO TODAY -- ON THE BUSINESS BASIS
      **** THE CURRENT PROCESSING DATE.

           IF      W-AS-OF-DATE = SPACES
           AND     W-BASIS-BUSINESS
               CALL W-PROCDT-PROG USING W-PROCDT-PARAMETER
               MOVE PD-PROCESS-DATE TO W-AS-OF-DATE
           END-IF

           IF      W-AS-OF-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE
                                    TO W-CURRENT-DATE
               STRING W-CURRENT-DATE-YYYY '-'
                      W-CURRENT-DATE-MM   '-'
                      W-CURRENT-DATE-DD
                   DELIMITED BY SIZE INTO W-AS-OF-DATE
               END-STRING
           END-IF

           MOVE W-AS-OF-DATE(1:4)   TO W-DATE-YYYY
           MOVE W-AS-OF-DATE(6:2)   TO W-DATE-MM
           MOVE W-AS-OF-DATE(9:2)   TO W-DATE-DD

           IF      W-DATE-NUM NOT NUMERIC
               DISPLAY 'GROWRPT  AS-OF-DATE is not a valid date: '
                   W-AS-OF-DATE
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           IF      W-WINDOW-DAYS = 0
               DISPLAY 'GROWRPT  WINDOW must be at least one day'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           IF      W-MIN-POINTS < 2
               MOVE 2               TO W-MIN-POINTS
           END-IF

           COMPUTE W-AS-OF-INT =
               FUNCTION INTEGER-OF-DATE(W-DATE-NUM)
           COMPUTE W-WINDOW-START-INT =
               W-AS-OF-INT - W-WINDOW-DAYS + 1
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-READ-SYSIN.
      *----------------------

           OPEN INPUT SYSIN-FILE

           IF      W-SYSIN-FILE-STATUS NOT = '00'
               DISPLAY 'GROWRPT  unable to open SYSIN - status '
                   W-SYSIN-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1100-EXIT
           END-IF

           PERFORM SUB-1110-READ-CARD THRU SUB-1110-EXIT

           PERFORM SUB-1120-PROCESS-CARD THRU SUB-1120-EXIT
               UNTIL W-SYSIN-EOF OR RETURN-CODE NOT = 0

           CLOSE SYSIN-FILE
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1110-READ-CARD.
      *----------------------

           READ SYSIN-FILE
               AT END
                   SET  W-SYSIN-EOF TO TRUE
           END-READ
           .
       SUB-1110-EXIT.
           EXIT.
      /
       SUB-1120-PROCESS-CARD.
      *-------------------------

           MOVE SYSIN-RECORD(1:10)  TO W-CARD-KEYWORD

           EVALUATE W-CARD-KEYWORD
               WHEN 'AS-OF-DATE'
                   MOVE SYSIN-RECORD(12:10)
                                    TO W-AS-OF-DATE

               WHEN 'WINDOW'
                   MOVE SYSIN-RECORD(12:4)
                                    TO W-CARD-DIGITS
                   IF      W-CARD-DIGITS NOT NUMERIC
                       DISPLAY 'GROWRPT  WINDOW is not numeric: '
                           W-CARD-DIGITS
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       MOVE W-CARD-DIGITS
                                    TO W-WINDOW-DAYS
                   END-IF

               WHEN 'MIN-POINTS'
                   MOVE SYSIN-RECORD(12:4)
                                    TO W-CARD-DIGITS
                   IF      W-CARD-DIGITS NOT NUMERIC
                       DISPLAY 'GROWRPT  MIN-POINTS is not numeric: '
                           W-CARD-DIGITS
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       MOVE W-CARD-DIGITS
                                    TO W-MIN-POINTS
                   END-IF

               WHEN 'PREFIX'
                   MOVE SYSIN-RECORD(12:44)
                                    TO W-PREFIX
                   MOVE 0           TO W-PREFIX-LEN
                   PERFORM SUB-1130-SIZE-PREFIX THRU SUB-1130-EXIT
                       VARYING W-SCAN-DX FROM 1 BY 1
                         UNTIL W-SCAN-DX > 44

               WHEN 'DATE-BASIS'
                   MOVE SYSIN-RECORD(12:8)
                                    TO W-DATE-BASIS
                   IF      NOT W-BASIS-VALID
                       DISPLAY 'GROWRPT  DATE-BASIS must be RUN or '
                           'BUSINESS: ' W-DATE-BASIS
                       MOVE 16      TO RETURN-CODE
                   END-IF

               WHEN 'LIMIT'
                   PERFORM SUB-1140-TAKE-LIMIT THRU SUB-1140-EXIT

               WHEN SPACES
                   CONTINUE

               WHEN OTHER
                   DISPLAY 'GROWRPT  unknown SYSIN card: '
                       W-CARD-KEYWORD
                   MOVE 16          TO RETURN-CODE
           END-EVALUATE

           PERFORM SUB-1110-READ-CARD THRU SUB-1110-EXIT
           .
       SUB-1120-EXIT.
           EXIT.
      /
       SUB-1130-SIZE-PREFIX.
      *------------------------

           IF      W-PREFIX(W-SCAN-DX:1) NOT = SPACE
               MOVE W-SCAN-DX       TO W-PREFIX-LEN
           END-IF
           .
       SUB-1130-EXIT.
           EXIT.
      /
       SUB-1140-TAKE-LIMIT.
      *-----------------------

           MOVE SYSIN-RECORD(12:9)  TO W-CARD-LIMIT

           IF      W-CARD-LIMIT NOT NUMERIC
               DISPLAY 'GROWRPT  LIMIT record count is not numeric: '
                   W-CARD-LIMIT
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1140-EXIT
           END-IF

           IF      W-LIMIT-COUNT >= W-LIMIT-MAX
               DISPLAY 'GROWRPT  more than ' W-LIMIT-MAX
                   ' LIMIT cards'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1140-EXIT
           END-IF

           ADD  1                   TO W-LIMIT-COUNT
           SET  W-L-DX              TO W-LIMIT-COUNT
           MOVE W-CARD-LIMIT        TO LIM-RECORDS(W-L-DX)
           MOVE SYSIN-RECORD(22:44) TO LIM-PREFIX(W-L-DX)
           MOVE 0                   TO LIM-PREFIX-LEN(W-L-DX)

           PERFORM SUB-1150-SIZE-LIMIT THRU SUB-1150-EXIT
               VARYING W-SCAN-DX FROM 1 BY 1
                 UNTIL W-SCAN-DX > 44
           .
       SUB-1140-EXIT.
           EXIT.
      /
       SUB-1150-SIZE-LIMIT.
      *-----------------------

           IF      LIM-PREFIX(W-L-DX)(W-SCAN-DX:1) NOT = SPACE
               MOVE W-SCAN-DX       TO LIM-PREFIX-LEN(W-L-DX)
           END-IF
           .
       SUB-1150-EXIT.
           EXIT.
      /
       SUB-2000-LOAD-HISTORY.
      *-------------------------

      **** THE ARCHIVE FIRST, THEN THE LIVE TRAIL -- ONE HISTORY IN
      **** TIME ORDER.  A SITE THAT HAS NEVER PURGED HAS NO CRCARCH.

           MOVE 'CRCARCH'           TO W-CONTROL-DDNAME
           PERFORM SUB-2100-SCAN-CONTROL THRU SUB-2100-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-2000-EXIT
           END-IF

           MOVE 'CRCCTL'            TO W-CONTROL-DDNAME
           PERFORM SUB-2100-SCAN-CONTROL THRU SUB-2100-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-2000-EXIT
           END-IF

           PERFORM SUB-2400-COMMIT-PENDING THRU SUB-2400-EXIT
               VARYING W-D-DX FROM 1 BY 1
                 UNTIL W-D-DX > W-DSN-COUNT
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-SCAN-CONTROL.
      *-------------------------

           OPEN INPUT CRC-CONTROL-FILE

           IF      W-CTL-FILE-STATUS = '35'
           AND     W-CONTROL-DDNAME = 'CRCARCH'
               GO TO SUB-2100-EXIT
           END-IF

           IF      W-CTL-FILE-STATUS NOT = '00'
               DISPLAY 'GROWRPT  unable to open ' W-CONTROL-DDNAME
                   ' - status ' W-CTL-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-2100-EXIT
           END-IF

           SET  W-CTL-NOT-EOF       TO TRUE

           PERFORM SUB-2110-READ-CONTROL THRU SUB-2110-EXIT

           PERFORM SUB-2200-TAKE-RECORD THRU SUB-2200-EXIT
               UNTIL W-CTL-EOF

           CLOSE CRC-CONTROL-FILE
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2110-READ-CONTROL.
      *-------------------------

           READ CRC-CONTROL-FILE
               AT END
                   SET  W-CTL-EOF   TO TRUE
           END-READ
           .
       SUB-2110-EXIT.
           EXIT.
      /
       SUB-2200-TAKE-RECORD.
      *------------------------

           ADD  1                   TO W-READ-COUNT

      **** A CHAIN ANCHOR LEFT BY CRCPURGE IS NOT A CHECK.

           IF      CTL-REC-VARIANT = 'ANCHOR'
           OR      CTL-REC-RECORDS NOT NUMERIC
               GO TO SUB-2200-NEXT
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

           IF      W-RECORD-DATE > W-AS-OF-DATE
               GO TO SUB-2200-NEXT
           END-IF

           IF      W-PREFIX-LEN > 0
           AND     CTL-REC-DATASET(1:W-PREFIX-LEN)
                       NOT = W-PREFIX(1:W-PREFIX-LEN)
               GO TO SUB-2200-NEXT
           END-IF

           MOVE W-RECORD-DATE(1:4)  TO W-DATE-YYYY
           MOVE W-RECORD-DATE(6:2)  TO W-DATE-MM
           MOVE W-RECORD-DATE(9:2)  TO W-DATE-DD

           IF      W-DATE-NUM NOT NUMERIC
               GO TO SUB-2200-NEXT
           END-IF

           COMPUTE W-DAY-INT =
               FUNCTION INTEGER-OF-DATE(W-DATE-NUM)

           IF      W-DAY-INT < W-WINDOW-START-INT
               GO TO SUB-2200-NEXT
           END-IF

           COMPUTE W-DAY-X = W-DAY-INT - W-AS-OF-INT

           ADD  1                   TO W-SELECT-COUNT

           SET  W-ENTRY-NOT-FOUND   TO TRUE
           MOVE 0                   TO W-DSN-HIT

           PERFORM SUB-2210-MATCH-DATASET THRU SUB-2210-EXIT
               VARYING W-D-DX FROM 1 BY 1
                 UNTIL W-D-DX > W-DSN-COUNT OR W-ENTRY-FOUND

           IF      NOT W-ENTRY-FOUND
               IF      W-DSN-COUNT >= W-DSN-MAX
                   DISPLAY 'GROWRPT  dataset table full at '
                       W-DSN-MAX ' - narrow the PREFIX'
                   MOVE 16          TO RETURN-CODE
                   SET  W-CTL-EOF   TO TRUE
                   GO TO SUB-2200-EXIT
               END-IF
               ADD  1               TO W-DSN-COUNT
               MOVE W-DSN-COUNT     TO W-DSN-HIT
               SET  W-D-DX          TO W-DSN-HIT
               MOVE CTL-REC-DATASET TO DSG-NAME(W-D-DX)
               MOVE 0               TO DSG-POINTS(W-D-DX)
                                       DSG-SUM-X(W-D-DX)
                                       DSG-SUM-Y(W-D-DX)
                                       DSG-SUM-XY(W-D-DX)
                                       DSG-SUM-XX(W-D-DX)
                                       DSG-PEND-X(W-D-DX)
                                       DSG-PEND-Y(W-D-DX)
               MOVE 'N'             TO DSG-PEND-SET(W-D-DX)
           END-IF

           SET  W-D-DX              TO W-DSN-HIT

      **** A NEW DAY COMMITS THE PREVIOUS DAY'S LAST CHECK; ANOTHER
      **** CHECK THE SAME DAY REPLACES IT.  A RECORD DATED EARLIER
      **** THAN THE PENDING DAY (A RERUN FOR AN OLD BUSINESS DATE)
      **** IS LEFT OUT RATHER THAN ALLOWED TO REORDER THE SERIES.

           IF      DSG-PEND-SET(W-D-DX) = 'Y'
               IF      W-DAY-X < DSG-PEND-X(W-D-DX)
                   GO TO SUB-2200-NEXT
               END-IF
               IF      W-DAY-X > DSG-PEND-X(W-D-DX)
                   PERFORM SUB-2400-COMMIT-PENDING THRU SUB-2400-EXIT
               END-IF
           END-IF

           MOVE W-DAY-X             TO DSG-PEND-X(W-D-DX)
           MOVE CTL-REC-RECORDS     TO DSG-PEND-Y(W-D-DX)
           MOVE 'Y'                 TO DSG-PEND-SET(W-D-DX)
           MOVE W-RECORD-DATE       TO DSG-LAST-DATE(W-D-DX)
           .
       SUB-2200-NEXT.

           PERFORM SUB-2110-READ-CONTROL THRU SUB-2110-EXIT
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2210-MATCH-DATASET.
      *---------------------------

           IF      DSG-NAME(W-D-DX) = CTL-REC-DATASET
               SET  W-ENTRY-FOUND   TO TRUE
               SET  W-DSN-HIT       TO W-D-DX
           END-IF
           .
       SUB-2210-EXIT.
           EXIT.
      /
       SUB-2400-COMMIT-PENDING.
      *---------------------------

           IF      DSG-PEND-SET(W-D-DX) NOT = 'Y'
               GO TO SUB-2400-EXIT
           END-IF

           ADD  1                   TO DSG-POINTS(W-D-DX)
           ADD  DSG-PEND-X(W-D-DX)  TO DSG-SUM-X(W-D-DX)
           ADD  DSG-PEND-Y(W-D-DX)  TO DSG-SUM-Y(W-D-DX)
           COMPUTE DSG-SUM-XY(W-D-DX) = DSG-SUM-XY(W-D-DX)
               + DSG-PEND-X(W-D-DX) * DSG-PEND-Y(W-D-DX)
           COMPUTE DSG-SUM-XX(W-D-DX) = DSG-SUM-XX(W-D-DX)
               + DSG-PEND-X(W-D-DX) * DSG-PEND-X(W-D-DX)

           MOVE 'N'                 TO DSG-PEND-SET(W-D-DX)
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-3000-FORECAST.
      *---------------------

           DISPLAY 'GROWRPT  ================================='
               '==============='
           DISPLAY 'GROWRPT  VOLUME GROWTH FORECAST AS OF '
               W-AS-OF-DATE
           DISPLAY 'GROWRPT  history window ' W-WINDOW-DAYS
               ' days, trend fitted from ' W-MIN-POINTS
               ' daily observations'
           IF      W-PREFIX-LEN > 0
               DISPLAY 'GROWRPT  DATASET PREFIX: ' W-PREFIX
           END-IF
           DISPLAY 'GROWRPT  ================================='
               '==============='

           PERFORM SUB-3100-FORECAST-ONE THRU SUB-3100-EXIT
               VARYING W-D-DX FROM 1 BY 1
                 UNTIL W-D-DX > W-DSN-COUNT

           IF      W-DSN-COUNT = 0
               DISPLAY 'GROWRPT  (no datasets selected)'
           END-IF
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-FORECAST-ONE.
      *--------------------------

           DISPLAY 'GROWRPT  '
           DISPLAY 'GROWRPT  ' DSG-NAME(W-D-DX)

           MOVE DSG-POINTS(W-D-DX)  TO W-DISPLAY-POINTS
           MOVE DSG-PEND-Y(W-D-DX)  TO W-DISPLAY-LATEST

           IF      DSG-POINTS(W-D-DX) < W-MIN-POINTS
               ADD  1               TO W-SHORT-COUNT
               DISPLAY 'GROWRPT      ' W-DISPLAY-POINTS
                   ' daily observations - too few to fit a trend'
                   ' (latest ' W-DISPLAY-LATEST ' on '
                   DSG-LAST-DATE(W-D-DX) ')'
               GO TO SUB-3100-EXIT
           END-IF

           ADD  1                   TO W-FITTED-COUNT

      **** LEAST SQUARES: SLOPE = COV(X,Y) / VAR(X), AND THE LINE
      **** PASSES THROUGH THE MEANS, SO ITS VALUE AT X = 0 -- THE
      **** AS-OF DATE -- IS MEAN-Y MINUS SLOPE TIMES MEAN-X.

           COMPUTE W-MEAN-X ROUNDED =
               DSG-SUM-X(W-D-DX) / DSG-POINTS(W-D-DX)
           COMPUTE W-MEAN-Y ROUNDED =
               DSG-SUM-Y(W-D-DX) / DSG-POINTS(W-D-DX)
           COMPUTE W-VAR-X ROUNDED =
               DSG-SUM-XX(W-D-DX) - DSG-SUM-X(W-D-DX) * W-MEAN-X
           COMPUTE W-COV-XY ROUNDED =
               DSG-SUM-XY(W-D-DX) - DSG-SUM-X(W-D-DX) * W-MEAN-Y

           IF      W-VAR-X = 0
               MOVE 0               TO W-SLOPE
           ELSE
               COMPUTE W-SLOPE ROUNDED = W-COV-XY / W-VAR-X
           END-IF

           COMPUTE W-FIT-TODAY ROUNDED =
               W-MEAN-Y - W-SLOPE * W-MEAN-X
           IF      W-FIT-TODAY < 0
               MOVE 0               TO W-FIT-TODAY
           END-IF

           COMPUTE W-PER-30 ROUNDED = W-SLOPE * 30
           MOVE W-PER-30            TO W-DISPLAY-TREND

           IF      W-FIT-TODAY > 0
               COMPUTE W-GROWTH-PCT ROUNDED =
                   W-PER-30 * 100 / W-FIT-TODAY
           ELSE
               MOVE 0               TO W-GROWTH-PCT
           END-IF
           MOVE W-GROWTH-PCT        TO W-DISPLAY-PCT

           COMPUTE W-PROJECTED ROUNDED = W-FIT-TODAY + W-SLOPE * 30
           PERFORM SUB-3110-FLOOR THRU SUB-3110-EXIT
           MOVE W-PROJECTED         TO W-DISPLAY-P30
           COMPUTE W-PROJECTED ROUNDED = W-FIT-TODAY + W-SLOPE * 90
           PERFORM SUB-3110-FLOOR THRU SUB-3110-EXIT
           MOVE W-PROJECTED         TO W-DISPLAY-P90
           COMPUTE W-PROJECTED ROUNDED = W-FIT-TODAY + W-SLOPE * 180
           PERFORM SUB-3110-FLOOR THRU SUB-3110-EXIT
           MOVE W-PROJECTED         TO W-DISPLAY-P180

           DISPLAY 'GROWRPT      ' W-DISPLAY-POINTS ' days  latest '
               W-DISPLAY-LATEST '  trend ' W-DISPLAY-TREND
               ' per 30 days (' W-DISPLAY-PCT '%)'
           DISPLAY 'GROWRPT      projected  +30 days '
               W-DISPLAY-P30 '  +90 days ' W-DISPLAY-P90
               '  +180 days ' W-DISPLAY-P180

           PERFORM SUB-3200-CHECK-LIMIT THRU SUB-3200-EXIT
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3110-FLOOR.
      *------------------

           IF      W-PROJECTED < 0
               MOVE 0               TO W-PROJECTED
           END-IF
           .
       SUB-3110-EXIT.
           EXIT.
      /
       SUB-3200-CHECK-LIMIT.
      *------------------------

           MOVE 0                   TO W-LIMIT-HIT
           MOVE -1                  TO W-LIMIT-HIT-LEN

           PERFORM SUB-3210-MATCH-LIMIT THRU SUB-3210-EXIT
               VARYING W-L-DX FROM 1 BY 1
                 UNTIL W-L-DX > W-LIMIT-COUNT

           IF      W-LIMIT-HIT = 0
               GO TO SUB-3200-EXIT
           END-IF

           SET  W-L-DX              TO W-LIMIT-HIT
           MOVE LIM-RECORDS(W-L-DX) TO W-DISPLAY-LIMIT

           IF      DSG-PEND-Y(W-D-DX) >= LIM-RECORDS(W-L-DX)
           OR      W-FIT-TODAY >= LIM-RECORDS(W-L-DX)
               ADD  1               TO W-FLAGGED-COUNT
               DISPLAY 'GROWRPT      ** AT OR OVER LIMIT '
                   W-DISPLAY-LIMIT
               GO TO SUB-3200-EXIT
           END-IF

           IF      W-SLOPE NOT > 0
               GO TO SUB-3200-EXIT
           END-IF

           COMPUTE W-DAYS-TO-LIMIT ROUNDED =
               (LIM-RECORDS(W-L-DX) - W-FIT-TODAY) / W-SLOPE

           IF      W-DAYS-TO-LIMIT > 180
               GO TO SUB-3200-EXIT
           END-IF

           ADD  1                   TO W-FLAGGED-COUNT

           COMPUTE W-CROSS-INT = W-AS-OF-INT + W-DAYS-TO-LIMIT
           MOVE FUNCTION DATE-OF-INTEGER(W-CROSS-INT)
                                    TO W-DATE-NUM
           STRING W-DATE-YYYY '-' W-DATE-MM '-' W-DATE-DD
               DELIMITED BY SIZE INTO W-CROSS-DATE
           END-STRING

           MOVE W-DAYS-TO-LIMIT     TO W-DISPLAY-DAYS
           DISPLAY 'GROWRPT      ** PROJECTED TO CROSS LIMIT '
               W-DISPLAY-LIMIT ' IN ABOUT ' W-DISPLAY-DAYS
               ' DAYS, AROUND ' W-CROSS-DATE
           .
       SUB-3200-EXIT.
           EXIT.
      /
       SUB-3210-MATCH-LIMIT.
      *------------------------

           IF      LIM-PREFIX-LEN(W-L-DX) > 0
           AND     DSG-NAME(W-D-DX)(1:LIM-PREFIX-LEN(W-L-DX))
                       NOT = LIM-PREFIX(W-L-DX)
                                 (1:LIM-PREFIX-LEN(W-L-DX))
               GO TO SUB-3210-EXIT
           END-IF

           IF      LIM-PREFIX-LEN(W-L-DX) > W-LIMIT-HIT-LEN
               SET  W-LIMIT-HIT     TO W-L-DX
               MOVE LIM-PREFIX-LEN(W-L-DX)
                                    TO W-LIMIT-HIT-LEN
           END-IF
           .
       SUB-3210-EXIT.
           EXIT.
      /
       SUB-4000-SHUT-DOWN.
      *-------------------

           IF      RETURN-CODE = 16
               DISPLAY 'GROWRPT  completed with errors'
               GO TO SUB-4000-EXIT
           END-IF

           DISPLAY 'GROWRPT  '
           MOVE W-READ-COUNT        TO W-DISPLAY-COUNT
           DISPLAY 'GROWRPT  audit records read     : '
               W-DISPLAY-COUNT
           MOVE W-SELECT-COUNT      TO W-DISPLAY-COUNT
           DISPLAY 'GROWRPT  audit records in window: '
               W-DISPLAY-COUNT
           MOVE W-FITTED-COUNT      TO W-DISPLAY-COUNT
           DISPLAY 'GROWRPT  datasets forecast      : '
               W-DISPLAY-COUNT
           MOVE W-SHORT-COUNT       TO W-DISPLAY-COUNT
           DISPLAY 'GROWRPT  too little history     : '
               W-DISPLAY-COUNT
           MOVE W-FLAGGED-COUNT     TO W-DISPLAY-COUNT
           DISPLAY 'GROWRPT  flagged against a limit: '
               W-DISPLAY-COUNT

           IF      W-FLAGGED-COUNT > 0
               MOVE 4               TO RETURN-CODE
           END-IF

           DISPLAY 'GROWRPT  completed'
           .
       SUB-4000-EXIT.
           EXIT.
