      *              with its own RETURN-CODE so the scheduler can
      *              hold downstream posting: 4 frozen checksum,
      *              8 abnormal volume, 12 both, 16 bad deck.
      *              The holidays can instead come from a named
      *              calendar in the shared BUSCAL registry through
      *              BUSDAY, the same calendar VERIFDUE works from.
      *              A DATE-BASIS BUSINESS card dates each check by
      *              the business processing date CRC32 stamps on it
      *              instead of the run date, so a cycle rerun the
      *              next day is not read as a day skipped and a day
      *              checked twice; the as-of date then defaults to
      *              the current processing date.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-02  1.0      First release
      * 2026-09-18  1.1      CAL-NAME card for the BUSCAL registry
      * 2026-09-20  1.2      DATE-BASIS card for the business
      *                      processing date
      * 2026-09-26  1.3      Widen the CRCCTL record for the chain-
      *                      hash column; skip chain ANCHOR records
      *================================================================*

       PROCESS TRUNC(BIN)
           05  CTL-REC-DATASET         PIC X(44).
           05  CTL-REC-SEP-5           PIC X(01).
           05  CTL-REC-RECORDS         PIC 9(09).
           05  CTL-REC-SEP-6           PIC X(01).
           05  CTL-REC-BUS-DATE        PIC X(10).
           05  CTL-REC-SEP-7           PIC X(01).
           05  CTL-REC-CHAIN           PIC X(64).

       FD  CALENDAR-FILE.

       01  W-CAL-FILE-STATUS        PIC X(02).

       01  W-CALENDAR-DSNAME        PIC X(44)       VALUE SPACES.
       01  W-CALENDAR-NAME          PIC X(08)       VALUE SPACES.

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


       01  W-DATE-INT               PIC 9(09)  COMP.

       01  W-BUSDAY-PROG            PIC X(08)       VALUE 'BUSDAY'.

       01  W-BUSDAY-PARAMETER.      COPY BUSDAYL.

       01  W-DATE-YYYYMMDD.
           05  W-DATE-YYYY          PIC X(04).
           05  W-DATE-MM            PIC X(02).

      **** THE AS-OF DATE DEFAULTS TO TODAY, SO A PARAMETERLESS RUN
      **** IS THE STANDARD MORNING WATCH OVER LAST NIGHT'S FEEDS.
      **** ON THE BUSINESS BASIS "TODAY" IS THE CURRENT PROCESSING
      **** DATE.

           IF      W-AS-OF-DATE = SPACES
           AND     W-BASIS-BUSINESS
               CALL W-PROCDT-PROG USING W-PROCDT-PARAMETER
               MOVE PD-PROCESS-DATE TO W-AS-OF-DATE
           END-IF

           IF      W-AS-OF-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE
               END-IF
           END-IF

           IF      W-CALENDAR-NAME NOT = SPACES
               PERFORM SUB-1300-OPEN-BUSINESS-CAL THRU SUB-1300-EXIT
               IF      RETURN-CODE NOT = 0
                   GO TO SUB-1000-EXIT
               END-IF
           END-IF

           OPEN INPUT CRC-CONTROL-FILE

           IF      W-CTL-FILE-STATUS NOT = '00'
      ****   PREFIX      DATASET-NAME PREFIX SELECTING THE FEEDS
      ****   CALENDAR    HOLIDAY DATASET NAME, ONE YYYY-MM-DD PER
      ****               RECORD (NO CARD MEANS WEEKENDS ONLY)
      ****   CAL-NAME    CALENDAR NAME IN THE BUSCAL REGISTRY, E.G.
      ****               UK OR US, COLUMNS 12-19; ITS HOLIDAYS ARE
      ****               SKIPPED AS WELL AS ANY CALENDAR DATASET'S
      ****   DATE-BASIS  RUN (THE DEFAULT) TO DATE EACH CHECK BY WHEN
      ****               IT RAN, BUSINESS BY THE PROCESSING DATE IT
      ****               WAS RUN FOR

           OPEN INPUT SYSIN-FILE

                   MOVE SYSIN-RECORD(12:44)
                                    TO W-CALENDAR-DSNAME

               WHEN 'CAL-NAME'
                   MOVE SYSIN-RECORD(12:8)
                                    TO W-CALENDAR-NAME

               WHEN 'DATE-BASIS'
                   MOVE SYSIN-RECORD(12:8)
                                    TO W-DATE-BASIS
                   IF      NOT W-BASIS-VALID
                       DISPLAY 'FEEDWTCH DATE-BASIS must be RUN or '
                           'BUSINESS: ' W-DATE-BASIS
                       MOVE 16      TO RETURN-CODE
                   END-IF

               WHEN SPACES
                   CONTINUE

           .
       SUB-1220-EXIT.
           EXIT.
      /
       SUB-1300-OPEN-BUSINESS-CAL.
      *-------------------------------

      **** ONE CHECK OF THE AS-OF DATE UP FRONT PROVES THE CALENDAR
      **** IS REGISTERED, SO A MISTYPED NAME STOPS THE RUN HERE
      **** RATHER THAN FAILING ONCE FOR EVERY DAY COUNTED.

           MOVE 'CHECK'             TO BD-FUNCTION
           MOVE W-CALENDAR-NAME     TO BD-CALENDAR
           MOVE W-AS-OF-DATE        TO BD-DATE

           CALL W-BUSDAY-PROG    USING W-BUSDAY-PARAMETER

           IF      NOT UTIL-RC-OK OF W-BUSDAY-PARAMETER
               DISPLAY 'FEEDWTCH calendar ' W-CALENDAR-NAME
                   ' rejected: ' UTIL-MESSAGE OF W-BUSDAY-PARAMETER
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1300-EXIT
           END-IF

           DISPLAY 'FEEDWTCH business calendar: ' W-CALENDAR-NAME
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-2000-LOAD-CONTROL.
      *-------------------------

           ADD  1                   TO W-READ-COUNT

      **** A CHAIN ANCHOR LEFT BY CRCPURGE IS NOT A CHECK.

           IF      CTL-REC-VARIANT = 'ANCHOR'
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

               MOVE W-DSN-COUNT     TO W-DSN-HIT
               SET  W-D-DX          TO W-DSN-HIT
               MOVE CTL-REC-DATASET TO DSF-NAME(W-D-DX)
               MOVE W-RECORD-DATE   TO DSF-CHANGE-DATE(W-D-DX)
               MOVE CTL-REC-CHECKSUM
                                    TO DSF-LAST-CHECKSUM(W-D-DX)
               MOVE 0               TO DSF-CHECKS(W-D-DX)
      **** IT WAS, WHICH IS WHAT THE FROZEN TEST MEASURES FROM.

           IF      CTL-REC-CHECKSUM NOT = DSF-LAST-CHECKSUM(W-D-DX)
               MOVE W-RECORD-DATE   TO DSF-CHANGE-DATE(W-D-DX)
           END-IF

           MOVE CTL-REC-CHECKSUM    TO DSF-LAST-CHECKSUM(W-D-DX)
           MOVE W-RECORD-DATE       TO DSF-LAST-DATE(W-D-DX)
           MOVE CTL-REC-RECORDS     TO DSF-LAST-RECORDS(W-D-DX)
           ADD  1                   TO DSF-CHECKS(W-D-DX)
           ADD  CTL-REC-RECORDS     TO DSF-TOTAL-RECORDS(W-D-DX)
               DELIMITED BY SIZE INTO W-BD-DAY-DATE
           END-STRING

           IF      W-CALENDAR-NAME NOT = SPACES
               MOVE 'CHECK'         TO BD-FUNCTION
               MOVE W-BD-DAY-DATE   TO BD-DATE
               CALL W-BUSDAY-PROG USING W-BUSDAY-PARAMETER
               IF      BD-NOT-BUSINESS-DAY
                   GO TO SUB-8100-NEXT
               END-IF
           END-IF

           SET  W-DAY-NOT-HOLIDAY   TO TRUE

           PERFORM SUB-8110-MATCH-HOLIDAY THRU SUB-8110-EXIT
