      *=========================== SHIFTRPT ============================*
      * Authors: Brian D Pead
      *
      * Description: Consolidated shift-handover report -- the one
      *              page the incoming shift reads instead of running
      *              STATRPT, VERIFDUE, FEEDWTCH, ERRRPT, CKPTMGR and
      *              DRVTREND one after another.  Reads GCUSTAT,
      *              VERIFSCH, CRCCTL, UTILERRL, CRCCKPT and DRVHIST
      *              for the last cycle and prints, each with a count
      *              and its worst few entries: unresolved failures,
      *              overdue verifications, frozen feeds, abnormal
      *              feed volumes, first-seen subroutine errors,
      *              stale checkpoints and driver groups that ran
      *              long.  Every condition is judged by the same
      *              rule as the report that owns it, so the page
      *              never disagrees with the detail.  The cycle is
      *              the business processing date unless a
      *              CYCLE-DATE card names another; a control dataset
      *              that does not exist yet just leaves its section
      *              empty.  Ends with the single worst RETURN-CODE
      *              any of the owning reports would have set: 4 for
      *              each condition, 8 for an abnormal volume and 12
      *              for frozen and abnormal feeds together.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-23  1.0      First release
      * 2026-09-26  1.1      Widen the CRCCTL and GCUSTAT records for
      *                      the chain-hash column and pass over the
      *                      chain ANCHOR records CRCPURGE and HSKPMGR
      *                      leave.
      *================================================================*

       PROCESS TRUNC(BIN)

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 SHIFTRPT.

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

           SELECT CRC-CONTROL-FILE
               ASSIGN TO           'CRCCTL'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-CTL-FILE-STATUS.

           SELECT STATUS-FILE
               ASSIGN TO           'GCUSTAT'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-STA-FILE-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO           'UTILERRL'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-ERL-FILE-STATUS.

           SELECT CHECKPOINT-FILE
               ASSIGN TO           'CRCCKPT'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-CKP-FILE-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO           'DRVHIST'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-HIST-FILE-STATUS.
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

       FD  STATUS-FILE.

       01  STATUS-RECORD.
           05  STA-REC-TIMESTAMP.
               10  STA-REC-DATE        PIC X(10).
               10  STA-REC-SEP-T       PIC X(01).
               10  STA-REC-TIME        PIC X(08).
           05  STA-REC-SEP-1           PIC X(01).
           05  STA-REC-PROGRAM         PIC X(08).
           05  STA-REC-SEP-2           PIC X(01).
           05  STA-REC-DATASET         PIC X(44).
           05  STA-REC-SEP-3           PIC X(01).
           05  STA-REC-RESULT          PIC X(08).
           05  STA-REC-SEP-4           PIC X(01).
           05  STA-REC-CHECKSUM        PIC X(32).
           05  STA-REC-SEP-5           PIC X(01).
           05  STA-REC-MSGID           PIC X(08).
           05  STA-REC-SEP-6           PIC X(01).
           05  STA-REC-DETAIL          PIC X(80).
           05  STA-REC-SEP-7           PIC X(01).
           05  STA-REC-BUS-DATE        PIC X(10).
           05  STA-REC-SEP-8           PIC X(01).
           05  STA-REC-CHAIN           PIC X(64).

       FD  ERROR-LOG-FILE.

       01  ERROR-LOG-RECORD.
           05  ERL-REC-TIMESTAMP.
               10  ERL-REC-DATE        PIC X(10).
               10  ERL-REC-SEP-T       PIC X(01).
               10  ERL-REC-TIME        PIC X(08).
           05  ERL-REC-SEP-1           PIC X(01).
           05  ERL-REC-SUBROUTINE      PIC X(08).
           05  ERL-REC-SEP-2           PIC X(01).
           05  ERL-REC-RC              PIC 9(04).
           05  ERL-REC-SEP-3           PIC X(01).
           05  ERL-REC-MESSAGE         PIC X(40).
           05  ERL-REC-SEP-4           PIC X(01).
           05  ERL-REC-CALLER          PIC X(08).
           05  ERL-REC-SEP-5           PIC X(01).
           05  ERL-REC-BUS-DATE        PIC X(10).

       FD  CHECKPOINT-FILE.

       01  CRC-CHECKPOINT-RECORD.
           05  CKP-REC-CHECKSUM        PIC 9(09).
           05  CKP-REC-SEP-1           PIC X(01).
           05  CKP-REC-BYTE-OFFSET     PIC 9(18).
           05  CKP-REC-SEP-2           PIC X(01).
           05  CKP-REC-VARIANT         PIC X(10).
           05  CKP-REC-SEP-3           PIC X(01).
           05  CKP-REC-DATE            PIC X(10).
           05  CKP-REC-SEP-T           PIC X(01).
           05  CKP-REC-TIME            PIC X(08).
           05  CKP-REC-SEP-4           PIC X(01).
           05  CKP-REC-JOB             PIC X(08).
           05  CKP-REC-SEP-5           PIC X(01).
           05  CKP-REC-DATASET         PIC X(44).

       FD  HISTORY-FILE.

       01  HISTORY-RECORD.
           05  DRH-REC-DATE            PIC X(10).
           05  DRH-REC-SEP-1           PIC X(01).
           05  DRH-REC-RUNID           PIC X(08).
           05  DRH-REC-SEP-2           PIC X(01).
           05  DRH-REC-SEQ             PIC 9(04).
           05  DRH-REC-SEP-3           PIC X(01).
           05  DRH-REC-OPERATION       PIC X(16).
           05  DRH-REC-SEP-4           PIC X(01).
           05  DRH-REC-START           PIC X(08).
           05  DRH-REC-SEP-5           PIC X(01).
           05  DRH-REC-END             PIC X(08).
           05  DRH-REC-SEP-6           PIC X(01).
           05  DRH-REC-ELAPSED         PIC 9(06).
           05  DRH-REC-SEP-7           PIC X(01).
           05  DRH-REC-RECORDS         PIC 9(09).
           05  DRH-REC-SEP-8           PIC X(01).
           05  DRH-REC-RPS             PIC 9(07).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-SYSIN-FILE-STATUS      PIC X(02).
       01  W-SCH-FILE-STATUS        PIC X(02).
       01  W-CTL-FILE-STATUS        PIC X(02).
       01  W-STA-FILE-STATUS        PIC X(02).
       01  W-ERL-FILE-STATUS        PIC X(02).
       01  W-CKP-FILE-STATUS        PIC X(02).
       01  W-HIST-FILE-STATUS       PIC X(02).

       01  W-CARD-KEYWORD           PIC X(10).
       01  W-CARD-DIGITS            PIC X(04).

      **** THE CYCLE BEING HANDED OVER, THE DAY AFTER IT (AN
      **** OVERNIGHT CYCLE RUNS PAST MIDNIGHT, AND DRVHIST CARRIES
      **** ONLY THE RUN DATE), AND THE WALL-CLOCK DATE AND TIME.

       01  W-CYCLE-DATE             PIC X(10)       VALUE SPACES.
       01  W-CYCLE-NEXT-DATE        PIC X(10).
       01  W-CYCLE-INT              PIC 9(09)  COMP.
       01  W-RUN-DATE               PIC X(10).
       01  W-RUN-INT                PIC 9(09)  COMP.
       01  W-NOW-TIME               PIC X(05).

       01  W-DATE-BASIS             PIC X(08)       VALUE 'BUSINESS'.
           88  W-BASIS-RUN                          VALUE 'RUN'.
           88  W-BASIS-BUSINESS                     VALUE 'BUSINESS'.
           88  W-BASIS-VALID                        VALUES 'RUN'
                                                      'BUSINESS'.

       01  W-RECORD-DATE            PIC X(10).

       01  W-PROCDT-PROG            PIC X(08)       VALUE 'PROCDT'.

       01  W-PROCDT-PARAMETER.      COPY PROCDTL.

       01  W-CALENDAR-NAME          PIC X(08)       VALUE SPACES.

       01  W-BUSDAY-PROG            PIC X(08)       VALUE 'BUSDAY'.

       01  W-BUSDAY-PARAMETER.      COPY BUSDAYL.

      **** THE THRESHOLDS, EACH DEFAULTING TO THE SAME VALUE AS IN
      **** THE REPORT THAT OWNS THE CONDITION: STALE-DAYS, VOLUME-PCT
      **** AND MIN-CHECKS AS IN FEEDWTCH, CKPT-DAYS AS CKPTMGR'S
      **** STALE-DAYS, LONG-PCT AS DRVTREND'S PERCENT.  TOP IS HOW
      **** MANY ENTRIES EACH SECTION LISTS.

       01  W-TOP                    PIC 9(02)       VALUE 5.
       01  W-STALE-DAYS             PIC 9(04)       VALUE 2.
       01  W-VOLUME-PCT             PIC 9(03)       VALUE 25.
       01  W-MIN-CHECKS             PIC 9(04)       VALUE 5.
       01  W-CKPT-DAYS              PIC 9(04)       VALUE 7.
       01  W-LONG-PCT               PIC 9(03)       VALUE 50.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-SYSIN-EOF                          VALUE 'Y'.
           88  W-SYSIN-NOT-EOF                      VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-SCH-EOF                            VALUE 'Y'.
           88  W-SCH-NOT-EOF                        VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-CTL-EOF                            VALUE 'Y'.
           88  W-CTL-NOT-EOF                        VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-STA-EOF                            VALUE 'Y'.
           88  W-STA-NOT-EOF                        VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-ERL-EOF                            VALUE 'Y'.
           88  W-ERL-NOT-EOF                        VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-CKP-EOF                            VALUE 'Y'.
           88  W-CKP-NOT-EOF                        VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-HIST-EOF                           VALUE 'Y'.
           88  W-HIST-NOT-EOF                       VALUE 'N'.

      **** WHETHER EACH CONTROL DATASET COULD BE OPENED.  ONE THAT
      **** IS NOT THERE YET IS SHOWN AS SUCH IN ITS SECTION, NEVER
      **** TREATED AS AN ERROR.

       01  W-SCH-AVAILABLE          PIC X(01)       VALUE 'N'.
       01  W-CTL-AVAILABLE          PIC X(01)       VALUE 'N'.
       01  W-STA-AVAILABLE          PIC X(01)       VALUE 'N'.
       01  W-ERL-AVAILABLE          PIC X(01)       VALUE 'N'.
       01  W-CKP-AVAILABLE          PIC X(01)       VALUE 'N'.
       01  W-HIST-AVAILABLE         PIC X(01)       VALUE 'N'.

      **** THE VERIFICATION SCHEDULE, WITH THE LATEST CRCCTL CHECK
      **** DATE FOLDED IN DURING THE AUDIT-TRAIL PASS (VERIFDUE).

       01  W-SCHED-MAX              PIC 9(04)  COMP VALUE 500.
       01  W-SCHED-COUNT            PIC 9(04)  COMP VALUE 0.
       01  W-SCHED-TABLE.
           05  W-SCHED-ENTRY       OCCURS 500      INDEXED W-S-DX.
               10  SCD-DATASET     PIC X(44).
               10  SCD-FREQ        PIC X(08).
               10  SCD-INTERVAL    PIC 9(04)  COMP.
               10  SCD-WINDOW      PIC X(05).
               10  SCD-LAST-DATE   PIC X(10).

      **** THE PER-DATASET FEED HISTORY FROM THE SAME PASS
      **** (FEEDWTCH).

       01  W-DSN-MAX                PIC 9(04)  COMP VALUE 2000.
       01  W-DSN-COUNT              PIC 9(04)  COMP VALUE 0.
       01  W-DSN-TABLE.
           05  W-DSN-ENTRY         OCCURS 2000     INDEXED W-D-DX.
               10  DSF-NAME        PIC X(44).
               10  DSF-LAST-DATE   PIC X(10).
               10  DSF-LAST-CHECKSUM
                                   PIC 9(09).
               10  DSF-LAST-RECORDS
                                   PIC 9(09).
               10  DSF-CHANGE-DATE PIC X(10).
               10  DSF-CHECKS      PIC 9(09)  COMP.
               10  DSF-TOTAL-RECORDS
                                   PIC 9(18)  COMP.

      **** THE CYCLE'S STATUS RECORDS IN FILE ORDER (STATRPT).

       01  W-ENTRY-MAX              PIC 9(09)  COMP VALUE 5000.
       01  W-ENTRY-COUNT            PIC 9(09)  COMP VALUE 0.
       01  W-ENTRY-TABLE.
           05  W-ENTRY             OCCURS 5000     INDEXED W-E-DX.
               10  ENT-TIMESTAMP   PIC X(19).
               10  ENT-PROGRAM     PIC X(08).
               10  ENT-DATASET     PIC X(44).
               10  ENT-RESULT      PIC X(08).
               10  ENT-MSGID       PIC X(08).

      **** EVERY CALLER/SUBROUTINE/MESSAGE COMBINATION IN THE ERROR
      **** LOG UP TO THE CYCLE, WITH WHETHER IT WAS SEEN BEFORE IT
      **** (ERRRPT).

       01  W-CMB-MAX                PIC 9(04)  COMP VALUE 2000.
       01  W-CMB-COUNT              PIC 9(04)  COMP VALUE 0.
       01  W-CMB-TABLE.
           05  W-CMB-ENTRY         OCCURS 2000     INDEXED W-M-DX.
               10  CMB-CALLER      PIC X(08).
               10  CMB-SUBR        PIC X(08).
               10  CMB-MESSAGE     PIC X(40).
               10  CMB-BEFORE      PIC X(01).
               10  CMB-WINDOW-HITS PIC 9(09)  COMP.
               10  CMB-FIRST-TS    PIC X(19).

      **** ONE TREND ENTRY PER (RUN-ID, GROUP) (DRVTREND).

       01  W-TRD-MAX                PIC 9(04)  COMP VALUE 500.
       01  W-TRD-COUNT              PIC 9(04)  COMP VALUE 0.
       01  W-TRD-TABLE.
           05  W-TRD-ENTRY         OCCURS 500      INDEXED W-T-DX.
               10  TRD-RUNID       PIC X(08).
               10  TRD-SEQ         PIC 9(04).
               10  TRD-OPERATION   PIC X(16).
               10  TRD-RUNS        PIC 9(09)  COMP.
               10  TRD-TOTAL       PIC 9(12)  COMP.
               10  TRD-LATEST      PIC 9(09)  COMP.
               10  TRD-LATEST-DATE PIC X(10).

      **** EVERY FINDING, TAGGED WITH ITS SECTION AND A RANKING KEY
      **** -- THE LARGER THE KEY THE WORSE THE FINDING.  EACH SECTION
      **** PRINTS ITS TOP ENTRIES BY KEY, SO THE PAGE SHOWS THE
      **** WORST OF A BAD NIGHT RATHER THAN THE FIRST OF IT.

       01  W-HIT-MAX                PIC 9(04)  COMP VALUE 3000.
       01  W-HIT-COUNT              PIC 9(04)  COMP VALUE 0.
       01  W-HIT-LOST               PIC 9(09)  COMP VALUE 0.
       01  W-HIT-TABLE.
           05  W-HIT-ENTRY         OCCURS 3000     INDEXED W-X-DX.
               10  HIT-SECTION     PIC X(01).
               10  HIT-KEY         PIC 9(09)  COMP.
               10  HIT-SHOWN       PIC X(01).
               10  HIT-TEXT        PIC X(100).

       01  W-NEW-SECTION            PIC X(01).
       01  W-NEW-KEY                PIC 9(09)  COMP.
       01  W-NEW-TEXT               PIC X(100).

       01  W-SEC-CODE               PIC X(01).
       01  W-SEC-TITLE              PIC X(32).
       01  W-SEC-COUNT              PIC 9(05).
       01  W-SEC-RC                 PIC 9(02).
       01  W-SEC-SOURCE             PIC X(08).
       01  W-SEC-AVAILABLE          PIC X(01).
       01  W-SEC-SHOWN              PIC 9(05).
       01  W-SEC-MORE               PIC 9(05).
       01  W-PICK-DX                PIC 9(04)  COMP.
       01  W-PICK-KEY               PIC 9(09)  COMP.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-SECTION-DONE                       VALUE 'Y'.
           88  W-SECTION-NOT-DONE                   VALUE 'N'.

       01  W-FAILURE-COUNT          PIC 9(05)       VALUE 0.
       01  W-OVERDUE-COUNT          PIC 9(05)       VALUE 0.
       01  W-FROZEN-COUNT           PIC 9(05)       VALUE 0.
       01  W-VOLUME-COUNT           PIC 9(05)       VALUE 0.
       01  W-FIRST-SEEN-COUNT       PIC 9(05)       VALUE 0.
       01  W-STALE-COUNT            PIC 9(05)       VALUE 0.
       01  W-LONG-COUNT             PIC 9(05)       VALUE 0.

       01  W-FEED-RC                PIC 9(02)       VALUE 0.
       01  W-WORST-RC               PIC 9(02)       VALUE 0.

       01  W-HIT-DX                 PIC 9(04)  COMP.
       01  W-SCAN-DX                PIC 9(09)  COMP.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-ENTRY-FOUND                        VALUE 'Y'.
           88  W-ENTRY-NOT-FOUND                    VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-FAIL-RESOLVED                      VALUE 'Y'.
           88  W-FAIL-UNRESOLVED                    VALUE 'N'.

      **** JUDGEMENT WORK FIELDS.

       01  W-LAST-INT               PIC 9(09)  COMP.
       01  W-DUE-INT                PIC 9(09)  COMP.
       01  W-DUE-DATE               PIC X(10).
       01  W-TARGET-DATE            PIC X(10).
       01  W-NOT-DUE-DATE           PIC X(10)       VALUE
           '9999-12-31'.

       01  W-AVG-RECORDS            PIC 9(09)  COMP.
       01  W-PRIOR-TOTAL            PIC 9(18)  COMP.
       01  W-PRIOR-CHECKS           PIC 9(09)  COMP.
       01  W-VOLUME-DELTA           PIC 9(09)  COMP.
       01  W-VOLUME-BAND            PIC 9(09)  COMP.

       01  W-AGE-DAYS               PIC S9(09) COMP.
       01  W-DATE-INT               PIC 9(09)  COMP.

       01  W-PRIOR-RUNS             PIC 9(09)  COMP.
       01  W-PRIOR-ELAPSED          PIC 9(12)  COMP.
       01  W-AVG-ELAPSED            PIC 9(09)  COMP.
       01  W-LIMIT-ELAPSED          PIC 9(09)  COMP.

      **** DISPLAY-FORM NUMBERS FOR THE FINDING TEXT.

       01  W-SHOW-COUNT-4           PIC 9(04).
       01  W-SHOW-COUNT-5           PIC 9(05).
       01  W-SHOW-COUNT-6           PIC 9(06).
       01  W-SHOW-COUNT-9           PIC 9(09).
       01  W-SHOW-AVG-6             PIC 9(06).
       01  W-SHOW-AVG-9             PIC 9(09).

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
           05  W-CURRENT-TIME-HH    PIC X(02).
           05  W-CURRENT-TIME-MM    PIC X(02).
           05  FILLER               PIC X(09).

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
               PERFORM SUB-2000-LOAD-ALL THRU SUB-2000-EXIT
           END-IF

           IF      RETURN-CODE = 0
               PERFORM SUB-3000-JUDGE-ALL THRU SUB-3000-EXIT
               PERFORM SUB-4000-REPORT THRU SUB-4000-EXIT
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

           DISPLAY 'SHIFTRPT compiled on '
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

           MOVE FUNCTION CURRENT-DATE
                                    TO W-CURRENT-DATE

           STRING W-CURRENT-DATE-YYYY '-'
                  W-CURRENT-DATE-MM   '-'
                  W-CURRENT-DATE-DD
               DELIMITED BY SIZE INTO W-RUN-DATE
           END-STRING

           STRING W-CURRENT-TIME-HH ':'
                  W-CURRENT-TIME-MM
               DELIMITED BY SIZE INTO W-NOW-TIME
           END-STRING

      **** THE CYCLE DEFAULTS TO THE CURRENT PROCESSING DATE ON THE
      **** BUSINESS BASIS (WHICH IS THE RUN DATE WHEN NONE HAS BEEN
      **** SET) AND TO TODAY ON THE RUN BASIS.

           IF      W-CYCLE-DATE = SPACES
           AND     W-BASIS-BUSINESS
               CALL W-PROCDT-PROG USING W-PROCDT-PARAMETER
               MOVE PD-PROCESS-DATE TO W-CYCLE-DATE
           END-IF

           IF      W-CYCLE-DATE = SPACES
               MOVE W-RUN-DATE      TO W-CYCLE-DATE
           END-IF

           MOVE W-CYCLE-DATE(1:4)   TO W-DATE-YYYY
           MOVE W-CYCLE-DATE(6:2)   TO W-DATE-MM
           MOVE W-CYCLE-DATE(9:2)   TO W-DATE-DD

           IF      W-CYCLE-DATE(5:1) NOT = '-'
           OR      W-CYCLE-DATE(8:1) NOT = '-'
           OR      W-DATE-NUM NOT NUMERIC
               DISPLAY 'SHIFTRPT CYCLE-DATE is not a valid date: '
                   W-CYCLE-DATE
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           IF      FUNCTION TEST-DATE-YYYYMMDD(W-DATE-NUM) NOT = 0
               DISPLAY 'SHIFTRPT CYCLE-DATE is not a valid date: '
                   W-CYCLE-DATE
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           COMPUTE W-CYCLE-INT =
               FUNCTION INTEGER-OF-DATE(W-DATE-NUM)

           COMPUTE W-DUE-INT = W-CYCLE-INT + 1
           PERFORM SUB-7100-INTEGER-TO-DATE THRU SUB-7100-EXIT
           MOVE W-DUE-DATE          TO W-CYCLE-NEXT-DATE

           MOVE W-RUN-DATE(1:4)     TO W-DATE-YYYY
           MOVE W-RUN-DATE(6:2)     TO W-DATE-MM
           MOVE W-RUN-DATE(9:2)     TO W-DATE-DD

           COMPUTE W-RUN-INT =
               FUNCTION INTEGER-OF-DATE(W-DATE-NUM)

      **** A CYCLE ALREADY BEHIND THE RUN DATE HAS HAD EVERY ONE OF
      **** ITS COMPLETION WINDOWS PASS (VERIFDUE).

           IF      W-CYCLE-DATE < W-RUN-DATE
               MOVE '24:00'         TO W-NOW-TIME
           END-IF

           IF      W-CALENDAR-NAME NOT = SPACES
               PERFORM SUB-1200-OPEN-BUSINESS-CAL THRU SUB-1200-EXIT
           END-IF
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-READ-SYSIN.
      *----------------------

      **** EVERY CARD IS OPTIONAL, KEYWORD IN COLUMNS 1-10 AND VALUE
      **** FROM COLUMN 12: CYCLE-DATE AS YYYY-MM-DD, DATE-BASIS AS
      **** BUSINESS (THE DEFAULT) OR RUN, TOP AS TWO DIGITS, CAL-NAME
      **** FOR THE BUSINESS CALENDAR, AND THE THRESHOLD CARDS
      **** STALE-DAYS, VOLUME-PCT, MIN-CHECKS, CKPT-DAYS AND
      **** LONG-PCT.  AN EMPTY SYSIN HANDS OVER THE CURRENT CYCLE.

           OPEN INPUT SYSIN-FILE

           IF      W-SYSIN-FILE-STATUS NOT = '00'
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
               WHEN 'CYCLE-DATE'
                   MOVE SYSIN-RECORD(12:10)
                                    TO W-CYCLE-DATE

               WHEN 'DATE-BASIS'
                   MOVE SYSIN-RECORD(12:8)
                                    TO W-DATE-BASIS
                   IF      NOT W-BASIS-VALID
                       DISPLAY 'SHIFTRPT DATE-BASIS must be RUN or '
                           'BUSINESS: ' W-DATE-BASIS
                       MOVE 16      TO RETURN-CODE
                   END-IF

               WHEN 'TOP'
                   MOVE SYSIN-RECORD(12:2)
                                    TO W-CARD-DIGITS(1:2)
                   IF      W-CARD-DIGITS(1:2) NOT NUMERIC
                       DISPLAY 'SHIFTRPT TOP is not numeric: '
                           W-CARD-DIGITS(1:2)
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       MOVE W-CARD-DIGITS(1:2)
                                    TO W-TOP
                   END-IF

               WHEN 'CAL-NAME'
                   MOVE SYSIN-RECORD(12:8)
                                    TO W-CALENDAR-NAME

               WHEN 'STALE-DAYS'
                   MOVE SYSIN-RECORD(12:4)
                                    TO W-CARD-DIGITS
                   IF      W-CARD-DIGITS NOT NUMERIC
                       DISPLAY 'SHIFTRPT STALE-DAYS is not numeric: '
                           W-CARD-DIGITS
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       MOVE W-CARD-DIGITS
                                    TO W-STALE-DAYS
                   END-IF

               WHEN 'VOLUME-PCT'
                   MOVE SYSIN-RECORD(12:3)
                                    TO W-CARD-DIGITS(1:3)
                   IF      W-CARD-DIGITS(1:3) NOT NUMERIC
                       DISPLAY 'SHIFTRPT VOLUME-PCT is not numeric: '
                           W-CARD-DIGITS(1:3)
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       MOVE W-CARD-DIGITS(1:3)
                                    TO W-VOLUME-PCT
                   END-IF

               WHEN 'MIN-CHECKS'
                   MOVE SYSIN-RECORD(12:4)
                                    TO W-CARD-DIGITS
                   IF      W-CARD-DIGITS NOT NUMERIC
                       DISPLAY 'SHIFTRPT MIN-CHECKS is not numeric: '
                           W-CARD-DIGITS
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       MOVE W-CARD-DIGITS
                                    TO W-MIN-CHECKS
                   END-IF

               WHEN 'CKPT-DAYS'
                   MOVE SYSIN-RECORD(12:4)
                                    TO W-CARD-DIGITS
                   IF      W-CARD-DIGITS NOT NUMERIC
                       DISPLAY 'SHIFTRPT CKPT-DAYS is not numeric: '
                           W-CARD-DIGITS
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       MOVE W-CARD-DIGITS
                                    TO W-CKPT-DAYS
                   END-IF

               WHEN 'LONG-PCT'
                   MOVE SYSIN-RECORD(12:3)
                                    TO W-CARD-DIGITS(1:3)
                   IF      W-CARD-DIGITS(1:3) NOT NUMERIC
                       DISPLAY 'SHIFTRPT LONG-PCT is not numeric: '
                           W-CARD-DIGITS(1:3)
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       MOVE W-CARD-DIGITS(1:3)
                                    TO W-LONG-PCT
                   END-IF

               WHEN SPACES
                   CONTINUE

               WHEN OTHER
                   DISPLAY 'SHIFTRPT unknown SYSIN card: '
                       W-CARD-KEYWORD
                   MOVE 16          TO RETURN-CODE
           END-EVALUATE

           PERFORM SUB-1110-READ-CARD THRU SUB-1110-EXIT
           .
       SUB-1120-EXIT.
           EXIT.
      /
       SUB-1200-OPEN-BUSINESS-CAL.
      *-------------------------------

      **** ONE CHECK OF THE CYCLE DATE UP FRONT PROVES THE CALENDAR
      **** IS REGISTERED, SO A MISTYPED NAME STOPS THE RUN HERE.

           MOVE 'CHECK'             TO BD-FUNCTION
           MOVE W-CALENDAR-NAME     TO BD-CALENDAR
           MOVE W-CYCLE-DATE        TO BD-DATE

           CALL W-BUSDAY-PROG    USING W-BUSDAY-PARAMETER

           IF      NOT UTIL-RC-OK OF W-BUSDAY-PARAMETER
               DISPLAY 'SHIFTRPT calendar ' W-CALENDAR-NAME
                   ' rejected: ' UTIL-MESSAGE OF W-BUSDAY-PARAMETER
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-2000-LOAD-ALL.
      *------------------

      **** ONE PASS OVER EACH CONTROL DATASET.  THE SCHEDULE IS
      **** LOADED FIRST SO THE CRCCTL PASS CAN FOLD THE LATEST CHECK
      **** DATES INTO IT WHILE IT BUILDS THE FEED HISTORY.

           PERFORM SUB-2100-LOAD-SCHEDULE THRU SUB-2100-EXIT

           IF      RETURN-CODE = 0
               PERFORM SUB-2200-LOAD-CONTROL THRU SUB-2200-EXIT
           END-IF

           IF      RETURN-CODE = 0
               PERFORM SUB-2300-LOAD-STATUS THRU SUB-2300-EXIT
           END-IF

           IF      RETURN-CODE = 0
               PERFORM SUB-2400-LOAD-ERROR-LOG THRU SUB-2400-EXIT
           END-IF

           IF      RETURN-CODE = 0
               PERFORM SUB-2500-LOAD-CHECKPOINTS THRU SUB-2500-EXIT
           END-IF

           IF      RETURN-CODE = 0
               PERFORM SUB-2600-LOAD-HISTORY THRU SUB-2600-EXIT
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-LOAD-SCHEDULE.
      *---------------------------

           OPEN INPUT SCHEDULE-FILE

           IF      W-SCH-FILE-STATUS NOT = '00'
               GO TO SUB-2100-EXIT
           END-IF

           MOVE 'Y'                 TO W-SCH-AVAILABLE

           PERFORM SUB-2110-READ-SCHEDULE THRU SUB-2110-EXIT

           PERFORM SUB-2120-TAKE-SCHEDULE THRU SUB-2120-EXIT
               UNTIL W-SCH-EOF

           CLOSE SCHEDULE-FILE
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2110-READ-SCHEDULE.
      *---------------------------

           READ SCHEDULE-FILE
               AT END
                   SET  W-SCH-EOF   TO TRUE
           END-READ
           .
       SUB-2110-EXIT.
           EXIT.
      /
       SUB-2120-TAKE-SCHEDULE.
      *---------------------------

      **** BLANK, COMMENT AND UNKNOWN-FREQUENCY RECORDS ARE PASSED
      **** OVER, AND A SUSPENDED ENTRY STAYS OUT UNTIL ITS RESUME
      **** DATE -- THE SAME RULES VERIFDUE APPLIES.

           IF      SCHEDULE-RECORD = SPACES
               GO TO SUB-2120-NEXT
           END-IF

           IF      SCH-REC-FREQ NOT = 'DAILY'
           AND     SCH-REC-FREQ NOT = 'WEEKLY'
           AND     SCH-REC-FREQ NOT = 'MONTHLY'
           AND     SCH-REC-FREQ NOT = 'FIRSTBD'
           AND     SCH-REC-FREQ NOT = 'LASTBD'
               GO TO SUB-2120-NEXT
           END-IF

           IF      SCH-REC-RESUME NOT = SPACES
           AND     SCH-REC-RESUME > W-CYCLE-DATE
               GO TO SUB-2120-NEXT
           END-IF

           IF      W-SCHED-COUNT >= W-SCHED-MAX
               DISPLAY 'SHIFTRPT schedule table full at '
                   W-SCHED-MAX
               MOVE 16              TO RETURN-CODE
               SET  W-SCH-EOF       TO TRUE
               GO TO SUB-2120-EXIT
           END-IF

           ADD  1                   TO W-SCHED-COUNT
           SET  W-S-DX              TO W-SCHED-COUNT

           MOVE SCH-REC-DATASET     TO SCD-DATASET(W-S-DX)
           MOVE SCH-REC-FREQ        TO SCD-FREQ(W-S-DX)
           MOVE SCH-REC-WINDOW      TO SCD-WINDOW(W-S-DX)
           MOVE SPACES              TO SCD-LAST-DATE(W-S-DX)

           EVALUATE SCH-REC-FREQ
               WHEN 'DAILY'
                   MOVE 1           TO SCD-INTERVAL(W-S-DX)
               WHEN 'WEEKLY'
                   MOVE 7           TO SCD-INTERVAL(W-S-DX)
               WHEN 'MONTHLY'
                   MOVE 31          TO SCD-INTERVAL(W-S-DX)
               WHEN OTHER
                   MOVE 0           TO SCD-INTERVAL(W-S-DX)
           END-EVALUATE
           .
       SUB-2120-NEXT.

           PERFORM SUB-2110-READ-SCHEDULE THRU SUB-2110-EXIT
           .
       SUB-2120-EXIT.
           EXIT.
      /
       SUB-2200-LOAD-CONTROL.
      *--------------------------

           OPEN INPUT CRC-CONTROL-FILE

           IF      W-CTL-FILE-STATUS NOT = '00'
               GO TO SUB-2200-EXIT
           END-IF

           MOVE 'Y'                 TO W-CTL-AVAILABLE

           PERFORM SUB-2210-READ-CONTROL THRU SUB-2210-EXIT

           PERFORM SUB-2220-TAKE-CONTROL THRU SUB-2220-EXIT
               UNTIL W-CTL-EOF

           CLOSE CRC-CONTROL-FILE
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2210-READ-CONTROL.
      *--------------------------

           READ CRC-CONTROL-FILE
               AT END
                   SET  W-CTL-EOF   TO TRUE
           END-READ
           .
       SUB-2210-EXIT.
           EXIT.
      /
       SUB-2220-TAKE-CONTROL.
      *--------------------------

      **** A CHAIN ANCHOR LEFT BY CRCPURGE IS NOT A CHECK.

           IF      CTL-REC-VARIANT = 'ANCHOR'
               GO TO SUB-2220-NEXT
           END-IF

      **** A RECORD WRITTEN BEFORE THE PROCESSING DATE WAS STAMPED
      **** COUNTS UNDER ITS RUN DATE ON EITHER BASIS.  NOTHING AFTER
      **** THE CYCLE IS LOOKED AT.

           IF      W-BASIS-BUSINESS
           AND     CTL-REC-BUS-DATE NOT = SPACES
               MOVE CTL-REC-BUS-DATE
                                    TO W-RECORD-DATE
           ELSE
               MOVE CTL-REC-DATE    TO W-RECORD-DATE
           END-IF

           IF      W-RECORD-DATE > W-CYCLE-DATE
               GO TO SUB-2220-NEXT
           END-IF

           PERFORM SUB-2230-MATCH-SCHEDULE THRU SUB-2230-EXIT
               VARYING W-S-DX FROM 1 BY 1
                 UNTIL W-S-DX > W-SCHED-COUNT

           SET  W-ENTRY-NOT-FOUND   TO TRUE
           MOVE 0                   TO W-HIT-DX

           PERFORM SUB-2240-MATCH-FEED THRU SUB-2240-EXIT
               VARYING W-D-DX FROM 1 BY 1
                 UNTIL W-D-DX > W-DSN-COUNT OR W-ENTRY-FOUND

           IF      NOT W-ENTRY-FOUND
               IF      W-DSN-COUNT >= W-DSN-MAX
                   DISPLAY 'SHIFTRPT feed table full at '
                       W-DSN-MAX ' - remaining feeds not watched'
                   MOVE 16          TO RETURN-CODE
                   SET  W-CTL-EOF   TO TRUE
                   GO TO SUB-2220-EXIT
               END-IF
               ADD  1               TO W-DSN-COUNT
               MOVE W-DSN-COUNT     TO W-HIT-DX
               SET  W-D-DX          TO W-HIT-DX
               MOVE CTL-REC-DATASET TO DSF-NAME(W-D-DX)
               MOVE W-RECORD-DATE   TO DSF-CHANGE-DATE(W-D-DX)
               MOVE CTL-REC-CHECKSUM
                                    TO DSF-LAST-CHECKSUM(W-D-DX)
               MOVE 0               TO DSF-CHECKS(W-D-DX)
               MOVE 0               TO DSF-TOTAL-RECORDS(W-D-DX)
           END-IF

           SET  W-D-DX              TO W-HIT-DX

           IF      CTL-REC-CHECKSUM NOT = DSF-LAST-CHECKSUM(W-D-DX)
               MOVE W-RECORD-DATE   TO DSF-CHANGE-DATE(W-D-DX)
           END-IF

           MOVE CTL-REC-CHECKSUM    TO DSF-LAST-CHECKSUM(W-D-DX)
           MOVE W-RECORD-DATE       TO DSF-LAST-DATE(W-D-DX)
           MOVE CTL-REC-RECORDS     TO DSF-LAST-RECORDS(W-D-DX)
           ADD  1                   TO DSF-CHECKS(W-D-DX)
           ADD  CTL-REC-RECORDS     TO DSF-TOTAL-RECORDS(W-D-DX)
           .
       SUB-2220-NEXT.

           PERFORM SUB-2210-READ-CONTROL THRU SUB-2210-EXIT
           .
       SUB-2220-EXIT.
           EXIT.
      /
       SUB-2230-MATCH-SCHEDULE.
      *----------------------------

           IF      SCD-DATASET(W-S-DX) = CTL-REC-DATASET
           AND     W-RECORD-DATE > SCD-LAST-DATE(W-S-DX)
               MOVE W-RECORD-DATE   TO SCD-LAST-DATE(W-S-DX)
           END-IF
           .
       SUB-2230-EXIT.
           EXIT.
      /
       SUB-2240-MATCH-FEED.
      *------------------------

           IF      DSF-NAME(W-D-DX) = CTL-REC-DATASET
               SET  W-ENTRY-FOUND   TO TRUE
               SET  W-HIT-DX        TO W-D-DX
           END-IF
           .
       SUB-2240-EXIT.
           EXIT.
      /
       SUB-2300-LOAD-STATUS.
      *-------------------------

           OPEN INPUT STATUS-FILE

           IF      W-STA-FILE-STATUS NOT = '00'
               GO TO SUB-2300-EXIT
           END-IF

           MOVE 'Y'                 TO W-STA-AVAILABLE

           PERFORM SUB-2310-READ-STATUS THRU SUB-2310-EXIT

           PERFORM SUB-2320-TAKE-STATUS THRU SUB-2320-EXIT
               UNTIL W-STA-EOF

           CLOSE STATUS-FILE
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2310-READ-STATUS.
      *-------------------------

           READ STATUS-FILE
               AT END
                   SET  W-STA-EOF   TO TRUE
           END-READ
           .
       SUB-2310-EXIT.
           EXIT.
      /
       SUB-2320-TAKE-STATUS.
      *-------------------------

      **** ONLY THE CYCLE'S OWN STATUS RECORDS ARE KEPT, AND NEVER
      **** A CHAIN ANCHOR LEFT BY HSKPMGR.

           IF      STA-REC-RESULT = 'ANCHOR'
               GO TO SUB-2320-NEXT
           END-IF

           IF      W-BASIS-BUSINESS
           AND     STA-REC-BUS-DATE NOT = SPACES
               MOVE STA-REC-BUS-DATE
                                    TO W-RECORD-DATE
           ELSE
               MOVE STA-REC-DATE    TO W-RECORD-DATE
           END-IF

           IF      W-RECORD-DATE NOT = W-CYCLE-DATE
               GO TO SUB-2320-NEXT
           END-IF

           IF      W-ENTRY-COUNT >= W-ENTRY-MAX
               DISPLAY 'SHIFTRPT status table full at '
                   W-ENTRY-MAX ' - remaining records not judged'
               MOVE 16              TO RETURN-CODE
               SET  W-STA-EOF       TO TRUE
               GO TO SUB-2320-EXIT
           END-IF

           ADD  1                   TO W-ENTRY-COUNT
           SET  W-E-DX              TO W-ENTRY-COUNT

           MOVE STA-REC-TIMESTAMP   TO ENT-TIMESTAMP(W-E-DX)
           MOVE STA-REC-PROGRAM     TO ENT-PROGRAM(W-E-DX)
           MOVE STA-REC-DATASET     TO ENT-DATASET(W-E-DX)
           MOVE STA-REC-RESULT      TO ENT-RESULT(W-E-DX)
           MOVE STA-REC-MSGID       TO ENT-MSGID(W-E-DX)
           .
       SUB-2320-NEXT.

           PERFORM SUB-2310-READ-STATUS THRU SUB-2310-EXIT
           .
       SUB-2320-EXIT.
           EXIT.
      /
       SUB-2400-LOAD-ERROR-LOG.
      *----------------------------

           OPEN INPUT ERROR-LOG-FILE

           IF      W-ERL-FILE-STATUS NOT = '00'
               GO TO SUB-2400-EXIT
           END-IF

           MOVE 'Y'                 TO W-ERL-AVAILABLE

           PERFORM SUB-2410-READ-LOG THRU SUB-2410-EXIT

           PERFORM SUB-2420-TAKE-LOG THRU SUB-2420-EXIT
               UNTIL W-ERL-EOF

           CLOSE ERROR-LOG-FILE
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2410-READ-LOG.
      *----------------------

           READ ERROR-LOG-FILE
               AT END
                   SET  W-ERL-EOF   TO TRUE
           END-READ
           .
       SUB-2410-EXIT.
           EXIT.
      /
       SUB-2420-TAKE-LOG.
      *----------------------

      **** THE WHOLE LOG UP TO THE CYCLE IS READ -- RECORDS BEFORE
      **** IT FEED THE FIRST-SEEN JUDGEMENT.

           IF      W-BASIS-BUSINESS
           AND     ERL-REC-BUS-DATE NOT = SPACES
               MOVE ERL-REC-BUS-DATE
                                    TO W-RECORD-DATE
           ELSE
               MOVE ERL-REC-DATE    TO W-RECORD-DATE
           END-IF

           IF      W-RECORD-DATE > W-CYCLE-DATE
               GO TO SUB-2420-NEXT
           END-IF

           SET  W-ENTRY-NOT-FOUND   TO TRUE
           MOVE 0                   TO W-HIT-DX

           PERFORM SUB-2430-MATCH-COMBO THRU SUB-2430-EXIT
               VARYING W-M-DX FROM 1 BY 1
                 UNTIL W-M-DX > W-CMB-COUNT OR W-ENTRY-FOUND

           IF      NOT W-ENTRY-FOUND
               IF      W-CMB-COUNT >= W-CMB-MAX
                   DISPLAY 'SHIFTRPT error combination table full at '
                       W-CMB-MAX ' - remaining log not judged'
                   MOVE 16          TO RETURN-CODE
                   SET  W-ERL-EOF   TO TRUE
                   GO TO SUB-2420-EXIT
               END-IF
               ADD  1               TO W-CMB-COUNT
               MOVE W-CMB-COUNT     TO W-HIT-DX
               SET  W-M-DX          TO W-HIT-DX
               MOVE ERL-REC-CALLER  TO CMB-CALLER(W-M-DX)
               MOVE ERL-REC-SUBROUTINE
                                    TO CMB-SUBR(W-M-DX)
               MOVE ERL-REC-MESSAGE TO CMB-MESSAGE(W-M-DX)
               MOVE 'N'             TO CMB-BEFORE(W-M-DX)
               MOVE 0               TO CMB-WINDOW-HITS(W-M-DX)
               MOVE ERL-REC-TIMESTAMP
                                    TO CMB-FIRST-TS(W-M-DX)
           END-IF

           SET  W-M-DX              TO W-HIT-DX

           IF      W-RECORD-DATE < W-CYCLE-DATE
               MOVE 'Y'             TO CMB-BEFORE(W-M-DX)
           ELSE
               ADD  1               TO CMB-WINDOW-HITS(W-M-DX)
           END-IF
           .
       SUB-2420-NEXT.

           PERFORM SUB-2410-READ-LOG THRU SUB-2410-EXIT
           .
       SUB-2420-EXIT.
           EXIT.
      /
       SUB-2430-MATCH-COMBO.
      *------------------------

           IF      CMB-CALLER(W-M-DX) = ERL-REC-CALLER
           AND     CMB-SUBR(W-M-DX) = ERL-REC-SUBROUTINE
           AND     CMB-MESSAGE(W-M-DX) = ERL-REC-MESSAGE
               SET  W-ENTRY-FOUND   TO TRUE
               SET  W-HIT-DX        TO W-M-DX
           END-IF
           .
       SUB-2430-EXIT.
           EXIT.
      /
       SUB-2500-LOAD-CHECKPOINTS.
      *------------------------------

      **** A CHECKPOINT IS JUDGED AS IT IS READ.  ITS AGE IS TAKEN
      **** AGAINST THE RUN DATE, AS IN CKPTMGR -- AN ABANDONED
      **** RESTART GOES ON AGEING WHICHEVER CYCLE IS BEING REPORTED.

           OPEN INPUT CHECKPOINT-FILE

           IF      W-CKP-FILE-STATUS NOT = '00'
               GO TO SUB-2500-EXIT
           END-IF

           MOVE 'Y'                 TO W-CKP-AVAILABLE

           PERFORM SUB-2510-READ-CHECKPOINT THRU SUB-2510-EXIT

           PERFORM SUB-2520-TAKE-CHECKPOINT THRU SUB-2520-EXIT
               UNTIL W-CKP-EOF

           CLOSE CHECKPOINT-FILE
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2510-READ-CHECKPOINT.
      *-----------------------------

           READ CHECKPOINT-FILE
               AT END
                   SET  W-CKP-EOF   TO TRUE
           END-READ
           .
       SUB-2510-EXIT.
           EXIT.
      /
       SUB-2520-TAKE-CHECKPOINT.
      *-----------------------------

           IF      CKP-REC-DATE(1:4) NOT NUMERIC
           OR      CKP-REC-DATE(6:2) NOT NUMERIC
           OR      CKP-REC-DATE(9:2) NOT NUMERIC
               GO TO SUB-2520-NEXT
           END-IF

           MOVE CKP-REC-DATE(1:4)   TO W-DATE-YYYY
           MOVE CKP-REC-DATE(6:2)   TO W-DATE-MM
           MOVE CKP-REC-DATE(9:2)   TO W-DATE-DD

           COMPUTE W-DATE-INT =
               FUNCTION INTEGER-OF-DATE(W-DATE-NUM)

           COMPUTE W-AGE-DAYS = W-RUN-INT - W-DATE-INT

           IF      W-AGE-DAYS < W-CKPT-DAYS
               GO TO SUB-2520-NEXT
           END-IF

           ADD  1                   TO W-STALE-COUNT

           MOVE W-AGE-DAYS          TO W-SHOW-COUNT-5

           MOVE 'K'                 TO W-NEW-SECTION
           MOVE W-AGE-DAYS          TO W-NEW-KEY
           MOVE SPACES              TO W-NEW-TEXT
           STRING CKP-REC-DATASET ' '
                  CKP-REC-JOB ' '
                  CKP-REC-DATE ' age '
                  W-SHOW-COUNT-5 ' days'
               DELIMITED BY SIZE INTO W-NEW-TEXT
           END-STRING

           PERFORM SUB-7000-ADD-HIT THRU SUB-7000-EXIT
           .
       SUB-2520-NEXT.

           PERFORM SUB-2510-READ-CHECKPOINT THRU SUB-2510-EXIT
           .
       SUB-2520-EXIT.
           EXIT.
      /
       SUB-2600-LOAD-HISTORY.
      *--------------------------

           OPEN INPUT HISTORY-FILE

           IF      W-HIST-FILE-STATUS NOT = '00'
               GO TO SUB-2600-EXIT
           END-IF

           MOVE 'Y'                 TO W-HIST-AVAILABLE

           PERFORM SUB-2610-READ-HISTORY THRU SUB-2610-EXIT

           PERFORM SUB-2620-TAKE-HISTORY THRU SUB-2620-EXIT
               UNTIL W-HIST-EOF

           CLOSE HISTORY-FILE
           .
       SUB-2600-EXIT.
           EXIT.
      /
       SUB-2610-READ-HISTORY.
      *--------------------------

           READ HISTORY-FILE
               AT END
                   SET  W-HIST-EOF  TO TRUE
           END-READ
           .
       SUB-2610-EXIT.
           EXIT.
      /
       SUB-2620-TAKE-HISTORY.
      *--------------------------

      **** DRVHIST CARRIES ONLY THE RUN DATE, SO A GROUP BELONGS TO
      **** THE CYCLE WHEN IT RAN ON THE CYCLE DATE OR THE MORNING
      **** AFTER.  LATER LINES ARE LEFT OUT OF THE TREND ALTOGETHER.

           IF      DRH-REC-SEQ NOT NUMERIC
           OR      DRH-REC-ELAPSED NOT NUMERIC
               GO TO SUB-2620-NEXT
           END-IF

           IF      DRH-REC-DATE > W-CYCLE-NEXT-DATE
               GO TO SUB-2620-NEXT
           END-IF

           SET  W-ENTRY-NOT-FOUND   TO TRUE
           MOVE 0                   TO W-HIT-DX

           PERFORM SUB-2630-MATCH-TREND THRU SUB-2630-EXIT
               VARYING W-T-DX FROM 1 BY 1
                 UNTIL W-T-DX > W-TRD-COUNT OR W-ENTRY-FOUND

           IF      NOT W-ENTRY-FOUND
               IF      W-TRD-COUNT >= W-TRD-MAX
                   DISPLAY 'SHIFTRPT group table full at '
                       W-TRD-MAX ' - remaining groups not trended'
                   MOVE 16          TO RETURN-CODE
                   SET  W-HIST-EOF  TO TRUE
                   GO TO SUB-2620-EXIT
               END-IF
               ADD  1               TO W-TRD-COUNT
               MOVE W-TRD-COUNT     TO W-HIT-DX
               SET  W-T-DX          TO W-HIT-DX
               MOVE DRH-REC-RUNID   TO TRD-RUNID(W-T-DX)
               MOVE DRH-REC-SEQ     TO TRD-SEQ(W-T-DX)
               MOVE DRH-REC-OPERATION
                                    TO TRD-OPERATION(W-T-DX)
               MOVE 0               TO TRD-RUNS(W-T-DX)
               MOVE 0               TO TRD-TOTAL(W-T-DX)
           END-IF

           SET  W-T-DX              TO W-HIT-DX

           ADD  1                   TO TRD-RUNS(W-T-DX)
           ADD  DRH-REC-ELAPSED     TO TRD-TOTAL(W-T-DX)
           MOVE DRH-REC-ELAPSED     TO TRD-LATEST(W-T-DX)
           MOVE DRH-REC-DATE        TO TRD-LATEST-DATE(W-T-DX)
           .
       SUB-2620-NEXT.

           PERFORM SUB-2610-READ-HISTORY THRU SUB-2610-EXIT
           .
       SUB-2620-EXIT.
           EXIT.
      /
       SUB-2630-MATCH-TREND.
      *------------------------

           IF      TRD-RUNID(W-T-DX) = DRH-REC-RUNID
           AND     TRD-SEQ(W-T-DX) = DRH-REC-SEQ
               SET  W-ENTRY-FOUND   TO TRUE
               SET  W-HIT-DX        TO W-T-DX
           END-IF
           .
       SUB-2630-EXIT.
           EXIT.
      /
       SUB-3000-JUDGE-ALL.
      *-------------------

           PERFORM SUB-3100-JUDGE-FAILURES THRU SUB-3100-EXIT
           PERFORM SUB-3200-JUDGE-OVERDUE THRU SUB-3200-EXIT
           PERFORM SUB-3300-JUDGE-FEEDS THRU SUB-3300-EXIT
           PERFORM SUB-3400-JUDGE-FIRST-SEEN THRU SUB-3400-EXIT
           PERFORM SUB-3500-JUDGE-LONG-RUNS THRU SUB-3500-EXIT
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-JUDGE-FAILURES.
      *----------------------------

      **** A FAILURE IS RESOLVED ONLY BY A LATER PASS FOR THE SAME
      **** DATASET IN THE CYCLE (STATRPT).  THE MOST RECENT
      **** UNRESOLVED FAILURES RANK FIRST.

           PERFORM SUB-3110-JUDGE-ONE-FAILURE THRU SUB-3110-EXIT
               VARYING W-E-DX FROM 1 BY 1
                 UNTIL W-E-DX > W-ENTRY-COUNT
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3110-JUDGE-ONE-FAILURE.
      *-------------------------------

           IF      ENT-RESULT(W-E-DX) = 'PASS'
               GO TO SUB-3110-EXIT
           END-IF

           SET  W-FAIL-UNRESOLVED   TO TRUE

           COMPUTE W-SCAN-DX = W-E-DX + 1

           PERFORM SUB-3120-SEEK-LATER-PASS THRU SUB-3120-EXIT
               UNTIL W-SCAN-DX > W-ENTRY-COUNT
                  OR W-FAIL-RESOLVED

           IF      W-FAIL-RESOLVED
               GO TO SUB-3110-EXIT
           END-IF

           ADD  1                   TO W-FAILURE-COUNT

           MOVE 'F'                 TO W-NEW-SECTION
           SET  W-NEW-KEY           TO W-E-DX
           MOVE SPACES              TO W-NEW-TEXT
           STRING ENT-TIMESTAMP(W-E-DX) ' '
                  ENT-PROGRAM(W-E-DX) ' '
                  ENT-DATASET(W-E-DX) ' '
                  ENT-MSGID(W-E-DX)
               DELIMITED BY SIZE INTO W-NEW-TEXT
           END-STRING

           PERFORM SUB-7000-ADD-HIT THRU SUB-7000-EXIT
           .
       SUB-3110-EXIT.
           EXIT.
      /
       SUB-3120-SEEK-LATER-PASS.
      *-----------------------------

           IF      ENT-DATASET(W-SCAN-DX) = ENT-DATASET(W-E-DX)
           AND     ENT-RESULT(W-SCAN-DX) = 'PASS'
               SET  W-FAIL-RESOLVED TO TRUE
           END-IF

           ADD  1                   TO W-SCAN-DX
           .
       SUB-3120-EXIT.
           EXIT.
      /
       SUB-3200-JUDGE-OVERDUE.
      *---------------------------

      **** OVERDUE WHEN NEVER CHECKED, WHEN THE NEXT CHECK FELL DUE
      **** BEFORE THE CYCLE, OR WHEN IT FELL DUE ON THE CYCLE DATE
      **** AND THE EXPECTED WINDOW HAS PASSED (VERIFDUE).  RANKED BY
      **** DAYS OVERDUE, NEVER-CHECKED FIRST.

           PERFORM SUB-3210-JUDGE-ONE-SCHEDULE THRU SUB-3210-EXIT
               VARYING W-S-DX FROM 1 BY 1
                 UNTIL W-S-DX > W-SCHED-COUNT
           .
       SUB-3200-EXIT.
           EXIT.
      /
       SUB-3210-JUDGE-ONE-SCHEDULE.
      *--------------------------------

           MOVE 'O'                 TO W-NEW-SECTION
           MOVE SPACES              TO W-NEW-TEXT

           IF      SCD-LAST-DATE(W-S-DX) = SPACES
               ADD  1               TO W-OVERDUE-COUNT
               MOVE 999999999       TO W-NEW-KEY
               STRING SCD-DATASET(W-S-DX) ' '
                      SCD-FREQ(W-S-DX) ' never checked'
                   DELIMITED BY SIZE INTO W-NEW-TEXT
               END-STRING
               PERFORM SUB-7000-ADD-HIT THRU SUB-7000-EXIT
               GO TO SUB-3210-EXIT
           END-IF

           PERFORM SUB-3220-FIND-DUE-DATE THRU SUB-3220-EXIT

           EVALUATE TRUE
               WHEN W-DUE-DATE > W-CYCLE-DATE
                   GO TO SUB-3210-EXIT

               WHEN W-DUE-DATE < W-CYCLE-DATE
                   MOVE W-DUE-DATE(1:4)
                                    TO W-DATE-YYYY
                   MOVE W-DUE-DATE(6:2)
                                    TO W-DATE-MM
                   MOVE W-DUE-DATE(9:2)
                                    TO W-DATE-DD
                   COMPUTE W-NEW-KEY = W-CYCLE-INT
                       - FUNCTION INTEGER-OF-DATE(W-DATE-NUM)

               WHEN SCD-WINDOW(W-S-DX) NOT = SPACES
                AND W-NOW-TIME > SCD-WINDOW(W-S-DX)
                   MOVE 0           TO W-NEW-KEY

               WHEN OTHER
                   GO TO SUB-3210-EXIT
           END-EVALUATE

           ADD  1                   TO W-OVERDUE-COUNT

           STRING SCD-DATASET(W-S-DX) ' '
                  SCD-FREQ(W-S-DX) ' last checked '
                  SCD-LAST-DATE(W-S-DX) ' due '
                  W-DUE-DATE
               DELIMITED BY SIZE INTO W-NEW-TEXT
           END-STRING

           PERFORM SUB-7000-ADD-HIT THRU SUB-7000-EXIT
           .
       SUB-3210-EXIT.
           EXIT.
      /
       SUB-3220-FIND-DUE-DATE.
      *---------------------------

      **** DAILY, WEEKLY AND MONTHLY: THE LAST CHECK PLUS THE
      **** INTERVAL, ROLLED FORWARD OFF A CLOSED DAY WHEN A BUSINESS
      **** CALENDAR IS IN USE.

           IF      SCD-INTERVAL(W-S-DX) = 0
               PERFORM SUB-3230-FIND-MONTH-TARGET THRU SUB-3230-EXIT
               GO TO SUB-3220-EXIT
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

           PERFORM SUB-7100-INTEGER-TO-DATE THRU SUB-7100-EXIT

           IF      W-CALENDAR-NAME = SPACES
               GO TO SUB-3220-EXIT
           END-IF

           MOVE 'NEXT'              TO BD-FUNCTION
           MOVE W-CALENDAR-NAME     TO BD-CALENDAR
           MOVE W-DUE-DATE          TO BD-DATE

           CALL W-BUSDAY-PROG    USING W-BUSDAY-PARAMETER

           IF      UTIL-RC-OK OF W-BUSDAY-PARAMETER
               MOVE BD-RESULT-DATE  TO W-DUE-DATE
           END-IF
           .
       SUB-3220-EXIT.
           EXIT.
      /
       SUB-3230-FIND-MONTH-TARGET.
      *-------------------------------

      **** FIRSTBD AND LASTBD: THIS MONTH'S TARGET DAY, OR LAST
      **** MONTH'S WHILE THIS MONTH'S IS STILL TO COME.  A CHECK ON
      **** OR AFTER THE TARGET COVERS THE PERIOD.

           MOVE W-CYCLE-DATE        TO BD-DATE

           PERFORM SUB-3240-ASK-TARGET THRU SUB-3240-EXIT

           IF      W-TARGET-DATE > W-CYCLE-DATE
               MOVE W-CYCLE-DATE(1:4)
                                    TO W-DATE-YYYY
               MOVE W-CYCLE-DATE(6:2)
                                    TO W-DATE-MM
               MOVE '01'            TO W-DATE-DD
               COMPUTE W-DUE-INT =
                   FUNCTION INTEGER-OF-DATE(W-DATE-NUM) - 1
               PERFORM SUB-7100-INTEGER-TO-DATE THRU SUB-7100-EXIT
               MOVE W-DUE-DATE      TO BD-DATE
               PERFORM SUB-3240-ASK-TARGET THRU SUB-3240-EXIT
           END-IF

           IF      SCD-LAST-DATE(W-S-DX) NOT < W-TARGET-DATE
               MOVE W-NOT-DUE-DATE  TO W-DUE-DATE
           ELSE
               MOVE W-TARGET-DATE   TO W-DUE-DATE
           END-IF
           .
       SUB-3230-EXIT.
           EXIT.
      /
       SUB-3240-ASK-TARGET.
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
               MOVE W-CYCLE-DATE    TO W-TARGET-DATE
           END-IF
           .
       SUB-3240-EXIT.
           EXIT.
      /
       SUB-3300-JUDGE-FEEDS.
      *-------------------------

      **** ONLY FEEDS CHECKED ON THE CYCLE DATE ARE JUDGED, BY THE
      **** FEEDWTCH FROZEN AND VOLUME TESTS.  FROZEN FEEDS RANK BY
      **** BUSINESS DAYS UNCHANGED, ABNORMAL VOLUMES BY HOW FAR
      **** OUTSIDE THE TRAILING AVERAGE THEY FELL.

           PERFORM SUB-3310-JUDGE-ONE-FEED THRU SUB-3310-EXIT
               VARYING W-D-DX FROM 1 BY 1
                 UNTIL W-D-DX > W-DSN-COUNT
           .
       SUB-3300-EXIT.
           EXIT.
      /
       SUB-3310-JUDGE-ONE-FEED.
      *----------------------------

           IF      DSF-LAST-DATE(W-D-DX) NOT = W-CYCLE-DATE
               GO TO SUB-3310-EXIT
           END-IF

           PERFORM SUB-3320-FROZEN-TEST THRU SUB-3320-EXIT

           PERFORM SUB-3330-VOLUME-TEST THRU SUB-3330-EXIT
           .
       SUB-3310-EXIT.
           EXIT.
      /
       SUB-3320-FROZEN-TEST.
      *------------------------

           IF      DSF-CHECKS(W-D-DX) < 2
               GO TO SUB-3320-EXIT
           END-IF

           MOVE 'COUNT'             TO BD-FUNCTION
           MOVE W-CALENDAR-NAME     TO BD-CALENDAR
           MOVE DSF-CHANGE-DATE(W-D-DX)
                                    TO BD-DATE
           MOVE W-CYCLE-DATE        TO BD-TO-DATE

           CALL W-BUSDAY-PROG    USING W-BUSDAY-PARAMETER

           IF      NOT UTIL-RC-OK OF W-BUSDAY-PARAMETER
           OR      BD-COUNT < W-STALE-DAYS
               GO TO SUB-3320-EXIT
           END-IF

           ADD  1                   TO W-FROZEN-COUNT

           MOVE BD-COUNT            TO W-SHOW-COUNT-4

           MOVE 'Z'                 TO W-NEW-SECTION
           MOVE BD-COUNT            TO W-NEW-KEY
           MOVE SPACES              TO W-NEW-TEXT
           STRING DSF-NAME(W-D-DX) ' unchanged since '
                  DSF-CHANGE-DATE(W-D-DX) ' ('
                  W-SHOW-COUNT-4 ' business days)'
               DELIMITED BY SIZE INTO W-NEW-TEXT
           END-STRING

           PERFORM SUB-7000-ADD-HIT THRU SUB-7000-EXIT
           .
       SUB-3320-EXIT.
           EXIT.
      /
       SUB-3330-VOLUME-TEST.
      *------------------------

           COMPUTE W-PRIOR-CHECKS = DSF-CHECKS(W-D-DX) - 1

           IF      W-PRIOR-CHECKS < W-MIN-CHECKS
           OR      W-PRIOR-CHECKS = 0
               GO TO SUB-3330-EXIT
           END-IF

           COMPUTE W-PRIOR-TOTAL = DSF-TOTAL-RECORDS(W-D-DX)
                                 - DSF-LAST-RECORDS(W-D-DX)

           COMPUTE W-AVG-RECORDS = W-PRIOR-TOTAL / W-PRIOR-CHECKS

           COMPUTE W-VOLUME-BAND =
               (W-AVG-RECORDS * W-VOLUME-PCT) / 100

           IF      DSF-LAST-RECORDS(W-D-DX) > W-AVG-RECORDS
               COMPUTE W-VOLUME-DELTA = DSF-LAST-RECORDS(W-D-DX)
                                      - W-AVG-RECORDS
           ELSE
               COMPUTE W-VOLUME-DELTA = W-AVG-RECORDS
                                      - DSF-LAST-RECORDS(W-D-DX)
           END-IF

           IF      W-VOLUME-DELTA NOT > W-VOLUME-BAND
               GO TO SUB-3330-EXIT
           END-IF

           ADD  1                   TO W-VOLUME-COUNT

      **** THE RANKING KEY IS THE DEVIATION AS A PERCENTAGE OF THE
      **** AVERAGE; A FEED THAT AVERAGED NOTHING RANKS ON THE RAW
      **** DEVIATION.

           MOVE 'V'                 TO W-NEW-SECTION
           IF      W-AVG-RECORDS = 0
               MOVE W-VOLUME-DELTA  TO W-NEW-KEY
           ELSE
               COMPUTE W-NEW-KEY =
                   (W-VOLUME-DELTA * 100) / W-AVG-RECORDS
           END-IF

           MOVE DSF-LAST-RECORDS(W-D-DX)
                                    TO W-SHOW-COUNT-9
           MOVE W-AVG-RECORDS       TO W-SHOW-AVG-9

           MOVE SPACES              TO W-NEW-TEXT
           STRING DSF-NAME(W-D-DX) ' records '
                  W-SHOW-COUNT-9 ' average '
                  W-SHOW-AVG-9
               DELIMITED BY SIZE INTO W-NEW-TEXT
           END-STRING

           PERFORM SUB-7000-ADD-HIT THRU SUB-7000-EXIT
           .
       SUB-3330-EXIT.
           EXIT.
      /
       SUB-3400-JUDGE-FIRST-SEEN.
      *------------------------------

      **** A CALLER/SUBROUTINE/MESSAGE COMBINATION IS FIRST SEEN
      **** WHEN IT OCCURRED IN THE CYCLE BUT NEVER IN THE LOG BEFORE
      **** IT (ERRRPT).  THE MOST FREQUENT RANK FIRST.

           PERFORM SUB-3410-JUDGE-ONE-COMBO THRU SUB-3410-EXIT
               VARYING W-M-DX FROM 1 BY 1
                 UNTIL W-M-DX > W-CMB-COUNT
           .
       SUB-3400-EXIT.
           EXIT.
      /
       SUB-3410-JUDGE-ONE-COMBO.
      *-----------------------------

           IF      CMB-BEFORE(W-M-DX) = 'Y'
           OR      CMB-WINDOW-HITS(W-M-DX) = 0
               GO TO SUB-3410-EXIT
           END-IF

           ADD  1                   TO W-FIRST-SEEN-COUNT

           MOVE CMB-WINDOW-HITS(W-M-DX)
                                    TO W-SHOW-COUNT-4

           MOVE 'E'                 TO W-NEW-SECTION
           MOVE CMB-WINDOW-HITS(W-M-DX)
                                    TO W-NEW-KEY
           MOVE SPACES              TO W-NEW-TEXT
           STRING CMB-FIRST-TS(W-M-DX) ' '
                  CMB-CALLER(W-M-DX) ' '
                  CMB-SUBR(W-M-DX) ' x'
                  W-SHOW-COUNT-4 ' '
                  CMB-MESSAGE(W-M-DX)
               DELIMITED BY SIZE INTO W-NEW-TEXT
           END-STRING

           PERFORM SUB-7000-ADD-HIT THRU SUB-7000-EXIT
           .
       SUB-3410-EXIT.
           EXIT.
      /
       SUB-3500-JUDGE-LONG-RUNS.
      *-----------------------------

      **** A GROUP RAN LONG WHEN ITS LATEST RUN, IN THE CYCLE, TOOK
      **** MORE THAN LONG-PCT OVER THE TRAILING AVERAGE OF ITS
      **** EARLIER RUNS (DRVTREND).  RANKED BY SECONDS OVER THE
      **** AVERAGE.

           PERFORM SUB-3510-JUDGE-ONE-GROUP THRU SUB-3510-EXIT
               VARYING W-T-DX FROM 1 BY 1
                 UNTIL W-T-DX > W-TRD-COUNT
           .
       SUB-3500-EXIT.
           EXIT.
      /
       SUB-3510-JUDGE-ONE-GROUP.
      *-----------------------------

           IF      TRD-RUNS(W-T-DX) < 2
           OR      TRD-LATEST-DATE(W-T-DX) < W-CYCLE-DATE
               GO TO SUB-3510-EXIT
           END-IF

           COMPUTE W-PRIOR-RUNS = TRD-RUNS(W-T-DX) - 1
           COMPUTE W-PRIOR-ELAPSED =
               TRD-TOTAL(W-T-DX) - TRD-LATEST(W-T-DX)
           COMPUTE W-AVG-ELAPSED = W-PRIOR-ELAPSED / W-PRIOR-RUNS
           COMPUTE W-LIMIT-ELAPSED = W-AVG-ELAPSED
               + (W-AVG-ELAPSED * W-LONG-PCT) / 100

           IF      TRD-LATEST(W-T-DX) NOT > W-LIMIT-ELAPSED
               GO TO SUB-3510-EXIT
           END-IF

           ADD  1                   TO W-LONG-COUNT

           MOVE TRD-LATEST(W-T-DX)  TO W-SHOW-COUNT-6
           MOVE W-AVG-ELAPSED       TO W-SHOW-AVG-6

           MOVE 'L'                 TO W-NEW-SECTION
           COMPUTE W-NEW-KEY = TRD-LATEST(W-T-DX) - W-AVG-ELAPSED
           MOVE SPACES              TO W-NEW-TEXT
           STRING TRD-RUNID(W-T-DX) ' group '
                  TRD-SEQ(W-T-DX) ' '
                  TRD-OPERATION(W-T-DX) ' latest '
                  W-SHOW-COUNT-6 's average '
                  W-SHOW-AVG-6 's'
               DELIMITED BY SIZE INTO W-NEW-TEXT
           END-STRING

           PERFORM SUB-7000-ADD-HIT THRU SUB-7000-EXIT
           .
       SUB-3510-EXIT.
           EXIT.
      /
       SUB-4000-REPORT.
      *----------------

           DISPLAY 'SHIFTRPT ================================='
               '==============='
           DISPLAY 'SHIFTRPT SHIFT HANDOVER FOR CYCLE ' W-CYCLE-DATE
           IF      W-BASIS-BUSINESS
               DISPLAY 'SHIFTRPT SELECTED ON BUSINESS PROCESSING DATE'
           END-IF
           DISPLAY 'SHIFTRPT ================================='
               '==============='

           MOVE 'F'                 TO W-SEC-CODE
           MOVE 'UNRESOLVED FAILURES'
                                    TO W-SEC-TITLE
           MOVE W-FAILURE-COUNT     TO W-SEC-COUNT
           MOVE 4                   TO W-SEC-RC
           MOVE 'GCUSTAT'           TO W-SEC-SOURCE
           MOVE W-STA-AVAILABLE     TO W-SEC-AVAILABLE
           PERFORM SUB-4100-PRINT-SECTION THRU SUB-4100-EXIT

           MOVE 'O'                 TO W-SEC-CODE
           MOVE 'OVERDUE VERIFICATIONS'
                                    TO W-SEC-TITLE
           MOVE W-OVERDUE-COUNT     TO W-SEC-COUNT
           MOVE 4                   TO W-SEC-RC
           MOVE 'VERIFSCH'          TO W-SEC-SOURCE
           MOVE W-SCH-AVAILABLE     TO W-SEC-AVAILABLE
           PERFORM SUB-4100-PRINT-SECTION THRU SUB-4100-EXIT

           MOVE 'Z'                 TO W-SEC-CODE
           MOVE 'FROZEN FEEDS'      TO W-SEC-TITLE
           MOVE W-FROZEN-COUNT      TO W-SEC-COUNT
           MOVE 4                   TO W-SEC-RC
           MOVE 'CRCCTL'            TO W-SEC-SOURCE
           MOVE W-CTL-AVAILABLE     TO W-SEC-AVAILABLE
           PERFORM SUB-4100-PRINT-SECTION THRU SUB-4100-EXIT

           MOVE 'V'                 TO W-SEC-CODE
           MOVE 'ABNORMAL FEED VOLUMES'
                                    TO W-SEC-TITLE
           MOVE W-VOLUME-COUNT      TO W-SEC-COUNT
           MOVE 8                   TO W-SEC-RC
           MOVE 'CRCCTL'            TO W-SEC-SOURCE
           MOVE W-CTL-AVAILABLE     TO W-SEC-AVAILABLE
           PERFORM SUB-4100-PRINT-SECTION THRU SUB-4100-EXIT

           MOVE 'E'                 TO W-SEC-CODE
           MOVE 'FIRST-SEEN SUBROUTINE ERRORS'
                                    TO W-SEC-TITLE
           MOVE W-FIRST-SEEN-COUNT  TO W-SEC-COUNT
           MOVE 4                   TO W-SEC-RC
           MOVE 'UTILERRL'          TO W-SEC-SOURCE
           MOVE W-ERL-AVAILABLE     TO W-SEC-AVAILABLE
           PERFORM SUB-4100-PRINT-SECTION THRU SUB-4100-EXIT

           MOVE 'K'                 TO W-SEC-CODE
           MOVE 'STALE CHECKPOINTS' TO W-SEC-TITLE
           MOVE W-STALE-COUNT       TO W-SEC-COUNT
           MOVE 4                   TO W-SEC-RC
           MOVE 'CRCCKPT'           TO W-SEC-SOURCE
           MOVE W-CKP-AVAILABLE     TO W-SEC-AVAILABLE
           PERFORM SUB-4100-PRINT-SECTION THRU SUB-4100-EXIT

           MOVE 'L'                 TO W-SEC-CODE
           MOVE 'GROUPS THAT RAN LONG'
                                    TO W-SEC-TITLE
           MOVE W-LONG-COUNT        TO W-SEC-COUNT
           MOVE 4                   TO W-SEC-RC
           MOVE 'DRVHIST'           TO W-SEC-SOURCE
           MOVE W-HIST-AVAILABLE    TO W-SEC-AVAILABLE
           PERFORM SUB-4100-PRINT-SECTION THRU SUB-4100-EXIT

      **** THE FEED RETURN CODE COMBINES AS IN FEEDWTCH: 4 FROZEN,
      **** 8 VOLUME, 12 BOTH.

           EVALUATE TRUE
               WHEN W-FROZEN-COUNT > 0 AND W-VOLUME-COUNT > 0
                   MOVE 12          TO W-FEED-RC
               WHEN W-VOLUME-COUNT > 0
                   MOVE 8           TO W-FEED-RC
               WHEN W-FROZEN-COUNT > 0
                   MOVE 4           TO W-FEED-RC
           END-EVALUATE

           IF      W-FAILURE-COUNT > 0
           OR      W-OVERDUE-COUNT > 0
           OR      W-FIRST-SEEN-COUNT > 0
           OR      W-STALE-COUNT > 0
           OR      W-LONG-COUNT > 0
               MOVE 4               TO W-WORST-RC
           END-IF

           IF      W-FEED-RC > W-WORST-RC
               MOVE W-FEED-RC       TO W-WORST-RC
           END-IF

           DISPLAY 'SHIFTRPT ================================='
               '==============='
           DISPLAY 'SHIFTRPT WORST RETURN-CODE: ' W-WORST-RC
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-4100-PRINT-SECTION.
      *---------------------------

           IF      W-SEC-COUNT = 0
               MOVE 0               TO W-SEC-RC
           END-IF

           DISPLAY 'SHIFTRPT '
           DISPLAY 'SHIFTRPT ' W-SEC-TITLE ' count ' W-SEC-COUNT
               '  rc ' W-SEC-RC

           IF      W-SEC-AVAILABLE NOT = 'Y'
               DISPLAY 'SHIFTRPT   (' W-SEC-SOURCE
                   ' not available)'
               GO TO SUB-4100-EXIT
           END-IF

           IF      W-SEC-COUNT = 0
               DISPLAY 'SHIFTRPT   (none)'
               GO TO SUB-4100-EXIT
           END-IF

           MOVE 0                   TO W-SEC-SHOWN
           SET  W-SECTION-NOT-DONE  TO TRUE

           PERFORM SUB-4110-SHOW-NEXT THRU SUB-4110-EXIT
               UNTIL W-SEC-SHOWN >= W-TOP
                  OR W-SECTION-DONE

           IF      W-SEC-COUNT > W-SEC-SHOWN
               COMPUTE W-SEC-MORE = W-SEC-COUNT - W-SEC-SHOWN
               DISPLAY 'SHIFTRPT   ... and ' W-SEC-MORE ' more'
           END-IF
           .
       SUB-4100-EXIT.
           EXIT.
      /
       SUB-4110-SHOW-NEXT.
      *----------------------

      **** PICK THE WORST FINDING OF THE SECTION NOT YET SHOWN --
      **** THE EARLIEST FOUND WINS A TIE.

           MOVE 0                   TO W-PICK-DX
           MOVE 0                   TO W-PICK-KEY

           PERFORM SUB-4120-COMPARE-HIT THRU SUB-4120-EXIT
               VARYING W-X-DX FROM 1 BY 1
                 UNTIL W-X-DX > W-HIT-COUNT

           IF      W-PICK-DX = 0
               SET  W-SECTION-DONE  TO TRUE
               GO TO SUB-4110-EXIT
           END-IF

           SET  W-X-DX              TO W-PICK-DX
           MOVE 'Y'                 TO HIT-SHOWN(W-X-DX)
           ADD  1                   TO W-SEC-SHOWN

           DISPLAY 'SHIFTRPT   ' HIT-TEXT(W-X-DX)
           .
       SUB-4110-EXIT.
           EXIT.
      /
       SUB-4120-COMPARE-HIT.
      *------------------------

           IF      HIT-SECTION(W-X-DX) NOT = W-SEC-CODE
           OR      HIT-SHOWN(W-X-DX) = 'Y'
               GO TO SUB-4120-EXIT
           END-IF

           IF      W-PICK-DX = 0
           OR      HIT-KEY(W-X-DX) > W-PICK-KEY
               SET  W-PICK-DX       TO W-X-DX
               MOVE HIT-KEY(W-X-DX) TO W-PICK-KEY
           END-IF
           .
       SUB-4120-EXIT.
           EXIT.
      /
       SUB-5000-SHUT-DOWN.
      *-------------------

           IF      RETURN-CODE = 16
               DISPLAY 'SHIFTRPT completed with errors'
               GO TO SUB-5000-EXIT
           END-IF

           IF      W-HIT-LOST > 0
               DISPLAY 'SHIFTRPT top entries chosen from the first '
                   W-HIT-MAX ' findings - ' W-HIT-LOST ' not ranked'
           END-IF

           MOVE W-WORST-RC          TO RETURN-CODE

           DISPLAY 'SHIFTRPT completed'
           .
       SUB-5000-EXIT.
           EXIT.
      /
       SUB-7000-ADD-HIT.
      *-----------------

      **** A FULL FINDINGS TABLE COSTS ONLY THE RANKING OF THE
      **** OVERFLOW -- THE SECTION COUNTS ARE KEPT SEPARATELY AND
      **** STAY EXACT.

           IF      W-HIT-COUNT >= W-HIT-MAX
               ADD  1               TO W-HIT-LOST
               GO TO SUB-7000-EXIT
           END-IF

           ADD  1                   TO W-HIT-COUNT
           SET  W-X-DX              TO W-HIT-COUNT

           MOVE W-NEW-SECTION       TO HIT-SECTION(W-X-DX)
           MOVE W-NEW-KEY           TO HIT-KEY(W-X-DX)
           MOVE 'N'                 TO HIT-SHOWN(W-X-DX)
           MOVE W-NEW-TEXT          TO HIT-TEXT(W-X-DX)
           .
       SUB-7000-EXIT.
           EXIT.
      /
       SUB-7100-INTEGER-TO-DATE.
      *----------------------------

           MOVE FUNCTION DATE-OF-INTEGER(W-DUE-INT)
                                    TO W-DATE-NUM

           STRING W-DATE-YYYY '-' W-DATE-MM '-' W-DATE-DD
               DELIMITED BY SIZE INTO W-DUE-DATE
           END-STRING
           .
       SUB-7100-EXIT.
           EXIT.
