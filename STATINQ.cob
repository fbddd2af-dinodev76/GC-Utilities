      *=========================== STATINQ =============================*
      * Authors: Brian D Pead
      *
      * Description: Interactive verification status inquiry, for the
      *              3 a.m. "did last night's extract pass?" call that
      *              used to mean submitting STATRPT or CRCRPT and
      *              waiting for the output.  The operator keys a
      *              dataset-name prefix and gets one line per
      *              matching dataset: its latest GCUSTAT result, the
      *              VERIFSCH schedule status as VERIFDUE would judge
      *              it now (DONE, DUE, OVERDUE or SUSPENDED), and
      *              how many UTILERRL entries relate to it.  F8 and
      *              F7 page the list.  Selecting a dataset shows, on
      *              one screen, its latest result, its schedule, its
      *              CRCCTL checksum history newest first and the
      *              related UTILERRL entries, paged the same way;
      *              selecting any line of that shows the whole
      *              record.  An error log entry relates to a dataset
      *              when its caller is the job or program that
      *              checked or verified that dataset on the day the
      *              entry was logged -- the log itself carries no
      *              dataset name.  Strictly read-only: every control
      *              dataset is opened INPUT, and only while a search
      *              or a drill-down reads it, so no update access is
      *              needed and nothing is held between screens.
      *              Optional SYSIN cards give the starting prefix and
      *              the business calendar VERIFDUE judges against.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-10-15  1.0      First release
      *================================================================*

       PROCESS TRUNC(BIN)

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 STATINQ.

       ENVIRONMENT DIVISION.
      *=====================

       CONFIGURATION SECTION.
      *----------------------

       SOURCE-COMPUTER.
           IBM-Z15.
      *    IBM-Z15 DEBUGGING MODE.

       SPECIAL-NAMES.
           CRT STATUS IS W-CRT-STATUS.

       INPUT-OUTPUT SECTION.
      *---------------------

       FILE-CONTROL.

           SELECT SYSIN-FILE
               ASSIGN TO           'SYSIN'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-SYSIN-FILE-STATUS.

           SELECT STATUS-FILE
               ASSIGN TO           'GCUSTAT'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-STATUS-FILE-STATUS.

           SELECT CRC-CONTROL-FILE
               ASSIGN TO           'CRCCTL'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-CTL-FILE-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO           'UTILERRL'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-ERL-FILE-STATUS.

           SELECT SCHEDULE-FILE
               ASSIGN TO           'VERIFSCH'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-SCH-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  SYSIN-FILE.

       01  SYSIN-RECORD                PIC X(80).

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
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-SYSIN-FILE-STATUS      PIC X(02).
       01  W-STATUS-FILE-STATUS     PIC X(02).
       01  W-CTL-FILE-STATUS        PIC X(02).
       01  W-ERL-FILE-STATUS        PIC X(02).
       01  W-SCH-FILE-STATUS        PIC X(02).

       01  W-CARD-KEYWORD           PIC X(10).
       01  W-CALENDAR-NAME          PIC X(08)       VALUE SPACES.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-SYSIN-EOF                          VALUE 'Y'.
           88  W-SYSIN-NOT-EOF                      VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-STATUS-EOF                         VALUE 'Y'.
           88  W-STATUS-NOT-EOF                     VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-CTL-EOF                            VALUE 'Y'.
           88  W-CTL-NOT-EOF                        VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-ERL-EOF                            VALUE 'Y'.
           88  W-ERL-NOT-EOF                        VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-SCH-EOF                            VALUE 'Y'.
           88  W-SCH-NOT-EOF                        VALUE 'N'.

      **** THE TERMINAL.  THE KEY THAT ENDED EACH ACCEPT COMES BACK
      **** IN THE CRT STATUS.

       01  W-CRT-STATUS             PIC 9(04)       VALUE 0.
           88  W-KEY-ENTER                          VALUE 0.
           88  W-KEY-EXIT                           VALUES 1003
                                                           2005.
           88  W-KEY-BACKWARD                       VALUES 1007
                                                           2001.
           88  W-KEY-FORWARD                        VALUES 1008
                                                           2002.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-EXIT-REQUESTED                     VALUE 'Y'.
           88  W-EXIT-NOT-REQUESTED                 VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-LEAVE-DATASET                      VALUE 'Y'.
           88  W-STAY-ON-DATASET                    VALUE 'N'.

       01  W-SCREEN-STAMP           PIC X(16).
       01  W-MESSAGE                PIC X(78)       VALUE SPACES.
       01  W-NOTE                   PIC X(78)       VALUE SPACES.
       01  W-LIST-NOTE              PIC X(78)       VALUE SPACES.

      **** THE SEARCH PREFIX, AS KEYED AND AS LAST SEARCHED.  A
      **** BLANK PREFIX MATCHES EVERY DATASET.

       01  W-PREFIX                 PIC X(44)       VALUE SPACES.
       01  W-LAST-PREFIX            PIC X(44)       VALUE HIGH-VALUES.
       01  W-PREFIX-LEN             PIC S9(04) COMP VALUE 0.
       01  W-SCAN-DX                PIC 9(09)  COMP.
       01  W-FIND-NAME              PIC X(44).

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-NAME-MATCHES                       VALUE 'Y'.
           88  W-NAME-DIFFERS                       VALUE 'N'.

      **** THE DATASETS MATCHING THE PREFIX, IN NAME ORDER ONCE THE
      **** SEARCH IS COMPLETE.  EACH CARRIES ITS LATEST GCUSTAT
      **** RECORD AS READ, ITS CRCCTL AND UTILERRL COUNTS, AND ITS
      **** VERIFSCH ENTRY WITH THE STATUS JUDGED FROM THEM.

       01  W-DSN-MAX                PIC 9(04)  COMP VALUE 500.
       01  W-DSN-COUNT              PIC 9(04)  COMP VALUE 0.
       01  W-DSN-TABLE.
           05  W-DSN-ENTRY         OCCURS 500      INDEXED W-D-DX.
               10  DSN-NAME        PIC X(44).
               10  DSN-LATEST      PIC X(282).
               10  DSN-STATUS-COUNT
                                   PIC 9(09)  COMP.
               10  DSN-CHECK-COUNT PIC 9(09)  COMP.
               10  DSN-LAST-CHECK  PIC X(10).
               10  DSN-ERROR-COUNT PIC 9(09)  COMP.
               10  DSN-ERROR-MARK  PIC 9(09)  COMP.
               10  DSN-LAST-CALLER PIC X(08).
               10  DSN-LAST-DATE   PIC X(10).
               10  DSN-SCHED-SW    PIC X(01).
                   88  DSN-SCHEDULED                VALUE 'Y'.
                   88  DSN-NOT-SCHEDULED            VALUE 'N'.
               10  DSN-FREQ        PIC X(08).
               10  DSN-INTERVAL    PIC 9(04)  COMP.
               10  DSN-WINDOW      PIC X(05).
               10  DSN-ALGORITHM   PIC X(08).
               10  DSN-RESUME      PIC X(10).
               10  DSN-DUE-DATE    PIC X(10).
               10  DSN-SCHED-STATUS
                                   PIC X(01).
                   88  DSN-DONE                     VALUE 'C'.
                   88  DSN-DUE                      VALUE 'D'.
                   88  DSN-OVERDUE                  VALUE 'O'.
                   88  DSN-SUSPENDED                VALUE 'S'.
                   88  DSN-UNJUDGED                 VALUE ' '.

       01  W-DSN-HOLD               PIC X(500).
       01  W-SORT-I                 PIC 9(04)  COMP.
       01  W-SORT-J                 PIC 9(04)  COMP.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-ENTRY-FOUND                        VALUE 'Y'.
           88  W-ENTRY-NOT-FOUND                    VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-DSN-TABLE-FULL                     VALUE 'Y'.
           88  W-DSN-TABLE-ROOM                     VALUE 'N'.

      **** THE LINKS FROM A DATASET TO THE ERROR LOG: EACH JOB OR
      **** PROGRAM THAT CHECKED OR VERIFIED THE DATASET, AND THE DAY
      **** IT DID SO.  A LOG ENTRY BY THAT CALLER ON THAT DAY IS
      **** RELATED TO THE DATASET.  DSN-ERROR-MARK STOPS ONE LOG
      **** ENTRY COUNTING TWICE FOR THE SAME DATASET.

       01  W-LINK-MAX               PIC 9(04)  COMP VALUE 2000.
       01  W-LINK-COUNT             PIC 9(04)  COMP VALUE 0.
       01  W-LINK-TABLE.
           05  W-LINK-ENTRY        OCCURS 2000     INDEXED W-L-DX.
               10  LNK-DSN-DX      PIC 9(04)  COMP.
               10  LNK-CALLER      PIC X(08).
               10  LNK-DATE        PIC X(10).

       01  W-LINK-CALLER            PIC X(08).
       01  W-LINK-DATE              PIC X(10).
       01  W-ERL-SEQ                PIC 9(09)  COMP.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-LINKS-FULL                         VALUE 'Y'.
           88  W-LINKS-ROOM                         VALUE 'N'.

      **** THE DRILL-DOWN: THE SELECTED DATASET'S CRCCTL CHECKS AND
      **** RELATED UTILERRL ENTRIES, EACH KEPT IN A RING OF THE
      **** LATEST 100 SO THAT THE NEWEST ARE SHOWN FIRST HOWEVER LONG
      **** THE HISTORY.

       01  W-DETAIL-DX              PIC 9(04)  COMP.
       01  W-RING-MAX               PIC 9(04)  COMP VALUE 100.

       01  W-CHECK-TOTAL            PIC 9(09)  COMP VALUE 0.
       01  W-CHECK-SHOWN            PIC 9(04)  COMP VALUE 0.
       01  W-CHECK-RING.
           05  W-CHECK-SLOT        PIC X(180)      OCCURS 100.

       01  W-ERROR-TOTAL            PIC 9(09)  COMP VALUE 0.
       01  W-ERROR-SHOWN            PIC 9(04)  COMP VALUE 0.
       01  W-ERROR-RING.
           05  W-ERROR-SLOT        PIC X(094)      OCCURS 100.

       01  W-DLINK-MAX              PIC 9(04)  COMP VALUE 500.
       01  W-DLINK-COUNT            PIC 9(04)  COMP VALUE 0.
       01  W-DLINK-TABLE.
           05  W-DLINK-ENTRY       OCCURS 500      INDEXED W-K-DX.
               10  DLK-CALLER      PIC X(08).
               10  DLK-DATE        PIC X(10).

       01  W-RING-SLOT              PIC 9(04)  COMP.
       01  W-HIST-ROWS              PIC 9(04)  COMP VALUE 0.
       01  W-HIST-TOP               PIC 9(04)  COMP VALUE 1.
       01  W-ROW-NUMBER             PIC 9(04)  COMP.
       01  W-ROW-KIND               PIC X(01).
           88  W-ROW-CHECK                          VALUE 'C'.
           88  W-ROW-ERROR                          VALUE 'E'.
           88  W-ROW-STATUS                         VALUE 'S'.
       01  W-ROW-DX                 PIC 9(04)  COMP.
       01  W-SEL-DX                 PIC 9(04)  COMP.

      **** THE RECORD VIEWS: A STORED GCUSTAT, CRCCTL OR UTILERRL
      **** IMAGE IS MOVED HERE TO BE TAKEN APART FOR DISPLAY.

       01  W-STATUS-VIEW.
           05  STV-TIMESTAMP.
               10  STV-DATE        PIC X(10).
               10  FILLER          PIC X(01).
               10  STV-TIME        PIC X(08).
           05  FILLER              PIC X(01).
           05  STV-PROGRAM         PIC X(08).
           05  FILLER              PIC X(01).
           05  STV-DATASET         PIC X(44).
           05  FILLER              PIC X(01).
           05  STV-RESULT          PIC X(08).
           05  FILLER              PIC X(01).
           05  STV-CHECKSUM        PIC X(32).
           05  FILLER              PIC X(01).
           05  STV-MSGID           PIC X(08).
           05  FILLER              PIC X(01).
           05  STV-DETAIL          PIC X(80).
           05  FILLER              PIC X(01).
           05  STV-BUS-DATE        PIC X(10).
           05  FILLER              PIC X(01).
           05  STV-CHAIN           PIC X(64).

       01  W-CHECK-VIEW.
           05  CKV-CHECKSUM        PIC 9(09).
           05  FILLER              PIC X(01).
           05  CKV-VARIANT         PIC X(10).
           05  FILLER              PIC X(01).
           05  CKV-TIMESTAMP.
               10  CKV-DATE        PIC X(10).
               10  FILLER          PIC X(01).
               10  CKV-TIME        PIC X(08).
           05  FILLER              PIC X(01).
           05  CKV-JOB             PIC X(08).
           05  FILLER              PIC X(01).
           05  CKV-DATASET         PIC X(44).
           05  FILLER              PIC X(01).
           05  CKV-RECORDS         PIC 9(09).
           05  FILLER              PIC X(01).
           05  CKV-BUS-DATE        PIC X(10).
           05  FILLER              PIC X(01).
           05  CKV-CHAIN           PIC X(64).

       01  W-ERROR-VIEW.
           05  ERV-TIMESTAMP.
               10  ERV-DATE        PIC X(10).
               10  FILLER          PIC X(01).
               10  ERV-TIME        PIC X(08).
           05  FILLER              PIC X(01).
           05  ERV-SUBROUTINE      PIC X(08).
           05  FILLER              PIC X(01).
           05  ERV-RC              PIC 9(04).
           05  FILLER              PIC X(01).
           05  ERV-MESSAGE         PIC X(40).
           05  FILLER              PIC X(01).
           05  ERV-CALLER          PIC X(08).
           05  FILLER              PIC X(01).
           05  ERV-BUS-DATE        PIC X(10).

      **** WHAT THE SCREENS SHOW.  THE LIST AND HISTORY ROWS CARRY A
      **** SELECTION FIELD EACH; ANY CHARACTER KEYED THERE SELECTS
      **** THE ROW.

       01  W-LIST-PAGE              PIC 9(04)  COMP VALUE 15.
       01  W-LIST-TOP               PIC 9(04)  COMP VALUE 1.
       01  W-LIST-SELECTS.
           05  W-LIST-SEL          PIC X(01)       OCCURS 15.
       01  W-LIST-LINES.
           05  W-LIST-LINE         PIC X(76)       OCCURS 15.

       01  W-LIST-BUILD.
           05  LB-DATASET          PIC X(44).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  LB-RESULT           PIC X(05).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  LB-DATE             PIC X(10).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  LB-SCHEDULE         PIC X(09).
           05  LB-ERRORS           PIC ZZZ9.
           05  FILLER              PIC X(01)       VALUE SPACE.

       01  W-HIST-PAGE              PIC 9(04)  COMP VALUE 12.
       01  W-LATEST-SEL             PIC X(01)       VALUE SPACE.
       01  W-HIST-SELECTS.
           05  W-HIST-SEL          PIC X(01)       OCCURS 12.
       01  W-HIST-LINES.
           05  W-HIST-LINE         PIC X(76)       OCCURS 12.

       01  W-HEAD-DATASET           PIC X(78).
       01  W-HEAD-LATEST            PIC X(76).
       01  W-HEAD-DETAIL            PIC X(78).
       01  W-HEAD-SCHEDULE          PIC X(78).
       01  W-HEAD-COUNTS            PIC X(78).

       01  W-DETAIL-TITLE           PIC X(60).
       01  W-DETAIL-COUNT           PIC 9(04)  COMP VALUE 0.
       01  W-DETAIL-LINES.
           05  W-DETAIL-LINE       PIC X(78)       OCCURS 16.

       01  W-DETAIL-BUILD.
           05  DB-LABEL            PIC X(14).
           05  DB-VALUE            PIC X(64).

       01  W-DISPLAY-COUNT          PIC ZZZ,ZZ9.
       01  W-DISPLAY-COUNT-2        PIC ZZZ,ZZ9.
       01  W-DISPLAY-RC             PIC ZZZ9.
       01  W-DISPLAY-RECORDS        PIC ZZZ,ZZZ,ZZ9.
       01  W-STATUS-TEXT            PIC X(09).

      **** SCHEDULE JUDGING, AS VERIFDUE DOES IT ON THE RUN DATE.

       01  W-TODAY-DATE             PIC X(10).
       01  W-NOW-TIME               PIC X(05).
       01  W-TODAY-INT              PIC 9(09)  COMP.
       01  W-LAST-INT               PIC 9(09)  COMP.
       01  W-DUE-INT                PIC 9(09)  COMP.

       01  W-DUE-DATE               PIC X(10).
       01  W-TARGET-DATE            PIC X(10).
       01  W-NOT-DUE-DATE           PIC X(10)       VALUE
           '9999-12-31'.

       01  W-DATE-YYYYMMDD.
           05  W-DATE-YYYY          PIC X(04).
           05  W-DATE-MM            PIC X(02).
           05  W-DATE-DD            PIC X(02).
       01  W-DATE-NUM REDEFINES W-DATE-YYYYMMDD
                                    PIC 9(08).

       01  W-BUSDAY-PROG            PIC X(08)       VALUE 'BUSDAY'.

       01  W-BUSDAY-PARAMETER.      COPY BUSDAYL.

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
       SCREEN SECTION.
      *---------------

      **** THE DATASET LIST: PREFIX, THEN ONE ROW PER DATASET.

       01  LIST-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 02   VALUE 'STATINQ'.
           05  LINE 01 COLUMN 24   VALUE 'VERIFICATION STATUS INQUIRY'
                                   HIGHLIGHT.
           05  LINE 01 COLUMN 63   PIC X(16) FROM W-SCREEN-STAMP.
           05  LINE 03 COLUMN 02   VALUE 'Dataset prefix ===>'.
           05  LINE 03 COLUMN 22   PIC X(44) USING W-PREFIX
                                   UNDERLINE.
           05  LINE 05 COLUMN 04   VALUE 'Dataset name'.
           05  LINE 05 COLUMN 49   VALUE 'Last  Result on  Schedule'.
           05  LINE 05 COLUMN 75   VALUE 'Errs'.
           05  LINE 06 COLUMN 02   PIC X(01) USING W-LIST-SEL(1)
                                   UNDERLINE.
           05  LINE 06 COLUMN 04   PIC X(76) FROM W-LIST-LINE(1).
           05  LINE 07 COLUMN 02   PIC X(01) USING W-LIST-SEL(2)
                                   UNDERLINE.
           05  LINE 07 COLUMN 04   PIC X(76) FROM W-LIST-LINE(2).
           05  LINE 08 COLUMN 02   PIC X(01) USING W-LIST-SEL(3)
                                   UNDERLINE.
           05  LINE 08 COLUMN 04   PIC X(76) FROM W-LIST-LINE(3).
           05  LINE 09 COLUMN 02   PIC X(01) USING W-LIST-SEL(4)
                                   UNDERLINE.
           05  LINE 09 COLUMN 04   PIC X(76) FROM W-LIST-LINE(4).
           05  LINE 10 COLUMN 02   PIC X(01) USING W-LIST-SEL(5)
                                   UNDERLINE.
           05  LINE 10 COLUMN 04   PIC X(76) FROM W-LIST-LINE(5).
           05  LINE 11 COLUMN 02   PIC X(01) USING W-LIST-SEL(6)
                                   UNDERLINE.
           05  LINE 11 COLUMN 04   PIC X(76) FROM W-LIST-LINE(6).
           05  LINE 12 COLUMN 02   PIC X(01) USING W-LIST-SEL(7)
                                   UNDERLINE.
           05  LINE 12 COLUMN 04   PIC X(76) FROM W-LIST-LINE(7).
           05  LINE 13 COLUMN 02   PIC X(01) USING W-LIST-SEL(8)
                                   UNDERLINE.
           05  LINE 13 COLUMN 04   PIC X(76) FROM W-LIST-LINE(8).
           05  LINE 14 COLUMN 02   PIC X(01) USING W-LIST-SEL(9)
                                   UNDERLINE.
           05  LINE 14 COLUMN 04   PIC X(76) FROM W-LIST-LINE(9).
           05  LINE 15 COLUMN 02   PIC X(01) USING W-LIST-SEL(10)
                                   UNDERLINE.
           05  LINE 15 COLUMN 04   PIC X(76) FROM W-LIST-LINE(10).
           05  LINE 16 COLUMN 02   PIC X(01) USING W-LIST-SEL(11)
                                   UNDERLINE.
           05  LINE 16 COLUMN 04   PIC X(76) FROM W-LIST-LINE(11).
           05  LINE 17 COLUMN 02   PIC X(01) USING W-LIST-SEL(12)
                                   UNDERLINE.
           05  LINE 17 COLUMN 04   PIC X(76) FROM W-LIST-LINE(12).
           05  LINE 18 COLUMN 02   PIC X(01) USING W-LIST-SEL(13)
                                   UNDERLINE.
           05  LINE 18 COLUMN 04   PIC X(76) FROM W-LIST-LINE(13).
           05  LINE 19 COLUMN 02   PIC X(01) USING W-LIST-SEL(14)
                                   UNDERLINE.
           05  LINE 19 COLUMN 04   PIC X(76) FROM W-LIST-LINE(14).
           05  LINE 20 COLUMN 02   PIC X(01) USING W-LIST-SEL(15)
                                   UNDERLINE.
           05  LINE 20 COLUMN 04   PIC X(76) FROM W-LIST-LINE(15).
           05  LINE 22 COLUMN 02   PIC X(78) FROM W-MESSAGE
                                   HIGHLIGHT.
           05  LINE 23 COLUMN 02   PIC X(78) FROM W-NOTE.
           05  LINE 24 COLUMN 02   VALUE
               'Enter=search or select  F7=back  F8=forward  F3=exit'.

      **** ONE DATASET: LATEST RESULT, SCHEDULE, THEN ITS CHECKSUM
      **** HISTORY AND RELATED ERROR LOG ENTRIES.

       01  DATASET-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 02   VALUE 'STATINQ'.
           05  LINE 01 COLUMN 24   VALUE 'DATASET VERIFICATION DETAIL'
                                   HIGHLIGHT.
           05  LINE 01 COLUMN 63   PIC X(16) FROM W-SCREEN-STAMP.
           05  LINE 03 COLUMN 02   PIC X(78) FROM W-HEAD-DATASET
                                   HIGHLIGHT.
           05  LINE 04 COLUMN 02   PIC X(01) USING W-LATEST-SEL
                                   UNDERLINE.
           05  LINE 04 COLUMN 04   PIC X(76) FROM W-HEAD-LATEST.
           05  LINE 05 COLUMN 02   PIC X(78) FROM W-HEAD-DETAIL.
           05  LINE 06 COLUMN 02   PIC X(78) FROM W-HEAD-SCHEDULE.
           05  LINE 07 COLUMN 02   PIC X(78) FROM W-HEAD-COUNTS.
           05  LINE 09 COLUMN 04   VALUE
               'Type  Date       Time     Detail, newest first'.
           05  LINE 10 COLUMN 02   PIC X(01) USING W-HIST-SEL(1)
                                   UNDERLINE.
           05  LINE 10 COLUMN 04   PIC X(76) FROM W-HIST-LINE(1).
           05  LINE 11 COLUMN 02   PIC X(01) USING W-HIST-SEL(2)
                                   UNDERLINE.
           05  LINE 11 COLUMN 04   PIC X(76) FROM W-HIST-LINE(2).
           05  LINE 12 COLUMN 02   PIC X(01) USING W-HIST-SEL(3)
                                   UNDERLINE.
           05  LINE 12 COLUMN 04   PIC X(76) FROM W-HIST-LINE(3).
           05  LINE 13 COLUMN 02   PIC X(01) USING W-HIST-SEL(4)
                                   UNDERLINE.
           05  LINE 13 COLUMN 04   PIC X(76) FROM W-HIST-LINE(4).
           05  LINE 14 COLUMN 02   PIC X(01) USING W-HIST-SEL(5)
                                   UNDERLINE.
           05  LINE 14 COLUMN 04   PIC X(76) FROM W-HIST-LINE(5).
           05  LINE 15 COLUMN 02   PIC X(01) USING W-HIST-SEL(6)
                                   UNDERLINE.
           05  LINE 15 COLUMN 04   PIC X(76) FROM W-HIST-LINE(6).
           05  LINE 16 COLUMN 02   PIC X(01) USING W-HIST-SEL(7)
                                   UNDERLINE.
           05  LINE 16 COLUMN 04   PIC X(76) FROM W-HIST-LINE(7).
           05  LINE 17 COLUMN 02   PIC X(01) USING W-HIST-SEL(8)
                                   UNDERLINE.
           05  LINE 17 COLUMN 04   PIC X(76) FROM W-HIST-LINE(8).
           05  LINE 18 COLUMN 02   PIC X(01) USING W-HIST-SEL(9)
                                   UNDERLINE.
           05  LINE 18 COLUMN 04   PIC X(76) FROM W-HIST-LINE(9).
           05  LINE 19 COLUMN 02   PIC X(01) USING W-HIST-SEL(10)
                                   UNDERLINE.
           05  LINE 19 COLUMN 04   PIC X(76) FROM W-HIST-LINE(10).
           05  LINE 20 COLUMN 02   PIC X(01) USING W-HIST-SEL(11)
                                   UNDERLINE.
           05  LINE 20 COLUMN 04   PIC X(76) FROM W-HIST-LINE(11).
           05  LINE 21 COLUMN 02   PIC X(01) USING W-HIST-SEL(12)
                                   UNDERLINE.
           05  LINE 21 COLUMN 04   PIC X(76) FROM W-HIST-LINE(12).
           05  LINE 22 COLUMN 02   PIC X(78) FROM W-MESSAGE
                                   HIGHLIGHT.
           05  LINE 23 COLUMN 02   PIC X(78) FROM W-NOTE.
           05  LINE 24 COLUMN 02   VALUE
               'Enter=select  F7=back  F8=forward  F3=return to list'.

      **** ONE RECORD, FIELD BY FIELD.

       01  RECORD-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 02   VALUE 'STATINQ'.
           05  LINE 01 COLUMN 24   VALUE 'RECORD DETAIL'
                                   HIGHLIGHT.
           05  LINE 01 COLUMN 63   PIC X(16) FROM W-SCREEN-STAMP.
           05  LINE 03 COLUMN 02   PIC X(60) FROM W-DETAIL-TITLE
                                   HIGHLIGHT.
           05  LINE 05 COLUMN 02   PIC X(78)
                                   FROM W-DETAIL-LINE(1).
           05  LINE 06 COLUMN 02   PIC X(78)
                                   FROM W-DETAIL-LINE(2).
           05  LINE 07 COLUMN 02   PIC X(78)
                                   FROM W-DETAIL-LINE(3).
           05  LINE 08 COLUMN 02   PIC X(78)
                                   FROM W-DETAIL-LINE(4).
           05  LINE 09 COLUMN 02   PIC X(78)
                                   FROM W-DETAIL-LINE(5).
           05  LINE 10 COLUMN 02   PIC X(78)
                                   FROM W-DETAIL-LINE(6).
           05  LINE 11 COLUMN 02   PIC X(78)
                                   FROM W-DETAIL-LINE(7).
           05  LINE 12 COLUMN 02   PIC X(78)
                                   FROM W-DETAIL-LINE(8).
           05  LINE 13 COLUMN 02   PIC X(78)
                                   FROM W-DETAIL-LINE(9).
           05  LINE 14 COLUMN 02   PIC X(78)
                                   FROM W-DETAIL-LINE(10).
           05  LINE 15 COLUMN 02   PIC X(78)
                                   FROM W-DETAIL-LINE(11).
           05  LINE 16 COLUMN 02   PIC X(78)
                                   FROM W-DETAIL-LINE(12).
           05  LINE 17 COLUMN 02   PIC X(78)
                                   FROM W-DETAIL-LINE(13).
           05  LINE 18 COLUMN 02   PIC X(78)
                                   FROM W-DETAIL-LINE(14).
           05  LINE 19 COLUMN 02   PIC X(78)
                                   FROM W-DETAIL-LINE(15).
           05  LINE 20 COLUMN 02   PIC X(78)
                                   FROM W-DETAIL-LINE(16).
           05  LINE 24 COLUMN 02   VALUE
               'Enter or F3=return'.
      /
       PROCEDURE DIVISION.
      *===================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      RETURN-CODE = 0
               PERFORM SUB-3000-LIST-TURN THRU SUB-3000-EXIT
                   UNTIL W-EXIT-REQUESTED
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

           DISPLAY 'STATINQ  compiled on '
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

           PERFORM SUB-1200-TAKE-CLOCK THRU SUB-1200-EXIT

           IF      W-CALENDAR-NAME NOT = SPACES
               PERFORM SUB-1300-OPEN-BUSINESS-CAL THRU SUB-1300-EXIT
           END-IF

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           IF      W-PREFIX NOT = SPACES
               PERFORM SUB-2000-SEARCH THRU SUB-2000-EXIT
           ELSE
               MOVE 'Key a dataset-name prefix (blank for all) and '
                 & 'press Enter'
                                    TO W-MESSAGE
           END-IF
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-READ-SYSIN.
      *----------------------

      **** SYSIN IS OPTIONAL.  EVERY CARD IS OPTIONAL, KEYWORD IN
      **** COLUMNS 1-10 AND VALUE FROM COLUMN 12:
      ****   PREFIX      DATASET-NAME PREFIX TO SEARCH ON ENTRY,
      ****               COLUMNS 12-55
      ****   CAL-NAME    CALENDAR NAME IN THE BUSCAL REGISTRY, AS
      ****               VERIFDUE TAKES IT, COLUMNS 12-19

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
               WHEN 'PREFIX'
                   MOVE SYSIN-RECORD(12:44)
                                    TO W-PREFIX

               WHEN 'CAL-NAME'
                   MOVE SYSIN-RECORD(12:8)
                                    TO W-CALENDAR-NAME

               WHEN SPACES
                   CONTINUE

               WHEN OTHER
                   DISPLAY 'STATINQ  unknown SYSIN card: '
                       W-CARD-KEYWORD
                   MOVE 16          TO RETURN-CODE
           END-EVALUATE

           PERFORM SUB-1110-READ-CARD THRU SUB-1110-EXIT
           .
       SUB-1120-EXIT.
           EXIT.
      /
       SUB-1200-TAKE-CLOCK.
      *-----------------------

      **** TAKEN AT START-UP AND AGAIN FOR EVERY SEARCH, SO A SESSION
      **** LEFT OPEN ACROSS A COMPLETION WINDOW JUDGES THE SCHEDULE
      **** AS OF THE MOMENT IT IS ASKED.

           MOVE FUNCTION CURRENT-DATE
                                    TO W-CURRENT-DATE

           STRING W-CURRENT-DATE-YYYY '-'
                  W-CURRENT-DATE-MM   '-'
                  W-CURRENT-DATE-DD
               DELIMITED BY SIZE INTO W-TODAY-DATE
           END-STRING

           STRING W-CURRENT-TIME-HH ':'
                  W-CURRENT-TIME-MM
               DELIMITED BY SIZE INTO W-NOW-TIME
           END-STRING

           STRING W-TODAY-DATE ' ' W-NOW-TIME
               DELIMITED BY SIZE INTO W-SCREEN-STAMP
           END-STRING

           MOVE W-TODAY-DATE(1:4)   TO W-DATE-YYYY
           MOVE W-TODAY-DATE(6:2)   TO W-DATE-MM
           MOVE W-TODAY-DATE(9:2)   TO W-DATE-DD

           COMPUTE W-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(W-DATE-NUM)
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-1300-OPEN-BUSINESS-CAL.
      *-------------------------------

      **** ONE CHECK OF TODAY UP FRONT PROVES THE CALENDAR IS
      **** REGISTERED, SO A MISTYPED NAME STOPS HERE RATHER THAN
      **** SKEWING EVERY DUE DATE ON THE SCREEN.

           MOVE 'CHECK'             TO BD-FUNCTION
           MOVE W-CALENDAR-NAME     TO BD-CALENDAR
           MOVE W-TODAY-DATE        TO BD-DATE

           CALL W-BUSDAY-PROG    USING W-BUSDAY-PARAMETER

           IF      NOT UTIL-RC-OK OF W-BUSDAY-PARAMETER
               DISPLAY 'STATINQ  calendar ' W-CALENDAR-NAME
                   ' rejected: ' UTIL-MESSAGE OF W-BUSDAY-PARAMETER
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-2000-SEARCH.
      *----------------

      **** FIND EVERY DATASET WHOSE NAME STARTS WITH THE PREFIX ON
      **** THE SCHEDULE, THE STATUS DATASET OR THE AUDIT TRAIL, THEN
      **** COUNT ITS RELATED ERROR LOG ENTRIES AND JUDGE ITS
      **** SCHEDULE.

           PERFORM SUB-1200-TAKE-CLOCK THRU SUB-1200-EXIT

           MOVE W-PREFIX            TO W-LAST-PREFIX
           MOVE 0                   TO W-PREFIX-LEN
           PERFORM SUB-2010-SIZE-PREFIX THRU SUB-2010-EXIT
               VARYING W-SCAN-DX FROM 1 BY 1
                 UNTIL W-SCAN-DX > 44

           MOVE 0                   TO W-DSN-COUNT
                                       W-LINK-COUNT
                                       W-ERL-SEQ
           SET  W-DSN-TABLE-ROOM    TO TRUE
           SET  W-LINKS-ROOM        TO TRUE
           MOVE SPACES              TO W-MESSAGE
                                       W-NOTE

           PERFORM SUB-2100-LOAD-SCHEDULE THRU SUB-2100-EXIT
           PERFORM SUB-2200-LOAD-STATUS THRU SUB-2200-EXIT
           PERFORM SUB-2300-LOAD-CONTROL THRU SUB-2300-EXIT
           PERFORM SUB-2400-LOAD-ERRORS THRU SUB-2400-EXIT

           PERFORM SUB-2500-JUDGE-SCHEDULE THRU SUB-2500-EXIT
               VARYING W-D-DX FROM 1 BY 1
                 UNTIL W-D-DX > W-DSN-COUNT

           PERFORM SUB-2600-SORT-DATASETS THRU SUB-2600-EXIT

           MOVE 1                   TO W-LIST-TOP
           MOVE W-DSN-COUNT         TO W-DISPLAY-COUNT

           IF      W-DSN-COUNT = 0
               MOVE 'No dataset on GCUSTAT, CRCCTL or VERIFSCH '
                 & 'matches that prefix'
                                    TO W-MESSAGE
           ELSE
               STRING W-DISPLAY-COUNT
                      ' dataset(s) - key S beside one and press '
                      'Enter for its detail'
                   DELIMITED BY SIZE INTO W-MESSAGE
               END-STRING
           END-IF

           IF      W-NOTE = SPACES
               IF      W-DSN-TABLE-FULL
                   MOVE 'Only the first 500 datasets are listed - '
                     & 'narrow the prefix'
                                    TO W-NOTE
               ELSE
                   IF      W-LINKS-FULL
                       MOVE 'Error counts may be short - narrow '
                         & 'the prefix for exact counts'
                                    TO W-NOTE
                   END-IF
               END-IF
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2010-SIZE-PREFIX.
      *------------------------

           IF      W-PREFIX(W-SCAN-DX:1) NOT = SPACE
               MOVE W-SCAN-DX       TO W-PREFIX-LEN
           END-IF
           .
       SUB-2010-EXIT.
           EXIT.
      /
       SUB-2020-MATCH-PREFIX.
      *-------------------------

           IF      W-FIND-NAME = SPACES
               SET  W-NAME-DIFFERS  TO TRUE
               GO TO SUB-2020-EXIT
           END-IF

           IF      W-PREFIX-LEN = 0
               SET  W-NAME-MATCHES  TO TRUE
               GO TO SUB-2020-EXIT
           END-IF

           IF      W-FIND-NAME(1:W-PREFIX-LEN) =
                   W-PREFIX(1:W-PREFIX-LEN)
               SET  W-NAME-MATCHES  TO TRUE
           ELSE
               SET  W-NAME-DIFFERS  TO TRUE
           END-IF
           .
       SUB-2020-EXIT.
           EXIT.
      /
       SUB-2050-FIND-DATASET.
      *-------------------------

      **** POINT W-D-DX AT W-FIND-NAME'S ENTRY, ADDING ONE IF THERE
      **** IS ROOM.  W-ENTRY-NOT-FOUND WHEN THE TABLE IS FULL.

           SET  W-ENTRY-NOT-FOUND   TO TRUE

           PERFORM SUB-2060-MATCH-DATASET THRU SUB-2060-EXIT
               VARYING W-D-DX FROM 1 BY 1
                 UNTIL W-D-DX > W-DSN-COUNT
                    OR W-ENTRY-FOUND

           IF      W-ENTRY-FOUND
               SET  W-D-DX          DOWN BY 1
               GO TO SUB-2050-EXIT
           END-IF

           IF      W-DSN-COUNT >= W-DSN-MAX
               SET  W-DSN-TABLE-FULL
                                    TO TRUE
               GO TO SUB-2050-EXIT
           END-IF

           ADD  1                   TO W-DSN-COUNT
           SET  W-D-DX              TO W-DSN-COUNT
           SET  W-ENTRY-FOUND       TO TRUE

           MOVE W-FIND-NAME         TO DSN-NAME(W-D-DX)
           MOVE SPACES              TO DSN-LATEST(W-D-DX)
                                       DSN-LAST-CHECK(W-D-DX)
                                       DSN-LAST-CALLER(W-D-DX)
                                       DSN-LAST-DATE(W-D-DX)
                                       DSN-FREQ(W-D-DX)
                                       DSN-WINDOW(W-D-DX)
                                       DSN-ALGORITHM(W-D-DX)
                                       DSN-RESUME(W-D-DX)
                                       DSN-DUE-DATE(W-D-DX)
           MOVE 0                   TO DSN-STATUS-COUNT(W-D-DX)
                                       DSN-CHECK-COUNT(W-D-DX)
                                       DSN-ERROR-COUNT(W-D-DX)
                                       DSN-ERROR-MARK(W-D-DX)
                                       DSN-INTERVAL(W-D-DX)
           SET  DSN-NOT-SCHEDULED(W-D-DX)
                                    TO TRUE
           SET  DSN-UNJUDGED(W-D-DX)
                                    TO TRUE
           .
       SUB-2050-EXIT.
           EXIT.
      /
       SUB-2060-MATCH-DATASET.
      *--------------------------

           IF      DSN-NAME(W-D-DX) = W-FIND-NAME
               SET  W-ENTRY-FOUND   TO TRUE
           END-IF
           .
       SUB-2060-EXIT.
           EXIT.
      /
       SUB-2100-LOAD-SCHEDULE.
      *---------------------------

      **** THE SCHEDULE RECORDS, TAKEN AS VERIFDUE TAKES THEM.  A
      **** MISSING SCHEDULE ONLY MEANS NO SCHEDULE STATUS IS SHOWN.

           OPEN INPUT SCHEDULE-FILE

           IF      W-SCH-FILE-STATUS NOT = '00'
               IF      W-NOTE = SPACES
                   STRING 'VERIFSCH not available (status '
                          W-SCH-FILE-STATUS
                          ') - schedule status not shown'
                       DELIMITED BY SIZE INTO W-NOTE
                   END-STRING
               END-IF
               GO TO SUB-2100-EXIT
           END-IF

           SET  W-SCH-NOT-EOF       TO TRUE
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

      **** BLANK RECORDS AND COMMENT LINES ARE PASSED OVER, AS
      **** VERIFDUE PASSES OVER THEM.

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

           MOVE SCH-REC-DATASET     TO W-FIND-NAME
           PERFORM SUB-2020-MATCH-PREFIX THRU SUB-2020-EXIT

           IF      W-NAME-DIFFERS
               GO TO SUB-2120-NEXT
           END-IF

           PERFORM SUB-2050-FIND-DATASET THRU SUB-2050-EXIT

           IF      W-ENTRY-NOT-FOUND
               GO TO SUB-2120-NEXT
           END-IF

           SET  DSN-SCHEDULED(W-D-DX)
                                    TO TRUE
           MOVE SCH-REC-FREQ        TO DSN-FREQ(W-D-DX)
           MOVE SCH-REC-WINDOW      TO DSN-WINDOW(W-D-DX)
           MOVE SCH-REC-ALGORITHM   TO DSN-ALGORITHM(W-D-DX)
           MOVE SCH-REC-RESUME      TO DSN-RESUME(W-D-DX)

           EVALUATE SCH-REC-FREQ
               WHEN 'DAILY'
                   MOVE 1           TO DSN-INTERVAL(W-D-DX)
               WHEN 'WEEKLY'
                   MOVE 7           TO DSN-INTERVAL(W-D-DX)
               WHEN 'MONTHLY'
                   MOVE 31          TO DSN-INTERVAL(W-D-DX)
               WHEN OTHER
                   MOVE 0           TO DSN-INTERVAL(W-D-DX)
           END-EVALUATE

           IF      DSN-ALGORITHM(W-D-DX) = SPACES
               MOVE 'CRC32'         TO DSN-ALGORITHM(W-D-DX)
           END-IF
           .
       SUB-2120-NEXT.

           PERFORM SUB-2110-READ-SCHEDULE THRU SUB-2110-EXIT
           .
       SUB-2120-EXIT.
           EXIT.
      /
       SUB-2200-LOAD-STATUS.
      *-------------------------

      **** GCUSTAT IS APPEND-ONLY, SO THE LAST RECORD READ FOR A
      **** DATASET IS ITS LATEST RESULT.

           OPEN INPUT STATUS-FILE

           IF      W-STATUS-FILE-STATUS NOT = '00'
               IF      W-NOTE = SPACES
                   STRING 'GCUSTAT not available (status '
                          W-STATUS-FILE-STATUS
                          ') - no results shown'
                       DELIMITED BY SIZE INTO W-NOTE
                   END-STRING
               END-IF
               GO TO SUB-2200-EXIT
           END-IF

           SET  W-STATUS-NOT-EOF    TO TRUE
           PERFORM SUB-2210-READ-STATUS THRU SUB-2210-EXIT

           PERFORM SUB-2220-TAKE-STATUS THRU SUB-2220-EXIT
               UNTIL W-STATUS-EOF

           CLOSE STATUS-FILE
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2210-READ-STATUS.
      *-------------------------

           READ STATUS-FILE
               AT END
                   SET  W-STATUS-EOF
                                    TO TRUE
           END-READ
           .
       SUB-2210-EXIT.
           EXIT.
      /
       SUB-2220-TAKE-STATUS.
      *-------------------------

      **** A CHAIN ANCHOR LEFT BY HSKPMGR IS NOT A VERIFICATION.

           IF      STA-REC-RESULT = 'ANCHOR'
               GO TO SUB-2220-NEXT
           END-IF

           MOVE STA-REC-DATASET     TO W-FIND-NAME
           PERFORM SUB-2020-MATCH-PREFIX THRU SUB-2020-EXIT

           IF      W-NAME-DIFFERS
               GO TO SUB-2220-NEXT
           END-IF

           PERFORM SUB-2050-FIND-DATASET THRU SUB-2050-EXIT

           IF      W-ENTRY-NOT-FOUND
               GO TO SUB-2220-NEXT
           END-IF

           ADD  1                   TO DSN-STATUS-COUNT(W-D-DX)
           MOVE STATUS-RECORD       TO DSN-LATEST(W-D-DX)

           MOVE STA-REC-PROGRAM     TO W-LINK-CALLER
           MOVE STA-REC-DATE        TO W-LINK-DATE
           PERFORM SUB-2350-ADD-LINK THRU SUB-2350-EXIT
           .
       SUB-2220-NEXT.

           PERFORM SUB-2210-READ-STATUS THRU SUB-2210-EXIT
           .
       SUB-2220-EXIT.
           EXIT.
      /
       SUB-2300-LOAD-CONTROL.
      *--------------------------

           OPEN INPUT CRC-CONTROL-FILE

           IF      W-CTL-FILE-STATUS NOT = '00'
               IF      W-NOTE = SPACES
                   STRING 'CRCCTL not available (status '
                          W-CTL-FILE-STATUS
                          ') - treating all checks as never done'
                       DELIMITED BY SIZE INTO W-NOTE
                   END-STRING
               END-IF
               GO TO SUB-2300-EXIT
           END-IF

           SET  W-CTL-NOT-EOF       TO TRUE
           PERFORM SUB-2310-READ-CONTROL THRU SUB-2310-EXIT

           PERFORM SUB-2320-TAKE-CONTROL THRU SUB-2320-EXIT
               UNTIL W-CTL-EOF

           CLOSE CRC-CONTROL-FILE
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2310-READ-CONTROL.
      *--------------------------

           READ CRC-CONTROL-FILE
               AT END
                   SET  W-CTL-EOF   TO TRUE
           END-READ
           .
       SUB-2310-EXIT.
           EXIT.
      /
       SUB-2320-TAKE-CONTROL.
      *--------------------------

      **** A CHAIN ANCHOR LEFT BY CRCPURGE IS NOT A CHECK.  THE LAST
      **** CHECK DATE IS THE RUN DATE, AS VERIFDUE JUDGES IT BY
      **** DEFAULT.

           IF      CTL-REC-VARIANT = 'ANCHOR'
               GO TO SUB-2320-NEXT
           END-IF

           MOVE CTL-REC-DATASET     TO W-FIND-NAME
           PERFORM SUB-2020-MATCH-PREFIX THRU SUB-2020-EXIT

           IF      W-NAME-DIFFERS
               GO TO SUB-2320-NEXT
           END-IF

           PERFORM SUB-2050-FIND-DATASET THRU SUB-2050-EXIT

           IF      W-ENTRY-NOT-FOUND
               GO TO SUB-2320-NEXT
           END-IF

           ADD  1                   TO DSN-CHECK-COUNT(W-D-DX)

           IF      CTL-REC-DATE NOT > W-TODAY-DATE
           AND     CTL-REC-DATE > DSN-LAST-CHECK(W-D-DX)
               MOVE CTL-REC-DATE    TO DSN-LAST-CHECK(W-D-DX)
           END-IF

           IF      CTL-REC-JOB NOT = SPACES
               MOVE CTL-REC-JOB     TO W-LINK-CALLER
               MOVE CTL-REC-DATE    TO W-LINK-DATE
               PERFORM SUB-2350-ADD-LINK THRU SUB-2350-EXIT
           END-IF
           .
       SUB-2320-NEXT.

           PERFORM SUB-2310-READ-CONTROL THRU SUB-2310-EXIT
           .
       SUB-2320-EXIT.
           EXIT.
      /
       SUB-2350-ADD-LINK.
      *---------------------

      **** THE SAME JOB CHECKING THE SAME DATASET AGAIN THE SAME
      **** DAY NEEDS NO SECOND LINK.

           IF      W-LINK-CALLER = DSN-LAST-CALLER(W-D-DX)
           AND     W-LINK-DATE = DSN-LAST-DATE(W-D-DX)
               GO TO SUB-2350-EXIT
           END-IF

           IF      W-LINK-COUNT >= W-LINK-MAX
               SET  W-LINKS-FULL    TO TRUE
               GO TO SUB-2350-EXIT
           END-IF

           ADD  1                   TO W-LINK-COUNT
           SET  W-L-DX              TO W-LINK-COUNT
           SET  LNK-DSN-DX(W-L-DX)  TO W-D-DX
           MOVE W-LINK-CALLER       TO LNK-CALLER(W-L-DX)
                                       DSN-LAST-CALLER(W-D-DX)
           MOVE W-LINK-DATE         TO LNK-DATE(W-L-DX)
                                       DSN-LAST-DATE(W-D-DX)
           .
       SUB-2350-EXIT.
           EXIT.
      /
       SUB-2400-LOAD-ERRORS.
      *-------------------------

           IF      W-LINK-COUNT = 0
               GO TO SUB-2400-EXIT
           END-IF

           OPEN INPUT ERROR-LOG-FILE

           IF      W-ERL-FILE-STATUS NOT = '00'
               IF      W-NOTE = SPACES
                   STRING 'UTILERRL not available (status '
                          W-ERL-FILE-STATUS
                          ') - error counts not shown'
                       DELIMITED BY SIZE INTO W-NOTE
                   END-STRING
               END-IF
               GO TO SUB-2400-EXIT
           END-IF

           SET  W-ERL-NOT-EOF       TO TRUE
           PERFORM SUB-2410-READ-ERROR THRU SUB-2410-EXIT

           PERFORM SUB-2420-TAKE-ERROR THRU SUB-2420-EXIT
               UNTIL W-ERL-EOF

           CLOSE ERROR-LOG-FILE
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2410-READ-ERROR.
      *------------------------

           READ ERROR-LOG-FILE
               AT END
                   SET  W-ERL-EOF   TO TRUE
           END-READ
           .
       SUB-2410-EXIT.
           EXIT.
      /
       SUB-2420-TAKE-ERROR.
      *------------------------

           ADD  1                   TO W-ERL-SEQ

           IF      ERL-REC-CALLER NOT = SPACES
               PERFORM SUB-2430-MATCH-LINK THRU SUB-2430-EXIT
                   VARYING W-L-DX FROM 1 BY 1
                     UNTIL W-L-DX > W-LINK-COUNT
           END-IF

           PERFORM SUB-2410-READ-ERROR THRU SUB-2410-EXIT
           .
       SUB-2420-EXIT.
           EXIT.
      /
       SUB-2430-MATCH-LINK.
      *------------------------

           IF      LNK-CALLER(W-L-DX) NOT = ERL-REC-CALLER
           OR      LNK-DATE(W-L-DX) NOT = ERL-REC-DATE
               GO TO SUB-2430-EXIT
           END-IF

           SET  W-D-DX              TO LNK-DSN-DX(W-L-DX)

           IF      DSN-ERROR-MARK(W-D-DX) NOT = W-ERL-SEQ
               ADD  1               TO DSN-ERROR-COUNT(W-D-DX)
               MOVE W-ERL-SEQ       TO DSN-ERROR-MARK(W-D-DX)
           END-IF
           .
       SUB-2430-EXIT.
           EXIT.
      /
       SUB-2500-JUDGE-SCHEDULE.
      *----------------------------

      **** AS VERIFDUE: DONE WHEN THE NEXT CHECK FALLS DUE AFTER
      **** TODAY; DUE WHEN IT FALLS DUE TODAY; OVERDUE WHEN IT FELL
      **** DUE BEFORE TODAY, OR FALLS DUE TODAY AND THE WINDOW HAS
      **** PASSED, OR THE DATASET HAS NEVER BEEN CHECKED.  AN ENTRY
      **** SUSPENDED UNTIL A LATER RESUME DATE IS NOT JUDGED.

           IF      DSN-NOT-SCHEDULED(W-D-DX)
               GO TO SUB-2500-EXIT
           END-IF

           IF      DSN-RESUME(W-D-DX) NOT = SPACES
           AND     DSN-RESUME(W-D-DX) > W-TODAY-DATE
               SET  DSN-SUSPENDED(W-D-DX)
                                    TO TRUE
               GO TO SUB-2500-EXIT
           END-IF

           IF      DSN-LAST-CHECK(W-D-DX) = SPACES
               SET  DSN-OVERDUE(W-D-DX)
                                    TO TRUE
               GO TO SUB-2500-EXIT
           END-IF

           PERFORM SUB-2510-FIND-DUE-DATE THRU SUB-2510-EXIT

           MOVE W-DUE-DATE          TO DSN-DUE-DATE(W-D-DX)

           EVALUATE TRUE
               WHEN W-DUE-DATE > W-TODAY-DATE
                   SET  DSN-DONE(W-D-DX)
                                    TO TRUE
               WHEN W-DUE-DATE < W-TODAY-DATE
                   SET  DSN-OVERDUE(W-D-DX)
                                    TO TRUE
               WHEN DSN-WINDOW(W-D-DX) NOT = SPACES
                AND W-NOW-TIME > DSN-WINDOW(W-D-DX)
                   SET  DSN-OVERDUE(W-D-DX)
                                    TO TRUE
               WHEN OTHER
                   SET  DSN-DUE(W-D-DX)
                                    TO TRUE
           END-EVALUATE
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2510-FIND-DUE-DATE.
      *---------------------------

      **** DAILY, WEEKLY AND MONTHLY: THE LAST CHECK PLUS THE
      **** INTERVAL, ROLLED FORWARD OFF A CLOSED DAY WHEN A BUSINESS
      **** CALENDAR IS IN USE.

           IF      DSN-INTERVAL(W-D-DX) = 0
               PERFORM SUB-2520-FIND-MONTH-TARGET THRU SUB-2520-EXIT
               GO TO SUB-2510-EXIT
           END-IF

           MOVE DSN-LAST-CHECK(W-D-DX)(1:4)
                                    TO W-DATE-YYYY
           MOVE DSN-LAST-CHECK(W-D-DX)(6:2)
                                    TO W-DATE-MM
           MOVE DSN-LAST-CHECK(W-D-DX)(9:2)
                                    TO W-DATE-DD
           COMPUTE W-LAST-INT =
               FUNCTION INTEGER-OF-DATE(W-DATE-NUM)

           COMPUTE W-DUE-INT = W-LAST-INT + DSN-INTERVAL(W-D-DX)

           PERFORM SUB-2590-INTEGER-TO-DATE THRU SUB-2590-EXIT

           IF      W-CALENDAR-NAME = SPACES
               GO TO SUB-2510-EXIT
           END-IF

           MOVE 'NEXT'              TO BD-FUNCTION
           MOVE W-CALENDAR-NAME     TO BD-CALENDAR
           MOVE W-DUE-DATE          TO BD-DATE

           CALL W-BUSDAY-PROG    USING W-BUSDAY-PARAMETER

           IF      UTIL-RC-OK OF W-BUSDAY-PARAMETER
               MOVE BD-RESULT-DATE  TO W-DUE-DATE
           END-IF
           .
       SUB-2510-EXIT.
           EXIT.
      /
       SUB-2520-FIND-MONTH-TARGET.
      *-------------------------------

      **** FIRSTBD AND LASTBD: THE MONTH'S TARGET DAY IS THIS
      **** MONTH'S FIRST BUSINESS DAY OR MONTH-END DATE, OR LAST
      **** MONTH'S WHILE THIS MONTH'S IS STILL TO COME.  A CHECK ON
      **** OR AFTER THE TARGET COVERS THE PERIOD; OTHERWISE THE
      **** TARGET IS THE DUE DATE.

           MOVE W-TODAY-DATE        TO BD-DATE

           PERFORM SUB-2530-ASK-TARGET THRU SUB-2530-EXIT

           IF      W-TARGET-DATE > W-TODAY-DATE
               MOVE W-TODAY-DATE(1:4)
                                    TO W-DATE-YYYY
               MOVE W-TODAY-DATE(6:2)
                                    TO W-DATE-MM
               MOVE '01'            TO W-DATE-DD
               COMPUTE W-DUE-INT =
                   FUNCTION INTEGER-OF-DATE(W-DATE-NUM) - 1
               PERFORM SUB-2590-INTEGER-TO-DATE THRU SUB-2590-EXIT
               MOVE W-DUE-DATE      TO BD-DATE
               PERFORM SUB-2530-ASK-TARGET THRU SUB-2530-EXIT
           END-IF

           IF      DSN-LAST-CHECK(W-D-DX) NOT < W-TARGET-DATE
               MOVE W-NOT-DUE-DATE  TO W-DUE-DATE
           ELSE
               MOVE W-TARGET-DATE   TO W-DUE-DATE
           END-IF
           .
       SUB-2520-EXIT.
           EXIT.
      /
       SUB-2530-ASK-TARGET.
      *------------------------

           IF      DSN-FREQ(W-D-DX) = 'FIRSTBD'
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
       SUB-2530-EXIT.
           EXIT.
      /
       SUB-2590-INTEGER-TO-DATE.
      *----------------------------

           MOVE FUNCTION DATE-OF-INTEGER(W-DUE-INT)
                                    TO W-DATE-NUM

           STRING W-DATE-YYYY '-' W-DATE-MM '-' W-DATE-DD
               DELIMITED BY SIZE INTO W-DUE-DATE
           END-STRING
           .
       SUB-2590-EXIT.
           EXIT.
      /
       SUB-2600-SORT-DATASETS.
      *---------------------------

      **** INTO NAME ORDER BY STRAIGHT INSERTION -- THE TABLE IS
      **** SMALL AND MOSTLY IN ORDER ALREADY WHEN THE SCHEDULE IS.

           PERFORM SUB-2610-INSERT-ONE THRU SUB-2610-EXIT
               VARYING W-SORT-I FROM 2 BY 1
                 UNTIL W-SORT-I > W-DSN-COUNT
           .
       SUB-2600-EXIT.
           EXIT.
      /
       SUB-2610-INSERT-ONE.
      *-----------------------

           MOVE W-DSN-ENTRY(W-SORT-I)
                                    TO W-DSN-HOLD
           COMPUTE W-SORT-J = W-SORT-I - 1

           PERFORM SUB-2620-SHIFT-UP THRU SUB-2620-EXIT
               UNTIL W-SORT-J = 0
                  OR DSN-NAME(W-SORT-J) NOT > W-DSN-HOLD(1:44)

           MOVE W-DSN-HOLD          TO W-DSN-ENTRY(W-SORT-J + 1)
           .
       SUB-2610-EXIT.
           EXIT.
      /
       SUB-2620-SHIFT-UP.
      *---------------------

           MOVE W-DSN-ENTRY(W-SORT-J)
                                    TO W-DSN-ENTRY(W-SORT-J + 1)
           SUBTRACT 1             FROM W-SORT-J
           .
       SUB-2620-EXIT.
           EXIT.
      /
       SUB-3000-LIST-TURN.
      *----------------------

      **** ONE EXCHANGE WITH THE OPERATOR ON THE LIST SCREEN.  ENTER
      **** SEARCHES WHEN THE PREFIX HAS CHANGED, OPENS THE SELECTED
      **** DATASET WHEN ONE IS MARKED, AND OTHERWISE REFRESHES.

           PERFORM SUB-3100-BUILD-LIST-PAGE THRU SUB-3100-EXIT

           PERFORM SUB-8100-SEND-LIST THRU SUB-8100-EXIT

           MOVE SPACES              TO W-MESSAGE

           INSPECT W-PREFIX CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
            TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           EVALUATE TRUE
               WHEN W-KEY-EXIT
                   SET  W-EXIT-REQUESTED
                                    TO TRUE

               WHEN W-KEY-FORWARD
                   IF      W-LIST-TOP + W-LIST-PAGE > W-DSN-COUNT
                       MOVE 'Already at the end of the list'
                                    TO W-MESSAGE
                   ELSE
                       ADD  W-LIST-PAGE
                                    TO W-LIST-TOP
                   END-IF

               WHEN W-KEY-BACKWARD
                   IF      W-LIST-TOP = 1
                       MOVE 'Already at the top of the list'
                                    TO W-MESSAGE
                   ELSE
                       IF      W-LIST-TOP > W-LIST-PAGE
                           SUBTRACT W-LIST-PAGE
                                  FROM W-LIST-TOP
                       ELSE
                           MOVE 1   TO W-LIST-TOP
                       END-IF
                   END-IF

               WHEN W-KEY-ENTER
                   PERFORM SUB-3200-ENTER-ON-LIST THRU SUB-3200-EXIT

               WHEN OTHER
                   MOVE 'That key is not used here - Enter, F3, F7 '
                     & 'or F8'
                                    TO W-MESSAGE
           END-EVALUATE
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-BUILD-LIST-PAGE.
      *-----------------------------

           MOVE SPACES              TO W-LIST-SELECTS

           PERFORM SUB-3110-BUILD-LIST-ROW THRU SUB-3110-EXIT
               VARYING W-ROW-DX FROM 1 BY 1
                 UNTIL W-ROW-DX > W-LIST-PAGE
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3110-BUILD-LIST-ROW.
      *----------------------------

           COMPUTE W-SORT-I = W-LIST-TOP + W-ROW-DX - 1

           IF      W-SORT-I > W-DSN-COUNT
               MOVE SPACES          TO W-LIST-LINE(W-ROW-DX)
               GO TO SUB-3110-EXIT
           END-IF

           SET  W-D-DX              TO W-SORT-I

           MOVE DSN-NAME(W-D-DX)    TO LB-DATASET

           IF      DSN-LATEST(W-D-DX) = SPACES
               MOVE '-----'         TO LB-RESULT
               MOVE SPACES          TO LB-DATE
           ELSE
               MOVE DSN-LATEST(W-D-DX)
                                    TO W-STATUS-VIEW
               MOVE STV-RESULT      TO LB-RESULT
               MOVE STV-DATE        TO LB-DATE
           END-IF

           PERFORM SUB-3120-NAME-SCHEDULE THRU SUB-3120-EXIT
           MOVE W-STATUS-TEXT       TO LB-SCHEDULE
           MOVE DSN-ERROR-COUNT(W-D-DX)
                                    TO LB-ERRORS

           MOVE W-LIST-BUILD        TO W-LIST-LINE(W-ROW-DX)
           .
       SUB-3110-EXIT.
           EXIT.
      /
       SUB-3120-NAME-SCHEDULE.
      *---------------------------

           EVALUATE TRUE
               WHEN DSN-NOT-SCHEDULED(W-D-DX)
                   MOVE '-'         TO W-STATUS-TEXT
               WHEN DSN-DONE(W-D-DX)
                   MOVE 'DONE'      TO W-STATUS-TEXT
               WHEN DSN-DUE(W-D-DX)
                   MOVE 'DUE'       TO W-STATUS-TEXT
               WHEN DSN-OVERDUE(W-D-DX)
                   MOVE 'OVERDUE'   TO W-STATUS-TEXT
               WHEN DSN-SUSPENDED(W-D-DX)
                   MOVE 'SUSPENDED' TO W-STATUS-TEXT
               WHEN OTHER
                   MOVE '?'         TO W-STATUS-TEXT
           END-EVALUATE
           .
       SUB-3120-EXIT.
           EXIT.
      /
       SUB-3200-ENTER-ON-LIST.
      *---------------------------

           IF      W-PREFIX NOT = W-LAST-PREFIX
               PERFORM SUB-2000-SEARCH THRU SUB-2000-EXIT
               GO TO SUB-3200-EXIT
           END-IF

           MOVE 0                   TO W-SEL-DX
           PERFORM SUB-3210-FIND-LIST-SELECT THRU SUB-3210-EXIT
               VARYING W-ROW-DX FROM 1 BY 1
                 UNTIL W-ROW-DX > W-LIST-PAGE
                    OR W-SEL-DX > 0

           IF      W-SEL-DX = 0
               PERFORM SUB-2000-SEARCH THRU SUB-2000-EXIT
               GO TO SUB-3200-EXIT
           END-IF

           COMPUTE W-SORT-I = W-LIST-TOP + W-SEL-DX - 1

           IF      W-SORT-I > W-DSN-COUNT
               MOVE 'Select a line that shows a dataset'
                                    TO W-MESSAGE
               GO TO SUB-3200-EXIT
           END-IF

           MOVE W-SORT-I            TO W-DETAIL-DX
           PERFORM SUB-4000-DATASET-DIALOG THRU SUB-4000-EXIT
           .
       SUB-3200-EXIT.
           EXIT.
      /
       SUB-3210-FIND-LIST-SELECT.
      *------------------------------

           IF      W-LIST-SEL(W-ROW-DX) NOT = SPACE
               MOVE W-ROW-DX        TO W-SEL-DX
           END-IF
           .
       SUB-3210-EXIT.
           EXIT.
      /
       SUB-4000-DATASET-DIALOG.
      *----------------------------

      **** THE SELECTED DATASET'S SCREEN, UNTIL F3 RETURNS TO THE
      **** LIST.

           MOVE W-NOTE              TO W-LIST-NOTE

           PERFORM SUB-4100-LOAD-DETAIL THRU SUB-4100-EXIT

           MOVE 1                   TO W-HIST-TOP
           SET  W-STAY-ON-DATASET   TO TRUE

           PERFORM SUB-4200-DATASET-TURN THRU SUB-4200-EXIT
               UNTIL W-LEAVE-DATASET
                  OR W-EXIT-REQUESTED

           MOVE SPACES              TO W-MESSAGE
           MOVE W-LIST-NOTE         TO W-NOTE
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-4100-LOAD-DETAIL.
      *-------------------------

      **** READ THE STATUS DATASET, THE AUDIT TRAIL AND THE ERROR
      **** LOG AFRESH FOR THIS ONE DATASET, SO THE SCREEN SHOWS
      **** WHAT IS THERE NOW.

           SET  W-D-DX              TO W-DETAIL-DX
           MOVE DSN-NAME(W-D-DX)    TO W-FIND-NAME

           MOVE 0                   TO W-CHECK-TOTAL
                                       W-ERROR-TOTAL
                                       W-DLINK-COUNT
           MOVE SPACES              TO W-NOTE

           OPEN INPUT STATUS-FILE

           IF      W-STATUS-FILE-STATUS = '00'
               SET  W-STATUS-NOT-EOF
                                    TO TRUE
               PERFORM SUB-2210-READ-STATUS THRU SUB-2210-EXIT
               PERFORM SUB-4110-DETAIL-STATUS THRU SUB-4110-EXIT
                   UNTIL W-STATUS-EOF
               CLOSE STATUS-FILE
           END-IF

           OPEN INPUT CRC-CONTROL-FILE

           IF      W-CTL-FILE-STATUS = '00'
               SET  W-CTL-NOT-EOF   TO TRUE
               PERFORM SUB-2310-READ-CONTROL THRU SUB-2310-EXIT
               PERFORM SUB-4120-DETAIL-CONTROL THRU SUB-4120-EXIT
                   UNTIL W-CTL-EOF
               CLOSE CRC-CONTROL-FILE
           END-IF

           IF      W-DLINK-COUNT > 0
               OPEN INPUT ERROR-LOG-FILE
               IF      W-ERL-FILE-STATUS = '00'
                   SET  W-ERL-NOT-EOF
                                    TO TRUE
                   PERFORM SUB-2410-READ-ERROR THRU SUB-2410-EXIT
                   PERFORM SUB-4140-DETAIL-ERROR THRU SUB-4140-EXIT
                       UNTIL W-ERL-EOF
                   CLOSE ERROR-LOG-FILE
               END-IF
           END-IF

           MOVE W-CHECK-TOTAL       TO DSN-CHECK-COUNT(W-D-DX)
           MOVE W-ERROR-TOTAL       TO DSN-ERROR-COUNT(W-D-DX)

           IF      W-CHECK-TOTAL > W-RING-MAX
               MOVE W-RING-MAX      TO W-CHECK-SHOWN
           ELSE
               MOVE W-CHECK-TOTAL   TO W-CHECK-SHOWN
           END-IF

           IF      W-ERROR-TOTAL > W-RING-MAX
               MOVE W-RING-MAX      TO W-ERROR-SHOWN
           ELSE
               MOVE W-ERROR-TOTAL   TO W-ERROR-SHOWN
           END-IF

           COMPUTE W-HIST-ROWS = W-CHECK-SHOWN + W-ERROR-SHOWN

           IF      W-CHECK-TOTAL > W-RING-MAX
           OR      W-ERROR-TOTAL > W-RING-MAX
               MOVE 'Only the latest 100 checks and 100 errors are '
                 & 'kept on this screen'
                                    TO W-NOTE
           END-IF
           .
       SUB-4100-EXIT.
           EXIT.
      /
       SUB-4110-DETAIL-STATUS.
      *---------------------------

           IF      STA-REC-DATASET = W-FIND-NAME
           AND     STA-REC-RESULT NOT = 'ANCHOR'
               MOVE STATUS-RECORD   TO DSN-LATEST(W-D-DX)
               MOVE STA-REC-PROGRAM TO W-LINK-CALLER
               MOVE STA-REC-DATE    TO W-LINK-DATE
               PERFORM SUB-4130-ADD-DETAIL-LINK THRU SUB-4130-EXIT
           END-IF

           PERFORM SUB-2210-READ-STATUS THRU SUB-2210-EXIT
           .
       SUB-4110-EXIT.
           EXIT.
      /
       SUB-4120-DETAIL-CONTROL.
      *----------------------------

           IF      CTL-REC-DATASET = W-FIND-NAME
           AND     CTL-REC-VARIANT NOT = 'ANCHOR'
               ADD  1               TO W-CHECK-TOTAL
               COMPUTE W-RING-SLOT =
                   FUNCTION MOD(W-CHECK-TOTAL - 1, W-RING-MAX) + 1
               MOVE CRC-CONTROL-RECORD
                                    TO W-CHECK-SLOT(W-RING-SLOT)
               IF      CTL-REC-JOB NOT = SPACES
                   MOVE CTL-REC-JOB TO W-LINK-CALLER
                   MOVE CTL-REC-DATE
                                    TO W-LINK-DATE
                   PERFORM SUB-4130-ADD-DETAIL-LINK THRU SUB-4130-EXIT
               END-IF
           END-IF

           PERFORM SUB-2310-READ-CONTROL THRU SUB-2310-EXIT
           .
       SUB-4120-EXIT.
           EXIT.
      /
       SUB-4130-ADD-DETAIL-LINK.
      *-----------------------------

           SET  W-ENTRY-NOT-FOUND   TO TRUE

           PERFORM SUB-4135-MATCH-DETAIL-LINK THRU SUB-4135-EXIT
               VARYING W-K-DX FROM 1 BY 1
                 UNTIL W-K-DX > W-DLINK-COUNT
                    OR W-ENTRY-FOUND

           IF      W-ENTRY-FOUND
           OR      W-DLINK-COUNT >= W-DLINK-MAX
               GO TO SUB-4130-EXIT
           END-IF

           ADD  1                   TO W-DLINK-COUNT
           SET  W-K-DX              TO W-DLINK-COUNT
           MOVE W-LINK-CALLER       TO DLK-CALLER(W-K-DX)
           MOVE W-LINK-DATE         TO DLK-DATE(W-K-DX)
           .
       SUB-4130-EXIT.
           EXIT.
      /
       SUB-4135-MATCH-DETAIL-LINK.
      *-------------------------------

           IF      DLK-CALLER(W-K-DX) = W-LINK-CALLER
           AND     DLK-DATE(W-K-DX) = W-LINK-DATE
               SET  W-ENTRY-FOUND   TO TRUE
           END-IF
           .
       SUB-4135-EXIT.
           EXIT.
      /
       SUB-4140-DETAIL-ERROR.
      *--------------------------

           IF      ERL-REC-CALLER NOT = SPACES
               MOVE ERL-REC-CALLER  TO W-LINK-CALLER
               MOVE ERL-REC-DATE    TO W-LINK-DATE
               SET  W-ENTRY-NOT-FOUND
                                    TO TRUE
               PERFORM SUB-4135-MATCH-DETAIL-LINK THRU SUB-4135-EXIT
                   VARYING W-K-DX FROM 1 BY 1
                     UNTIL W-K-DX > W-DLINK-COUNT
                        OR W-ENTRY-FOUND
               IF      W-ENTRY-FOUND
                   ADD  1           TO W-ERROR-TOTAL
                   COMPUTE W-RING-SLOT =
                       FUNCTION MOD(W-ERROR-TOTAL - 1, W-RING-MAX)
                       + 1
                   MOVE ERROR-LOG-RECORD
                                    TO W-ERROR-SLOT(W-RING-SLOT)
               END-IF
           END-IF

           PERFORM SUB-2410-READ-ERROR THRU SUB-2410-EXIT
           .
       SUB-4140-EXIT.
           EXIT.
      /
       SUB-4200-DATASET-TURN.
      *--------------------------

           PERFORM SUB-4300-BUILD-DATASET-PAGE THRU SUB-4300-EXIT

           PERFORM SUB-8200-SEND-DATASET THRU SUB-8200-EXIT

           MOVE SPACES              TO W-MESSAGE

           EVALUATE TRUE
               WHEN W-KEY-EXIT
                   SET  W-LEAVE-DATASET
                                    TO TRUE

               WHEN W-KEY-FORWARD
                   IF      W-HIST-TOP + W-HIST-PAGE > W-HIST-ROWS
                       MOVE 'Already at the end of the history'
                                    TO W-MESSAGE
                   ELSE
                       ADD  W-HIST-PAGE
                                    TO W-HIST-TOP
                   END-IF

               WHEN W-KEY-BACKWARD
                   IF      W-HIST-TOP = 1
                       MOVE 'Already at the top of the history'
                                    TO W-MESSAGE
                   ELSE
                       IF      W-HIST-TOP > W-HIST-PAGE
                           SUBTRACT W-HIST-PAGE
                                  FROM W-HIST-TOP
                       ELSE
                           MOVE 1   TO W-HIST-TOP
                       END-IF
                   END-IF

               WHEN W-KEY-ENTER
                   PERFORM SUB-4400-ENTER-ON-DATASET THRU SUB-4400-EXIT

               WHEN OTHER
                   MOVE 'That key is not used here - Enter, F3, F7 '
                     & 'or F8'
                                    TO W-MESSAGE
           END-EVALUATE
           .
       SUB-4200-EXIT.
           EXIT.
      /
       SUB-4300-BUILD-DATASET-PAGE.
      *--------------------------------

           SET  W-D-DX              TO W-DETAIL-DX

           MOVE SPACES              TO W-HEAD-DATASET
                                       W-HEAD-LATEST
                                       W-HEAD-DETAIL
                                       W-HEAD-SCHEDULE
                                       W-HEAD-COUNTS
                                       W-HIST-SELECTS
           MOVE SPACE               TO W-LATEST-SEL

           STRING 'Dataset  : ' DSN-NAME(W-D-DX)
               DELIMITED BY SIZE INTO W-HEAD-DATASET
           END-STRING

           IF      DSN-LATEST(W-D-DX) = SPACES
               MOVE 'Latest   : no result on GCUSTAT'
                                    TO W-HEAD-LATEST
           ELSE
               MOVE DSN-LATEST(W-D-DX)
                                    TO W-STATUS-VIEW
               STRING 'Latest   : ' STV-RESULT ' '
                      STV-DATE ' ' STV-TIME ' '
                      STV-PROGRAM ' ' STV-MSGID
                   DELIMITED BY SIZE INTO W-HEAD-LATEST
               END-STRING
               STRING '             ' STV-DETAIL(1:65)
                   DELIMITED BY SIZE INTO W-HEAD-DETAIL
               END-STRING
           END-IF

           PERFORM SUB-4310-BUILD-SCHEDULE-LINE THRU SUB-4310-EXIT

           MOVE W-CHECK-TOTAL       TO W-DISPLAY-COUNT
           MOVE W-ERROR-TOTAL       TO W-DISPLAY-COUNT-2
           STRING 'History  : ' W-DISPLAY-COUNT
                  ' CRCCTL check(s) and ' W-DISPLAY-COUNT-2
                  ' related UTILERRL entries'
               DELIMITED BY SIZE INTO W-HEAD-COUNTS
           END-STRING

           PERFORM SUB-4320-BUILD-HIST-ROW THRU SUB-4320-EXIT
               VARYING W-ROW-DX FROM 1 BY 1
                 UNTIL W-ROW-DX > W-HIST-PAGE

           IF      W-HIST-ROWS = 0
               MOVE 'No CRCCTL checks and no related UTILERRL '
                 & 'entries for this dataset'
                                    TO W-HIST-LINE(1)
           END-IF
           .
       SUB-4300-EXIT.
           EXIT.
      /
       SUB-4310-BUILD-SCHEDULE-LINE.
      *---------------------------------

           PERFORM SUB-3120-NAME-SCHEDULE THRU SUB-3120-EXIT

           EVALUATE TRUE
               WHEN DSN-NOT-SCHEDULED(W-D-DX)
                   MOVE 'Schedule : not on the VERIFSCH schedule'
                                    TO W-HEAD-SCHEDULE

               WHEN DSN-SUSPENDED(W-D-DX)
                   STRING 'Schedule : ' DSN-FREQ(W-D-DX)
                          ' SUSPENDED until '
                          DSN-RESUME(W-D-DX)
                       DELIMITED BY SIZE INTO W-HEAD-SCHEDULE
                   END-STRING

               WHEN DSN-LAST-CHECK(W-D-DX) = SPACES
                   STRING 'Schedule : ' DSN-FREQ(W-D-DX)
                          ' by ' DSN-WINDOW(W-D-DX) ' '
                          DSN-ALGORITHM(W-D-DX) ' '
                          W-STATUS-TEXT ' never checked'
                       DELIMITED BY SIZE INTO W-HEAD-SCHEDULE
                   END-STRING

               WHEN DSN-DUE-DATE(W-D-DX) = W-NOT-DUE-DATE
                   STRING 'Schedule : ' DSN-FREQ(W-D-DX)
                          ' by ' DSN-WINDOW(W-D-DX) ' '
                          DSN-ALGORITHM(W-D-DX) ' '
                          W-STATUS-TEXT ' last checked '
                          DSN-LAST-CHECK(W-D-DX)
                       DELIMITED BY SIZE INTO W-HEAD-SCHEDULE
                   END-STRING

               WHEN OTHER
                   STRING 'Schedule : ' DSN-FREQ(W-D-DX)
                          ' by ' DSN-WINDOW(W-D-DX) ' '
                          DSN-ALGORITHM(W-D-DX) ' '
                          W-STATUS-TEXT ' last '
                          DSN-LAST-CHECK(W-D-DX) ' due '
                          DSN-DUE-DATE(W-D-DX)
                       DELIMITED BY SIZE INTO W-HEAD-SCHEDULE
                   END-STRING
           END-EVALUATE
           .
       SUB-4310-EXIT.
           EXIT.
      /
       SUB-4320-BUILD-HIST-ROW.
      *----------------------------

           MOVE SPACES              TO W-HIST-LINE(W-ROW-DX)
           COMPUTE W-ROW-NUMBER = W-HIST-TOP + W-ROW-DX - 1

           IF      W-ROW-NUMBER > W-HIST-ROWS
               GO TO SUB-4320-EXIT
           END-IF

           PERFORM SUB-4330-LOCATE-ROW THRU SUB-4330-EXIT

           IF      W-ROW-CHECK
               MOVE W-CHECK-SLOT(W-RING-SLOT)
                                    TO W-CHECK-VIEW
               MOVE CKV-RECORDS     TO W-DISPLAY-RECORDS
               STRING 'CHECK ' CKV-DATE ' ' CKV-TIME ' '
                      CKV-VARIANT ' ' CKV-CHECKSUM ' '
                      W-DISPLAY-RECORDS ' recs ' CKV-JOB
                   DELIMITED BY SIZE INTO W-HIST-LINE(W-ROW-DX)
               END-STRING
           ELSE
               MOVE W-ERROR-SLOT(W-RING-SLOT)
                                    TO W-ERROR-VIEW
               MOVE ERV-RC          TO W-DISPLAY-RC
               STRING 'ERROR ' ERV-DATE ' ' ERV-TIME ' '
                      ERV-SUBROUTINE ' RC' W-DISPLAY-RC ' '
                      ERV-MESSAGE
                   DELIMITED BY SIZE INTO W-HIST-LINE(W-ROW-DX)
               END-STRING
           END-IF
           .
       SUB-4320-EXIT.
           EXIT.
      /
       SUB-4330-LOCATE-ROW.
      *------------------------

      **** HISTORY ROW W-ROW-NUMBER: THE CHECKS NEWEST FIRST, THEN
      **** THE ERRORS NEWEST FIRST.  THE N-TH NEWEST OF A RING IS
      **** N-1 SLOTS BEHIND THE LAST ONE WRITTEN.

           IF      W-ROW-NUMBER <= W-CHECK-SHOWN
               SET  W-ROW-CHECK     TO TRUE
               COMPUTE W-RING-SLOT = FUNCTION MOD(
                   W-CHECK-TOTAL - W-ROW-NUMBER, W-RING-MAX) + 1
           ELSE
               SET  W-ROW-ERROR     TO TRUE
               COMPUTE W-RING-SLOT = FUNCTION MOD(
                   W-ERROR-TOTAL - (W-ROW-NUMBER - W-CHECK-SHOWN),
                   W-RING-MAX) + 1
           END-IF
           .
       SUB-4330-EXIT.
           EXIT.
      /
       SUB-4400-ENTER-ON-DATASET.
      *------------------------------

           IF      W-LATEST-SEL NOT = SPACE
               IF      DSN-LATEST(W-D-DX) = SPACES
                   MOVE 'There is no GCUSTAT result to show'
                                    TO W-MESSAGE
               ELSE
                   SET  W-ROW-STATUS
                                    TO TRUE
                   PERFORM SUB-5000-RECORD-DIALOG THRU SUB-5000-EXIT
               END-IF
               GO TO SUB-4400-EXIT
           END-IF

           MOVE 0                   TO W-SEL-DX
           PERFORM SUB-4410-FIND-HIST-SELECT THRU SUB-4410-EXIT
               VARYING W-ROW-DX FROM 1 BY 1
                 UNTIL W-ROW-DX > W-HIST-PAGE
                    OR W-SEL-DX > 0

           IF      W-SEL-DX = 0
               PERFORM SUB-4100-LOAD-DETAIL THRU SUB-4100-EXIT
               MOVE 'Refreshed - key S beside a line and press '
                 & 'Enter for the whole record'
                                    TO W-MESSAGE
               GO TO SUB-4400-EXIT
           END-IF

           COMPUTE W-ROW-NUMBER = W-HIST-TOP + W-SEL-DX - 1

           IF      W-ROW-NUMBER > W-HIST-ROWS
               MOVE 'Select a line that shows a record'
                                    TO W-MESSAGE
               GO TO SUB-4400-EXIT
           END-IF

           PERFORM SUB-4330-LOCATE-ROW THRU SUB-4330-EXIT
           PERFORM SUB-5000-RECORD-DIALOG THRU SUB-5000-EXIT
           .
       SUB-4400-EXIT.
           EXIT.
      /
       SUB-4410-FIND-HIST-SELECT.
      *------------------------------

           IF      W-HIST-SEL(W-ROW-DX) NOT = SPACE
               MOVE W-ROW-DX        TO W-SEL-DX
           END-IF
           .
       SUB-4410-EXIT.
           EXIT.
      /
       SUB-5000-RECORD-DIALOG.
      *---------------------------

      **** THE WHOLE OF ONE RECORD: THE LATEST GCUSTAT RESULT, OR THE
      **** CRCCTL CHECK OR UTILERRL ENTRY IN W-RING-SLOT.  ANY KEY
      **** RETURNS; F3 RETURNS TO THE DATASET SCREEN, NOT THE LIST.

           MOVE SPACES              TO W-DETAIL-LINES
           MOVE 0                   TO W-DETAIL-COUNT

           EVALUATE TRUE
               WHEN W-ROW-STATUS
                   PERFORM SUB-5100-DETAIL-STATUS THRU SUB-5100-EXIT
               WHEN W-ROW-CHECK
                   PERFORM SUB-5200-DETAIL-CHECK THRU SUB-5200-EXIT
               WHEN OTHER
                   PERFORM SUB-5300-DETAIL-ERROR THRU SUB-5300-EXIT
           END-EVALUATE

           PERFORM SUB-8300-SEND-RECORD THRU SUB-8300-EXIT
           .
       SUB-5000-EXIT.
           EXIT.
      /
       SUB-5100-DETAIL-STATUS.
      *---------------------------

           MOVE DSN-LATEST(W-D-DX)  TO W-STATUS-VIEW
           MOVE 'GCUSTAT - latest verification result'
                                    TO W-DETAIL-TITLE

           MOVE 'Dataset     :'     TO DB-LABEL
           MOVE STV-DATASET         TO DB-VALUE
           PERFORM SUB-5900-ADD-DETAIL THRU SUB-5900-EXIT
           MOVE 'Run at      :'     TO DB-LABEL
           MOVE STV-TIMESTAMP       TO DB-VALUE
           PERFORM SUB-5900-ADD-DETAIL THRU SUB-5900-EXIT
           MOVE 'Business dt :'     TO DB-LABEL
           MOVE STV-BUS-DATE        TO DB-VALUE
           PERFORM SUB-5900-ADD-DETAIL THRU SUB-5900-EXIT
           MOVE 'Program     :'     TO DB-LABEL
           MOVE STV-PROGRAM         TO DB-VALUE
           PERFORM SUB-5900-ADD-DETAIL THRU SUB-5900-EXIT
           MOVE 'Result      :'     TO DB-LABEL
           MOVE STV-RESULT          TO DB-VALUE
           PERFORM SUB-5900-ADD-DETAIL THRU SUB-5900-EXIT
           MOVE 'Message id  :'     TO DB-LABEL
           MOVE STV-MSGID           TO DB-VALUE
           PERFORM SUB-5900-ADD-DETAIL THRU SUB-5900-EXIT
           MOVE 'Checksum    :'     TO DB-LABEL
           MOVE STV-CHECKSUM        TO DB-VALUE
           PERFORM SUB-5900-ADD-DETAIL THRU SUB-5900-EXIT
           MOVE 'Detail      :'     TO DB-LABEL
           MOVE STV-DETAIL(1:64)    TO DB-VALUE
           PERFORM SUB-5900-ADD-DETAIL THRU SUB-5900-EXIT
           MOVE SPACES              TO DB-LABEL
           MOVE STV-DETAIL(65:16)   TO DB-VALUE
           PERFORM SUB-5900-ADD-DETAIL THRU SUB-5900-EXIT
           MOVE 'Chain hash  :'     TO DB-LABEL
           MOVE STV-CHAIN           TO DB-VALUE
           PERFORM SUB-5900-ADD-DETAIL THRU SUB-5900-EXIT
           .
       SUB-5100-EXIT.
           EXIT.
      /
       SUB-5200-DETAIL-CHECK.
      *--------------------------

           MOVE W-CHECK-SLOT(W-RING-SLOT)
                                    TO W-CHECK-VIEW
           MOVE 'CRCCTL - checksum audit record'
                                    TO W-DETAIL-TITLE

           MOVE 'Dataset     :'     TO DB-LABEL
           MOVE CKV-DATASET         TO DB-VALUE
           PERFORM SUB-5900-ADD-DETAIL THRU SUB-5900-EXIT
           MOVE 'Run at      :'     TO DB-LABEL
           MOVE CKV-TIMESTAMP       TO DB-VALUE
           PERFORM SUB-5900-ADD-DETAIL THRU SUB-5900-EXIT
           MOVE 'Business dt :'     TO DB-LABEL
           MOVE CKV-BUS-DATE        TO DB-VALUE
           PERFORM SUB-5900-ADD-DETAIL THRU SUB-5900-EXIT
           MOVE 'Job         :'     TO DB-LABEL
           MOVE CKV-JOB             TO DB-VALUE
           PERFORM SUB-5900-ADD-DETAIL THRU SUB-5900-EXIT
           MOVE 'Variant     :'     TO DB-LABEL
           MOVE CKV-VARIANT         TO DB-VALUE
           PERFORM SUB-5900-ADD-DETAIL THRU SUB-5900-EXIT
           MOVE 'Checksum    :'     TO DB-LABEL
           MOVE CKV-CHECKSUM        TO DB-VALUE
           PERFORM SUB-5900-ADD-DETAIL THRU SUB-5900-EXIT
           MOVE 'Records     :'     TO DB-LABEL
           MOVE CKV-RECORDS         TO W-DISPLAY-RECORDS
           MOVE W-DISPLAY-RECORDS   TO DB-VALUE
           PERFORM SUB-5900-ADD-DETAIL THRU SUB-5900-EXIT
           MOVE 'Chain hash  :'     TO DB-LABEL
           MOVE CKV-CHAIN           TO DB-VALUE
           PERFORM SUB-5900-ADD-DETAIL THRU SUB-5900-EXIT
           .
       SUB-5200-EXIT.
           EXIT.
      /
       SUB-5300-DETAIL-ERROR.
      *--------------------------

           MOVE W-ERROR-SLOT(W-RING-SLOT)
                                    TO W-ERROR-VIEW
           MOVE 'UTILERRL - utility error log entry'
                                    TO W-DETAIL-TITLE

           MOVE 'Logged at   :'     TO DB-LABEL
           MOVE ERV-TIMESTAMP       TO DB-VALUE
           PERFORM SUB-5900-ADD-DETAIL THRU SUB-5900-EXIT
           MOVE 'Business dt :'     TO DB-LABEL
           MOVE ERV-BUS-DATE        TO DB-VALUE
           PERFORM SUB-5900-ADD-DETAIL THRU SUB-5900-EXIT
           MOVE 'Subroutine  :'     TO DB-LABEL
           MOVE ERV-SUBROUTINE      TO DB-VALUE
           PERFORM SUB-5900-ADD-DETAIL THRU SUB-5900-EXIT
           MOVE 'Return code :'     TO DB-LABEL
           MOVE ERV-RC              TO DB-VALUE
           PERFORM SUB-5900-ADD-DETAIL THRU SUB-5900-EXIT
           MOVE 'Message     :'     TO DB-LABEL
           MOVE ERV-MESSAGE         TO DB-VALUE
           PERFORM SUB-5900-ADD-DETAIL THRU SUB-5900-EXIT
           MOVE 'Caller      :'     TO DB-LABEL
           MOVE ERV-CALLER          TO DB-VALUE
           PERFORM SUB-5900-ADD-DETAIL THRU SUB-5900-EXIT
           MOVE 'Related by  :'     TO DB-LABEL
           MOVE 'the caller checked or verified this dataset that day'
                                    TO DB-VALUE
           PERFORM SUB-5900-ADD-DETAIL THRU SUB-5900-EXIT
           .
       SUB-5300-EXIT.
           EXIT.
      /
       SUB-5900-ADD-DETAIL.
      *-----------------------

           IF      W-DETAIL-COUNT < 16
               ADD  1               TO W-DETAIL-COUNT
               MOVE W-DETAIL-BUILD  TO W-DETAIL-LINE(W-DETAIL-COUNT)
           END-IF
           .
       SUB-5900-EXIT.
           EXIT.
      /
       SUB-8100-SEND-LIST.
      *----------------------

           DISPLAY LIST-SCREEN
           ACCEPT  LIST-SCREEN
           .
       SUB-8100-EXIT.
           EXIT.
      /
       SUB-8200-SEND-DATASET.
      *-------------------------

           DISPLAY DATASET-SCREEN
           ACCEPT  DATASET-SCREEN
           .
       SUB-8200-EXIT.
           EXIT.
      /
       SUB-8300-SEND-RECORD.
      *------------------------

           DISPLAY RECORD-SCREEN
           ACCEPT  RECORD-SCREEN
           .
       SUB-8300-EXIT.
           EXIT.
      /
       SUB-9000-SHUT-DOWN.
      *-------------------

           IF      RETURN-CODE NOT = 0
               DISPLAY 'STATINQ  completed with errors'
           ELSE
               DISPLAY 'STATINQ  completed'
           END-IF
           .
       SUB-9000-EXIT.
           EXIT.
