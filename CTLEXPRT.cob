      *=========================== CTLEXPRT ============================*
      * Authors: Brian D Pead
      *
      * Description: Export one of the suite's control datasets --
      *              CRCCTL (CRC32's audit trail), GCUSTAT
      *              (STATWRT's verification results), UTILERRL
      *              (ERRLOG's central error log) or DRVHIST
      *              (UTILDRV's run history) -- as delimited or
      *              JSON-lines text for the enterprise monitoring
      *              dashboard, which cannot read our fixed-column
      *              layouts.
      *
      *              CSV output starts with a header row of field
      *              names; text fields are quoted with embedded
      *              quotes doubled, numbers are bare, and a blank
      *              field is left empty.  JSON-lines output is one
      *              object per line with the same field names, a
      *              blank field given as null.  Timestamps are ISO
      *              8601, YYYY-MM-DDTHH:MM:SS.
      *
      *              In INCREMENTAL mode the last timestamp exported
      *              for each dataset -- and how many records at that
      *              very second were exported -- is kept in the
      *              EXPSTATE dataset, so the hourly pickup receives
      *              only what was appended since the last run.  The
      *              control datasets are append-only, so this is
      *              exact.  FULL mode (the default) exports the
      *              whole date range and leaves EXPSTATE untouched.
      *
      *              SYSIN cards, keyword in columns 1-10 and value
      *              from column 12:
      *                  DATASET     CRCCTL, GCUSTAT, UTILERRL or
      *                              DRVHIST (required)
      *                  FORMAT      CSV (default) or JSONL
      *                  FROM-DATE   YYYY-MM-DD
      *                  TO-DATE     YYYY-MM-DD
      *                  MODE        FULL (default) or INCREMENTAL
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-22  1.0      First release
      * 2026-09-26  1.1      CRCCTL and GCUSTAT carry a chain field
      *================================================================*

       PROCESS TRUNC(BIN)

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 CTLEXPRT.

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

           SELECT CONTROL-FILE
               ASSIGN TO DYNAMIC   W-CONTROL-DSNAME
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-CTL-FILE-STATUS.

           SELECT EXPORT-FILE
               ASSIGN TO           'EXPORT'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-EXP-FILE-STATUS.

           SELECT STATE-FILE
               ASSIGN TO           'EXPSTATE'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-STATE-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  SYSIN-FILE.

       01  SYSIN-RECORD                PIC X(80).

      **** ONE FD FOR WHICHEVER CONTROL DATASET IS BEING EXPORTED --
      **** EACH LAYOUT IS THE ONE ITS WRITER USES.

       FD  CONTROL-FILE.

       01  CRC-CONTROL-RECORD.
           05  CTL-REC-CHECKSUM        PIC 9(09).
           05  CTL-REC-SEP-1           PIC X(01).
           05  CTL-REC-VARIANT         PIC X(10).
           05  CTL-REC-SEP-2           PIC X(01).
           05  CTL-REC-TIMESTAMP       PIC X(19).
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

       01  STATUS-RECORD.
           05  STA-REC-TIMESTAMP       PIC X(19).
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

       01  ERROR-LOG-RECORD.
           05  ERL-REC-TIMESTAMP       PIC X(19).
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

       FD  EXPORT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 2048 CHARACTERS
               DEPENDING ON        W-EXPORT-REC-LEN.

       01  EXPORT-RECORD               PIC X(2048).

       FD  STATE-FILE.

       01  STATE-RECORD.
           05  EXS-REC-DATASET         PIC X(08).
           05  EXS-REC-SEP-1           PIC X(01).
           05  EXS-REC-STAMP           PIC X(19).
           05  EXS-REC-SEP-2           PIC X(01).
           05  EXS-REC-SAME-SECOND     PIC 9(09).
           05  EXS-REC-SEP-3           PIC X(01).
           05  EXS-REC-EXPORTED-AT     PIC X(19).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-SYSIN-FILE-STATUS      PIC X(02).
       01  W-CTL-FILE-STATUS        PIC X(02).
       01  W-EXP-FILE-STATUS        PIC X(02).
       01  W-STATE-FILE-STATUS      PIC X(02).

       01  W-CONTROL-DSNAME         PIC X(08)       VALUE SPACES.
           88  W-EXPORT-CRCCTL                      VALUE 'CRCCTL'.
           88  W-EXPORT-GCUSTAT                     VALUE 'GCUSTAT'.
           88  W-EXPORT-UTILERRL                    VALUE 'UTILERRL'.
           88  W-EXPORT-DRVHIST                     VALUE 'DRVHIST'.
           88  W-CONTROL-VALID                      VALUES 'CRCCTL'
                                                      'GCUSTAT'
                                                      'UTILERRL'
                                                      'DRVHIST'.

       01  W-FORMAT                 PIC X(08)       VALUE 'CSV'.
           88  W-FORMAT-CSV                         VALUE 'CSV'.
           88  W-FORMAT-JSONL                       VALUE 'JSONL'.
           88  W-FORMAT-VALID                       VALUES 'CSV'
                                                      'JSONL'.

       01  W-MODE                   PIC X(11)       VALUE 'FULL'.
           88  W-MODE-FULL                          VALUE 'FULL'.
           88  W-MODE-INCREMENTAL                   VALUE 'INCREMENTAL'.
           88  W-MODE-VALID                         VALUES 'FULL'
                                                      'INCREMENTAL'.

       01  W-FROM-DATE              PIC X(10)       VALUE '0000-00-00'.
       01  W-TO-DATE                PIC X(10)       VALUE '9999-99-99'.

       01  W-CARD-KEYWORD           PIC X(10).

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-SYSIN-EOF                          VALUE 'Y'.
           88  W-SYSIN-NOT-EOF                      VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-CTL-EOF                            VALUE 'Y'.
           88  W-CTL-NOT-EOF                        VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-STATE-EOF                          VALUE 'Y'.
           88  W-STATE-NOT-EOF                      VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-EMIT-HEADER                        VALUE 'Y'.
           88  W-EMIT-VALUES                        VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-FIRST-FIELD                        VALUE 'Y'.
           88  W-NOT-FIRST-FIELD                    VALUE 'N'.

       01  W-READ-COUNT             PIC 9(09)  COMP VALUE 0.
       01  W-EXPORT-COUNT           PIC 9(09)  COMP VALUE 0.
       01  W-SEEN-COUNT             PIC 9(09)  COMP VALUE 0.

      **** THE INCREMENTAL HIGH-WATER MARK: THE LAST TIMESTAMP SENT
      **** AND HOW MANY RECORDS STAMPED WITH THAT VERY SECOND WERE
      **** SENT, SINCE MORE MAY BE APPENDED IN THE SAME SECOND AFTER
      **** THE EXPORT RAN.

       01  W-LAST-STAMP             PIC X(19)       VALUE LOW-VALUES.
       01  W-LAST-SAME-SECOND       PIC 9(09)  COMP VALUE 0.
       01  W-SKIP-SAME-SECOND       PIC 9(09)  COMP VALUE 0.
       01  W-NEW-STAMP              PIC X(19)       VALUE LOW-VALUES.
       01  W-NEW-SAME-SECOND        PIC 9(09)  COMP VALUE 0.

       01  W-STATE-MAX              PIC 9(04)  COMP VALUE 20.
       01  W-STATE-COUNT            PIC 9(04)  COMP VALUE 0.
       01  W-STATE-HIT              PIC 9(04)  COMP VALUE 0.
       01  W-STATE-TABLE.
           05  W-STATE-ENTRY       OCCURS 20       INDEXED W-S-DX.
               10  STE-DATASET     PIC X(08).
               10  STE-STAMP       PIC X(19).
               10  STE-SAME-SECOND PIC 9(09).
               10  STE-EXPORTED-AT PIC X(19).

      **** THE CURRENT RECORD'S TIMESTAMP AS YYYY-MM-DD HH:MM:SS.

       01  W-REC-STAMP.
           05  W-REC-DATE           PIC X(10).
           05  FILLER               PIC X(01).
           05  W-REC-TIME           PIC X(08).

       01  W-ISO-STAMP.
           05  W-ISO-DATE           PIC X(10).
           05  FILLER               PIC X(01)       VALUE 'T'.
           05  W-ISO-TIME           PIC X(08).

      **** ONE FIELD ON ITS WAY INTO THE OUTPUT LINE.

       01  W-FLD-NAME               PIC X(24).
       01  W-FLD-TEXT               PIC X(80).
       01  W-FLD-NUM                PIC 9(12).
       01  W-FLD-EDIT               PIC Z(11)9.
       01  W-FLD-LEN                PIC 9(04)  COMP.
       01  W-FLD-START              PIC 9(04)  COMP.
       01  W-FLD-CHAR               PIC X(01).

       01  FILLER                   PIC X(01)       VALUE 'Y'.
           88  W-FLD-PRESENT                        VALUE 'Y'.
           88  W-FLD-ABSENT                         VALUE 'N'.

       01  W-SCAN-DX                PIC 9(04)  COMP.

       01  W-OUT-LINE               PIC X(2048).
       01  W-OUT-LEN                PIC 9(04)  COMP VALUE 0.
       01  W-EXPORT-REC-LEN         PIC 9(04)  COMP.

       01  W-CURRENT-DATE.
           05  W-CURRENT-DATE-YYYY  PIC X(04).
           05  W-CURRENT-DATE-MM    PIC X(02).
           05  W-CURRENT-DATE-DD    PIC X(02).
           05  W-CURRENT-TIME-HH    PIC X(02).
           05  W-CURRENT-TIME-MM    PIC X(02).
           05  W-CURRENT-TIME-SS    PIC X(02).
           05  FILLER               PIC X(07).

       01  W-RUN-STAMP              PIC X(19).

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
               PERFORM SUB-2000-EXPORT THRU SUB-2000-EXIT
           END-IF

           IF      RETURN-CODE = 0
           AND     W-MODE-INCREMENTAL
           AND     W-EXPORT-COUNT > 0
               PERFORM SUB-3000-SAVE-STATE THRU SUB-3000-EXIT
           END-IF

           PERFORM SUB-6000-SHUT-DOWN THRU SUB-6000-EXIT
           .
       MAIN-EXIT.
           STOP RUN.
      /
       SUB-1000-START-UP.
      *------------------

           MOVE FUNCTION WHEN-COMPILED
                                    TO W-COMPILED-DATE

           DISPLAY 'CTLEXPRT compiled on '
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
                  W-CURRENT-DATE-DD   ' '
                  W-CURRENT-TIME-HH   ':'
                  W-CURRENT-TIME-MM   ':'
                  W-CURRENT-TIME-SS
               DELIMITED BY SIZE INTO W-RUN-STAMP
           END-STRING

           PERFORM SUB-1100-READ-SYSIN THRU SUB-1100-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           IF      W-CONTROL-DSNAME = SPACES
               DISPLAY 'CTLEXPRT DATASET card is required'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           IF      W-MODE-INCREMENTAL
               PERFORM SUB-1200-LOAD-STATE THRU SUB-1200-EXIT
               IF      RETURN-CODE NOT = 0
                   GO TO SUB-1000-EXIT
               END-IF
           END-IF

           OPEN INPUT CONTROL-FILE

           IF      W-CTL-FILE-STATUS NOT = '00'
               DISPLAY 'CTLEXPRT unable to open ' W-CONTROL-DSNAME
                   ' - status ' W-CTL-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN OUTPUT EXPORT-FILE

           IF      W-EXP-FILE-STATUS NOT = '00'
               DISPLAY 'CTLEXPRT unable to open EXPORT - status '
                   W-EXP-FILE-STATUS
               CLOSE CONTROL-FILE
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-READ-SYSIN.
      *----------------------

           OPEN INPUT SYSIN-FILE

           IF      W-SYSIN-FILE-STATUS NOT = '00'
               DISPLAY 'CTLEXPRT unable to open SYSIN - status '
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
               WHEN 'DATASET'
                   MOVE SYSIN-RECORD(12:8)
                                    TO W-CONTROL-DSNAME
                   IF      NOT W-CONTROL-VALID
                       DISPLAY 'CTLEXPRT DATASET must be CRCCTL, '
                           'GCUSTAT, UTILERRL or DRVHIST: '
                           W-CONTROL-DSNAME
                       MOVE 16      TO RETURN-CODE
                   END-IF

               WHEN 'FORMAT'
                   MOVE SYSIN-RECORD(12:8)
                                    TO W-FORMAT
                   IF      NOT W-FORMAT-VALID
                       DISPLAY 'CTLEXPRT FORMAT must be CSV or JSONL: '
                           W-FORMAT
                       MOVE 16      TO RETURN-CODE
                   END-IF

               WHEN 'FROM-DATE'
                   MOVE SYSIN-RECORD(12:10)
                                    TO W-FROM-DATE

               WHEN 'TO-DATE'
                   MOVE SYSIN-RECORD(12:10)
                                    TO W-TO-DATE

               WHEN 'MODE'
                   MOVE SYSIN-RECORD(12:11)
                                    TO W-MODE
                   IF      NOT W-MODE-VALID
                       DISPLAY 'CTLEXPRT MODE must be FULL or '
                           'INCREMENTAL: ' W-MODE
                       MOVE 16      TO RETURN-CODE
                   END-IF

               WHEN SPACES
                   CONTINUE

               WHEN OTHER
                   DISPLAY 'CTLEXPRT unknown SYSIN card: '
                       W-CARD-KEYWORD
                   MOVE 16          TO RETURN-CODE
           END-EVALUATE

           PERFORM SUB-1110-READ-CARD THRU SUB-1110-EXIT
           .
       SUB-1120-EXIT.
           EXIT.
      /
       SUB-1200-LOAD-STATE.
      *-----------------------

      **** NO EXPSTATE YET MEANS NOTHING HAS BEEN EXPORTED -- THE
      **** FIRST INCREMENTAL RUN SENDS THE WHOLE DATE RANGE.

           OPEN INPUT STATE-FILE

           IF      W-STATE-FILE-STATUS = '35'
               GO TO SUB-1200-EXIT
           END-IF

           IF      W-STATE-FILE-STATUS NOT = '00'
               DISPLAY 'CTLEXPRT unable to open EXPSTATE - status '
                   W-STATE-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1200-EXIT
           END-IF

           PERFORM SUB-1210-READ-STATE THRU SUB-1210-EXIT

           PERFORM SUB-1220-HOLD-STATE THRU SUB-1220-EXIT
               UNTIL W-STATE-EOF OR RETURN-CODE NOT = 0

           CLOSE STATE-FILE

           IF      W-STATE-HIT > 0
               SET  W-S-DX          TO W-STATE-HIT
               MOVE STE-STAMP(W-S-DX)
                                    TO W-LAST-STAMP
               MOVE STE-SAME-SECOND(W-S-DX)
                                    TO W-LAST-SAME-SECOND
           END-IF
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-1210-READ-STATE.
      *-----------------------

           READ STATE-FILE
               AT END
                   SET  W-STATE-EOF TO TRUE
           END-READ
           .
       SUB-1210-EXIT.
           EXIT.
      /
       SUB-1220-HOLD-STATE.
      *-----------------------

           IF      W-STATE-COUNT >= W-STATE-MAX
               DISPLAY 'CTLEXPRT EXPSTATE has more than ' W-STATE-MAX
                   ' entries'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1220-EXIT
           END-IF

           IF      EXS-REC-SAME-SECOND NOT NUMERIC
               DISPLAY 'CTLEXPRT EXPSTATE entry is damaged: '
                   STATE-RECORD
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1220-EXIT
           END-IF

           ADD  1                   TO W-STATE-COUNT
           SET  W-S-DX              TO W-STATE-COUNT
           MOVE EXS-REC-DATASET     TO STE-DATASET(W-S-DX)
           MOVE EXS-REC-STAMP       TO STE-STAMP(W-S-DX)
           MOVE EXS-REC-SAME-SECOND TO STE-SAME-SECOND(W-S-DX)
           MOVE EXS-REC-EXPORTED-AT TO STE-EXPORTED-AT(W-S-DX)

           IF      EXS-REC-DATASET = W-CONTROL-DSNAME
               MOVE W-STATE-COUNT   TO W-STATE-HIT
           END-IF

           PERFORM SUB-1210-READ-STATE THRU SUB-1210-EXIT
           .
       SUB-1220-EXIT.
           EXIT.
      /
       SUB-2000-EXPORT.
      *----------------

           MOVE W-LAST-STAMP        TO W-NEW-STAMP
           MOVE W-LAST-SAME-SECOND  TO W-NEW-SAME-SECOND
           MOVE W-LAST-SAME-SECOND  TO W-SKIP-SAME-SECOND

           IF      W-FORMAT-CSV
               SET  W-EMIT-HEADER   TO TRUE
               PERFORM SUB-2300-BUILD-LINE THRU SUB-2300-EXIT
               PERFORM SUB-2400-WRITE-LINE THRU SUB-2400-EXIT
               SET  W-EMIT-VALUES   TO TRUE
           END-IF

           PERFORM SUB-2100-READ-CONTROL THRU SUB-2100-EXIT

           PERFORM SUB-2200-SELECT-RECORD THRU SUB-2200-EXIT
               UNTIL W-CTL-EOF

           CLOSE CONTROL-FILE
                 EXPORT-FILE
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-READ-CONTROL.
      *-------------------------

           READ CONTROL-FILE
               AT END
                   SET  W-CTL-EOF   TO TRUE
           END-READ
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-SELECT-RECORD.
      *---------------------------

           ADD  1                   TO W-READ-COUNT

      **** DRVHIST CARRIES ITS DATE AND THE GROUP'S END TIME APART;
      **** THE OTHERS A SINGLE YYYY-MM-DD HH:MM:SS TIMESTAMP.

           EVALUATE TRUE
               WHEN W-EXPORT-CRCCTL
                   MOVE CTL-REC-TIMESTAMP
                                    TO W-REC-STAMP
               WHEN W-EXPORT-GCUSTAT
                   MOVE STA-REC-TIMESTAMP
                                    TO W-REC-STAMP
               WHEN W-EXPORT-UTILERRL
                   MOVE ERL-REC-TIMESTAMP
                                    TO W-REC-STAMP
               WHEN W-EXPORT-DRVHIST
                   MOVE SPACES      TO W-REC-STAMP
                   MOVE DRH-REC-DATE
                                    TO W-REC-DATE
                   MOVE DRH-REC-END TO W-REC-TIME
           END-EVALUATE

           IF      W-REC-DATE < W-FROM-DATE
           OR      W-REC-DATE > W-TO-DATE
               GO TO SUB-2200-NEXT
           END-IF

      **** ALREADY SENT: EARLIER THAN THE HIGH-WATER MARK, OR ONE OF
      **** THE RECORDS AT THAT SECOND THE LAST RUN COUNTED.

           IF      W-MODE-INCREMENTAL
               IF      W-REC-STAMP < W-LAST-STAMP
                   GO TO SUB-2200-NEXT
               END-IF
               IF      W-REC-STAMP = W-LAST-STAMP
               AND     W-SKIP-SAME-SECOND > 0
                   SUBTRACT 1       FROM W-SKIP-SAME-SECOND
                   GO TO SUB-2200-NEXT
               END-IF
           END-IF

           IF      W-REC-STAMP > W-NEW-STAMP
               MOVE W-REC-STAMP     TO W-NEW-STAMP
               MOVE 1               TO W-NEW-SAME-SECOND
           ELSE
               IF      W-REC-STAMP = W-NEW-STAMP
                   ADD  1           TO W-NEW-SAME-SECOND
               END-IF
           END-IF

           MOVE W-REC-DATE          TO W-ISO-DATE
           MOVE W-REC-TIME          TO W-ISO-TIME

           PERFORM SUB-2300-BUILD-LINE THRU SUB-2300-EXIT
           PERFORM SUB-2400-WRITE-LINE THRU SUB-2400-EXIT

           ADD  1                   TO W-EXPORT-COUNT
           .
       SUB-2200-NEXT.

           PERFORM SUB-2100-READ-CONTROL THRU SUB-2100-EXIT
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-BUILD-LINE.
      *-----------------------

           MOVE SPACES              TO W-OUT-LINE
           MOVE 0                   TO W-OUT-LEN
           SET  W-FIRST-FIELD       TO TRUE

           IF      W-FORMAT-JSONL
               MOVE '{'             TO W-FLD-CHAR
               PERFORM SUB-2590-PUT-CHAR THRU SUB-2590-EXIT
           END-IF

           EVALUATE TRUE
               WHEN W-EXPORT-CRCCTL
                   PERFORM SUB-2310-CRCCTL-FIELDS THRU SUB-2310-EXIT
               WHEN W-EXPORT-GCUSTAT
                   PERFORM SUB-2320-GCUSTAT-FIELDS THRU SUB-2320-EXIT
               WHEN W-EXPORT-UTILERRL
                   PERFORM SUB-2330-UTILERRL-FIELDS THRU SUB-2330-EXIT
               WHEN W-EXPORT-DRVHIST
                   PERFORM SUB-2340-DRVHIST-FIELDS THRU SUB-2340-EXIT
           END-EVALUATE

           IF      W-FORMAT-JSONL
               MOVE '}'             TO W-FLD-CHAR
               PERFORM SUB-2590-PUT-CHAR THRU SUB-2590-EXIT
           END-IF
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2310-CRCCTL-FIELDS.
      *---------------------------

           MOVE 'timestamp'         TO W-FLD-NAME
           MOVE W-ISO-STAMP         TO W-FLD-TEXT
           PERFORM SUB-2500-ADD-TEXT THRU SUB-2500-EXIT

           MOVE 'checksum'          TO W-FLD-NAME
           SET  W-FLD-PRESENT       TO TRUE
           IF      CTL-REC-CHECKSUM NUMERIC
               MOVE CTL-REC-CHECKSUM
                                    TO W-FLD-NUM
           ELSE
               SET  W-FLD-ABSENT    TO TRUE
           END-IF
           PERFORM SUB-2510-ADD-NUMBER THRU SUB-2510-EXIT

           MOVE 'variant'           TO W-FLD-NAME
           MOVE CTL-REC-VARIANT     TO W-FLD-TEXT
           PERFORM SUB-2500-ADD-TEXT THRU SUB-2500-EXIT

           MOVE 'job'               TO W-FLD-NAME
           MOVE CTL-REC-JOB         TO W-FLD-TEXT
           PERFORM SUB-2500-ADD-TEXT THRU SUB-2500-EXIT

           MOVE 'dataset'           TO W-FLD-NAME
           MOVE CTL-REC-DATASET     TO W-FLD-TEXT
           PERFORM SUB-2500-ADD-TEXT THRU SUB-2500-EXIT

           MOVE 'records'           TO W-FLD-NAME
           SET  W-FLD-PRESENT       TO TRUE
           IF      CTL-REC-RECORDS NUMERIC
               MOVE CTL-REC-RECORDS TO W-FLD-NUM
           ELSE
               SET  W-FLD-ABSENT    TO TRUE
           END-IF
           PERFORM SUB-2510-ADD-NUMBER THRU SUB-2510-EXIT

           MOVE 'business_date'     TO W-FLD-NAME
           MOVE CTL-REC-BUS-DATE    TO W-FLD-TEXT
           PERFORM SUB-2500-ADD-TEXT THRU SUB-2500-EXIT

           MOVE 'chain'             TO W-FLD-NAME
           MOVE CTL-REC-CHAIN       TO W-FLD-TEXT
           PERFORM SUB-2500-ADD-TEXT THRU SUB-2500-EXIT
           .
       SUB-2310-EXIT.
           EXIT.
      /
       SUB-2320-GCUSTAT-FIELDS.
      *----------------------------

           MOVE 'timestamp'         TO W-FLD-NAME
           MOVE W-ISO-STAMP         TO W-FLD-TEXT
           PERFORM SUB-2500-ADD-TEXT THRU SUB-2500-EXIT

           MOVE 'program'           TO W-FLD-NAME
           MOVE STA-REC-PROGRAM     TO W-FLD-TEXT
           PERFORM SUB-2500-ADD-TEXT THRU SUB-2500-EXIT

           MOVE 'dataset'           TO W-FLD-NAME
           MOVE STA-REC-DATASET     TO W-FLD-TEXT
           PERFORM SUB-2500-ADD-TEXT THRU SUB-2500-EXIT

           MOVE 'result'            TO W-FLD-NAME
           MOVE STA-REC-RESULT      TO W-FLD-TEXT
           PERFORM SUB-2500-ADD-TEXT THRU SUB-2500-EXIT

           MOVE 'checksum'          TO W-FLD-NAME
           MOVE STA-REC-CHECKSUM    TO W-FLD-TEXT
           PERFORM SUB-2500-ADD-TEXT THRU SUB-2500-EXIT

           MOVE 'message_id'        TO W-FLD-NAME
           MOVE STA-REC-MSGID       TO W-FLD-TEXT
           PERFORM SUB-2500-ADD-TEXT THRU SUB-2500-EXIT

           MOVE 'detail'            TO W-FLD-NAME
           MOVE STA-REC-DETAIL      TO W-FLD-TEXT
           PERFORM SUB-2500-ADD-TEXT THRU SUB-2500-EXIT

           MOVE 'business_date'     TO W-FLD-NAME
           MOVE STA-REC-BUS-DATE    TO W-FLD-TEXT
           PERFORM SUB-2500-ADD-TEXT THRU SUB-2500-EXIT

           MOVE 'chain'             TO W-FLD-NAME
           MOVE STA-REC-CHAIN       TO W-FLD-TEXT
           PERFORM SUB-2500-ADD-TEXT THRU SUB-2500-EXIT
           .
       SUB-2320-EXIT.
           EXIT.
      /
       SUB-2330-UTILERRL-FIELDS.
      *-----------------------------

           MOVE 'timestamp'         TO W-FLD-NAME
           MOVE W-ISO-STAMP         TO W-FLD-TEXT
           PERFORM SUB-2500-ADD-TEXT THRU SUB-2500-EXIT

           MOVE 'subroutine'        TO W-FLD-NAME
           MOVE ERL-REC-SUBROUTINE  TO W-FLD-TEXT
           PERFORM SUB-2500-ADD-TEXT THRU SUB-2500-EXIT

           MOVE 'return_code'       TO W-FLD-NAME
           SET  W-FLD-PRESENT       TO TRUE
           IF      ERL-REC-RC NUMERIC
               MOVE ERL-REC-RC      TO W-FLD-NUM
           ELSE
               SET  W-FLD-ABSENT    TO TRUE
           END-IF
           PERFORM SUB-2510-ADD-NUMBER THRU SUB-2510-EXIT

           MOVE 'message'           TO W-FLD-NAME
           MOVE ERL-REC-MESSAGE     TO W-FLD-TEXT
           PERFORM SUB-2500-ADD-TEXT THRU SUB-2500-EXIT

           MOVE 'caller'            TO W-FLD-NAME
           MOVE ERL-REC-CALLER      TO W-FLD-TEXT
           PERFORM SUB-2500-ADD-TEXT THRU SUB-2500-EXIT

           MOVE 'business_date'     TO W-FLD-NAME
           MOVE ERL-REC-BUS-DATE    TO W-FLD-TEXT
           PERFORM SUB-2500-ADD-TEXT THRU SUB-2500-EXIT
           .
       SUB-2330-EXIT.
           EXIT.
      /
       SUB-2340-DRVHIST-FIELDS.
      *----------------------------

           MOVE 'timestamp'         TO W-FLD-NAME
           MOVE W-ISO-STAMP         TO W-FLD-TEXT
           PERFORM SUB-2500-ADD-TEXT THRU SUB-2500-EXIT

           MOVE 'run_id'            TO W-FLD-NAME
           MOVE DRH-REC-RUNID       TO W-FLD-TEXT
           PERFORM SUB-2500-ADD-TEXT THRU SUB-2500-EXIT

           MOVE 'group'             TO W-FLD-NAME
           SET  W-FLD-PRESENT       TO TRUE
           IF      DRH-REC-SEQ NUMERIC
               MOVE DRH-REC-SEQ     TO W-FLD-NUM
           ELSE
               SET  W-FLD-ABSENT    TO TRUE
           END-IF
           PERFORM SUB-2510-ADD-NUMBER THRU SUB-2510-EXIT

           MOVE 'operation'         TO W-FLD-NAME
           MOVE DRH-REC-OPERATION   TO W-FLD-TEXT
           PERFORM SUB-2500-ADD-TEXT THRU SUB-2500-EXIT

           MOVE 'start_time'        TO W-FLD-NAME
           MOVE DRH-REC-START       TO W-FLD-TEXT
           PERFORM SUB-2500-ADD-TEXT THRU SUB-2500-EXIT

           MOVE 'end_time'          TO W-FLD-NAME
           MOVE DRH-REC-END         TO W-FLD-TEXT
           PERFORM SUB-2500-ADD-TEXT THRU SUB-2500-EXIT

           MOVE 'elapsed_seconds'   TO W-FLD-NAME
           SET  W-FLD-PRESENT       TO TRUE
           IF      DRH-REC-ELAPSED NUMERIC
               MOVE DRH-REC-ELAPSED TO W-FLD-NUM
           ELSE
               SET  W-FLD-ABSENT    TO TRUE
           END-IF
           PERFORM SUB-2510-ADD-NUMBER THRU SUB-2510-EXIT

           MOVE 'records'           TO W-FLD-NAME
           SET  W-FLD-PRESENT       TO TRUE
           IF      DRH-REC-RECORDS NUMERIC
               MOVE DRH-REC-RECORDS TO W-FLD-NUM
           ELSE
               SET  W-FLD-ABSENT    TO TRUE
           END-IF
           PERFORM SUB-2510-ADD-NUMBER THRU SUB-2510-EXIT

           MOVE 'records_per_second'
                                    TO W-FLD-NAME
           SET  W-FLD-PRESENT       TO TRUE
           IF      DRH-REC-RPS NUMERIC
               MOVE DRH-REC-RPS     TO W-FLD-NUM
           ELSE
               SET  W-FLD-ABSENT    TO TRUE
           END-IF
           PERFORM SUB-2510-ADD-NUMBER THRU SUB-2510-EXIT
           .
       SUB-2340-EXIT.
           EXIT.
      /
       SUB-2400-WRITE-LINE.
      *-----------------------

           MOVE W-OUT-LEN           TO W-EXPORT-REC-LEN
           MOVE W-OUT-LINE          TO EXPORT-RECORD
           WRITE EXPORT-RECORD

           IF      W-EXP-FILE-STATUS NOT = '00'
               DISPLAY 'CTLEXPRT unable to write EXPORT - status '
                   W-EXP-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               SET  W-CTL-EOF       TO TRUE
           END-IF
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2500-ADD-TEXT.
      *---------------------

      **** A TEXT FIELD: QUOTED IN CSV WITH EMBEDDED QUOTES DOUBLED,
      **** A JSON STRING WITH QUOTE AND BACKSLASH ESCAPED.  TRAILING
      **** BLANKS ARE DROPPED; AN ALL-BLANK FIELD IS EMPTY IN CSV AND
      **** NULL IN JSON.

           PERFORM SUB-2550-START-FIELD THRU SUB-2550-EXIT

           IF      W-EMIT-HEADER
               GO TO SUB-2500-EXIT
           END-IF

           MOVE 0                   TO W-FLD-LEN

           PERFORM SUB-2520-SIZE-TEXT THRU SUB-2520-EXIT
               VARYING W-SCAN-DX FROM 1 BY 1
                 UNTIL W-SCAN-DX > 80

           IF      W-FLD-LEN = 0
               IF      W-FORMAT-JSONL
                   MOVE 'null'      TO W-OUT-LINE(W-OUT-LEN + 1:4)
                   ADD  4           TO W-OUT-LEN
               END-IF
               GO TO SUB-2500-EXIT
           END-IF

           MOVE '"'                 TO W-FLD-CHAR
           PERFORM SUB-2590-PUT-CHAR THRU SUB-2590-EXIT

           PERFORM SUB-2530-PUT-TEXT-CHAR THRU SUB-2530-EXIT
               VARYING W-SCAN-DX FROM 1 BY 1
                 UNTIL W-SCAN-DX > W-FLD-LEN

           MOVE '"'                 TO W-FLD-CHAR
           PERFORM SUB-2590-PUT-CHAR THRU SUB-2590-EXIT
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2510-ADD-NUMBER.
      *-----------------------

      **** A NUMBER GOES OUT BARE, WITHOUT LEADING ZEROS.  ONE THAT
      **** IS NOT NUMERIC ON THE RECORD IS EMPTY IN CSV, NULL IN JSON.

           PERFORM SUB-2550-START-FIELD THRU SUB-2550-EXIT

           IF      W-EMIT-HEADER
               GO TO SUB-2510-EXIT
           END-IF

           IF      W-FLD-ABSENT
               IF      W-FORMAT-JSONL
                   MOVE 'null'      TO W-OUT-LINE(W-OUT-LEN + 1:4)
                   ADD  4           TO W-OUT-LEN
               END-IF
               GO TO SUB-2510-EXIT
           END-IF

           MOVE W-FLD-NUM           TO W-FLD-EDIT
           MOVE 0                   TO W-FLD-START

           PERFORM SUB-2540-FIND-DIGIT THRU SUB-2540-EXIT
               VARYING W-SCAN-DX FROM 1 BY 1
                 UNTIL W-SCAN-DX > 12 OR W-FLD-START > 0

           COMPUTE W-FLD-LEN = 13 - W-FLD-START
           MOVE W-FLD-EDIT(W-FLD-START:W-FLD-LEN)
                              TO W-OUT-LINE(W-OUT-LEN + 1:W-FLD-LEN)
           ADD  W-FLD-LEN           TO W-OUT-LEN
           .
       SUB-2510-EXIT.
           EXIT.
      /
       SUB-2520-SIZE-TEXT.
      *----------------------

           IF      W-FLD-TEXT(W-SCAN-DX:1) NOT = SPACE
               MOVE W-SCAN-DX       TO W-FLD-LEN
           END-IF
           .
       SUB-2520-EXIT.
           EXIT.
      /
       SUB-2530-PUT-TEXT-CHAR.
      *--------------------------

           MOVE W-FLD-TEXT(W-SCAN-DX:1)
                                    TO W-FLD-CHAR

           IF      W-FLD-CHAR < SPACE
               MOVE SPACE           TO W-FLD-CHAR
           END-IF

           IF      W-FLD-CHAR = '"'
               IF      W-FORMAT-CSV
                   PERFORM SUB-2590-PUT-CHAR THRU SUB-2590-EXIT
               ELSE
                   MOVE '\'         TO W-FLD-CHAR
                   PERFORM SUB-2590-PUT-CHAR THRU SUB-2590-EXIT
                   MOVE '"'         TO W-FLD-CHAR
               END-IF
           END-IF

           IF      W-FLD-CHAR = '\'
           AND     W-FORMAT-JSONL
               PERFORM SUB-2590-PUT-CHAR THRU SUB-2590-EXIT
           END-IF

           PERFORM SUB-2590-PUT-CHAR THRU SUB-2590-EXIT
           .
       SUB-2530-EXIT.
           EXIT.
      /
       SUB-2540-FIND-DIGIT.
      *-----------------------

           IF      W-FLD-EDIT(W-SCAN-DX:1) NOT = SPACE
               MOVE W-SCAN-DX       TO W-FLD-START
           END-IF
           .
       SUB-2540-EXIT.
           EXIT.
      /
       SUB-2550-START-FIELD.
      *------------------------

      **** THE SEPARATOR BEFORE EVERY FIELD BUT THE FIRST, THEN -- IN
      **** THE CSV HEADER ROW THE NAME ITSELF, IN JSON THE NAME AS
      **** THE KEY.

           IF      W-NOT-FIRST-FIELD
               MOVE ','             TO W-FLD-CHAR
               PERFORM SUB-2590-PUT-CHAR THRU SUB-2590-EXIT
           END-IF

           SET  W-NOT-FIRST-FIELD   TO TRUE

           IF      W-FORMAT-CSV
           AND     W-EMIT-VALUES
               GO TO SUB-2550-EXIT
           END-IF

           MOVE 0                   TO W-FLD-LEN

           PERFORM SUB-2560-SIZE-NAME THRU SUB-2560-EXIT
               VARYING W-SCAN-DX FROM 1 BY 1
                 UNTIL W-SCAN-DX > 24

           IF      W-FORMAT-JSONL
               MOVE '"'             TO W-FLD-CHAR
               PERFORM SUB-2590-PUT-CHAR THRU SUB-2590-EXIT
           END-IF

           MOVE W-FLD-NAME(1:W-FLD-LEN)
                              TO W-OUT-LINE(W-OUT-LEN + 1:W-FLD-LEN)
           ADD  W-FLD-LEN           TO W-OUT-LEN

           IF      W-FORMAT-JSONL
               MOVE '"'             TO W-FLD-CHAR
               PERFORM SUB-2590-PUT-CHAR THRU SUB-2590-EXIT
               MOVE ':'             TO W-FLD-CHAR
               PERFORM SUB-2590-PUT-CHAR THRU SUB-2590-EXIT
           END-IF
           .
       SUB-2550-EXIT.
           EXIT.
      /
       SUB-2560-SIZE-NAME.
      *----------------------

           IF      W-FLD-NAME(W-SCAN-DX:1) NOT = SPACE
               MOVE W-SCAN-DX       TO W-FLD-LEN
           END-IF
           .
       SUB-2560-EXIT.
           EXIT.
      /
       SUB-2590-PUT-CHAR.
      *---------------------

           ADD  1                   TO W-OUT-LEN
           MOVE W-FLD-CHAR          TO W-OUT-LINE(W-OUT-LEN:1)
           .
       SUB-2590-EXIT.
           EXIT.
      /
       SUB-3000-SAVE-STATE.
      *-----------------------

      **** EXPSTATE IS SMALL -- ONE LINE PER DATASET EVER EXPORTED
      **** INCREMENTALLY -- SO IT IS REWRITTEN WHOLE.

           IF      W-STATE-HIT = 0
               IF      W-STATE-COUNT >= W-STATE-MAX
                   DISPLAY 'CTLEXPRT EXPSTATE is full - high-water '
                       'mark not saved'
                   MOVE 16          TO RETURN-CODE
                   GO TO SUB-3000-EXIT
               END-IF
               ADD  1               TO W-STATE-COUNT
               MOVE W-STATE-COUNT   TO W-STATE-HIT
               SET  W-S-DX          TO W-STATE-HIT
               MOVE W-CONTROL-DSNAME
                                    TO STE-DATASET(W-S-DX)
           END-IF

           SET  W-S-DX              TO W-STATE-HIT
           MOVE W-NEW-STAMP         TO STE-STAMP(W-S-DX)
           MOVE W-NEW-SAME-SECOND   TO STE-SAME-SECOND(W-S-DX)
           MOVE W-RUN-STAMP         TO STE-EXPORTED-AT(W-S-DX)

           OPEN OUTPUT STATE-FILE

           IF      W-STATE-FILE-STATUS NOT = '00'
               DISPLAY 'CTLEXPRT unable to rewrite EXPSTATE - status '
                   W-STATE-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-3000-EXIT
           END-IF

           PERFORM SUB-3100-WRITE-STATE THRU SUB-3100-EXIT
               VARYING W-S-DX FROM 1 BY 1
                 UNTIL W-S-DX > W-STATE-COUNT

           CLOSE STATE-FILE
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-WRITE-STATE.
      *------------------------

           MOVE SPACES              TO STATE-RECORD
           MOVE STE-DATASET(W-S-DX) TO EXS-REC-DATASET
           MOVE STE-STAMP(W-S-DX)   TO EXS-REC-STAMP
           MOVE STE-SAME-SECOND(W-S-DX)
                                    TO EXS-REC-SAME-SECOND
           MOVE STE-EXPORTED-AT(W-S-DX)
                                    TO EXS-REC-EXPORTED-AT
           WRITE STATE-RECORD
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-6000-SHUT-DOWN.
      *-------------------

           DISPLAY 'CTLEXPRT dataset          : ' W-CONTROL-DSNAME
           DISPLAY 'CTLEXPRT format           : ' W-FORMAT
           DISPLAY 'CTLEXPRT mode             : ' W-MODE
           DISPLAY 'CTLEXPRT records read     : ' W-READ-COUNT
           DISPLAY 'CTLEXPRT records exported : ' W-EXPORT-COUNT

           IF      W-MODE-INCREMENTAL
           AND     W-NEW-STAMP NOT = LOW-VALUES
               DISPLAY 'CTLEXPRT exported through : ' W-NEW-STAMP
           END-IF

           IF      RETURN-CODE = 0
               DISPLAY 'CTLEXPRT completed'
           ELSE
               DISPLAY 'CTLEXPRT completed with errors'
           END-IF
           .
       SUB-6000-EXIT.
           EXIT.
