      *=========================== RETAIN ==============================*
      * Authors: Brian D Pead
      *
      * Description: Date-driven retention for application masters --
      *              the business-data counterpart of CRCPURGE and
      *              HSKPMGR, replacing the hand-written purge
      *              program rewritten every year.  The first three
      *              SYSIN cards name the master, the new master and
      *              the archive dataset.  The record layout comes
      *              from a LAYOUT card (or inline FIELD cards, as in
      *              DELTACHK); a DATE-FIELD card names the date each
      *              record is judged on, a RETENTION or CUTOFF card
      *              sets the cutoff, and optional STATUS cards limit
      *              the purge to records carrying given values of a
      *              status field (closed accounts, say).  Records
      *              dated before the cutoff -- with a selected
      *              status, when STATUS cards are present -- go to
      *              the archive; everything else is copied to the
      *              new master.  A record whose date cannot be
      *              parsed is always kept, as in CRCPURGE.
      *
      *              Proof of balance: once written, the new master
      *              and the archive are read back and kept plus
      *              archived must equal read, in record counts and
      *              in the totals of every field declared on an
      *              AMOUNT card.  Only a balanced run records the
      *              archive's CRC32 on CRCCTL.  RETURN-CODE 8 on any
      *              imbalance, 16 for a bad deck or an unusable
      *              dataset.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-10-10  1.0      First release
      * 2026-10-15  1.1      Refuse a layout carrying RECTYPE, WHEN or
      *                      OCCURS cards with RC 16 -- they were
      *                      being passed over when loaded from LAYOUTS
      *================================================================*

       PROCESS TRUNC(BIN)

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 RETAIN.

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

           SELECT MASTER-FILE
               ASSIGN TO DYNAMIC   W-MASTER-DSNAME
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-MASTER-FILE-STATUS.

           SELECT MASTER-BIN-FILE
               ASSIGN TO DYNAMIC   W-MASTER-DSNAME
               ORGANIZATION        SEQUENTIAL
               FILE STATUS IS      W-MASTER-FILE-STATUS.

           SELECT KEEP-FILE
               ASSIGN TO DYNAMIC   W-KEEP-DSNAME
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-KEEP-FILE-STATUS.

           SELECT KEEP-BIN-FILE
               ASSIGN TO DYNAMIC   W-KEEP-DSNAME
               ORGANIZATION        SEQUENTIAL
               FILE STATUS IS      W-KEEP-FILE-STATUS.

           SELECT ARCHIVE-FILE
               ASSIGN TO DYNAMIC   W-ARCHIVE-DSNAME
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-ARCHIVE-FILE-STATUS.

           SELECT ARCHIVE-BIN-FILE
               ASSIGN TO DYNAMIC   W-ARCHIVE-DSNAME
               ORGANIZATION        SEQUENTIAL
               FILE STATUS IS      W-ARCHIVE-FILE-STATUS.

           SELECT LAYOUT-FILE
               ASSIGN TO           'LAYOUTS'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-LAYREG-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  SYSIN-FILE.

       01  SYSIN-RECORD                PIC X(80).

       FD  MASTER-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
               DEPENDING ON        W-MASTER-REC-LEN.

       01  MASTER-RECORD               PIC X(32760).

       FD  MASTER-BIN-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
               DEPENDING ON        W-MASTER-REC-LEN.

       01  MASTER-BIN-RECORD           PIC X(32760).

       FD  KEEP-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
               DEPENDING ON        W-KEEP-REC-LEN.

       01  KEEP-RECORD                 PIC X(32760).

       FD  KEEP-BIN-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
               DEPENDING ON        W-KEEP-REC-LEN.

       01  KEEP-BIN-RECORD             PIC X(32760).

       FD  ARCHIVE-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
               DEPENDING ON        W-ARCHIVE-REC-LEN.

       01  ARCHIVE-RECORD              PIC X(32760).

       FD  ARCHIVE-BIN-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
               DEPENDING ON        W-ARCHIVE-REC-LEN.

       01  ARCHIVE-BIN-RECORD          PIC X(32760).

       FD  LAYOUT-FILE.

       01  LAYOUT-RECORD.
           05  LAY-REC-NAME            PIC X(16).
           05  LAY-REC-SEP             PIC X(01).
           05  LAY-REC-CARD            PIC X(80).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-CRC32-PROG             PIC X(08)       VALUE 'CRC32'.
       01  W-HEXDUMP-PROG           PIC X(08)       VALUE 'HEXDUMP'.
       01  W-GDGRES-PROG            PIC X(08)       VALUE 'GDGRES'.

       01  W-SYSIN-FILE-STATUS      PIC X(02).
       01  W-MASTER-FILE-STATUS     PIC X(02).
       01  W-KEEP-FILE-STATUS       PIC X(02).
       01  W-ARCHIVE-FILE-STATUS    PIC X(02).
       01  W-LAYREG-FILE-STATUS     PIC X(02).

       01  W-MASTER-DSNAME          PIC X(44).
       01  W-KEEP-DSNAME            PIC X(44).
       01  W-ARCHIVE-DSNAME         PIC X(44).
       01  W-MASTER-REC-LEN         PIC 9(05)  COMP.
       01  W-KEEP-REC-LEN           PIC 9(05)  COMP.
       01  W-ARCHIVE-REC-LEN        PIC 9(05)  COMP.

       01  W-RECORD-AREA            PIC X(32760).
       01  W-RECORD-LEN             PIC 9(05)  COMP.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-BINARY-MODE                        VALUE 'Y'.
           88  W-TEXT-MODE                          VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-SYSIN-EOF                          VALUE 'Y'.
           88  W-SYSIN-NOT-EOF                      VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-INPUT-EOF                          VALUE 'Y'.
           88  W-INPUT-NOT-EOF                      VALUE 'N'.

      **** WHICH PASS THE AMOUNT TOTALS ARE BEING TAKEN FOR: THE
      **** MASTER AS READ, OR THE NEW MASTER AND ARCHIVE AS READ
      **** BACK ONCE WRITTEN.

       01  W-PASS                   PIC X(01).
           88  W-PASS-READ                          VALUE 'R'.
           88  W-PASS-KEPT                          VALUE 'K'.
           88  W-PASS-ARCHIVE                       VALUE 'A'.

       01  W-CARD-KEYWORD           PIC X(11).
       01  W-CARD-OFFSET            PIC X(05).
       01  W-CARD-LENGTH            PIC X(05).
       01  W-CARD-RETENTION         PIC X(04).

      **** A LAYOUT CARD PULLS A NAMED ENTRY FROM THE LAYOUTS
      **** CENTRAL REGISTRY AFTER THE SYSIN CARDS FINISH; ONLY ITS
      **** FIELD CARDS MEAN ANYTHING HERE.

       01  W-LAYOUT-NAME            PIC X(16)       VALUE SPACES.
       01  W-LAYOUT-CARD-COUNT      PIC 9(05)  COMP VALUE 0.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-LAYOUT-REQUESTED                   VALUE 'Y'.
           88  W-LAYOUT-NOT-REQUESTED               VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-LAYOUT-LOADING                     VALUE 'Y'.
           88  W-LAYOUT-NOT-LOADING                 VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-LAYREG-EOF                         VALUE 'Y'.
           88  W-LAYREG-NOT-EOF                     VALUE 'N'.

      **** FIELD CARDS: NAME, 0-BASED BYTE OFFSET, LENGTH, TYPE.

       01  W-FIELD-MAX              PIC 9(04)  COMP VALUE 100.
       01  W-FIELD-COUNT            PIC 9(04)  COMP VALUE 0.
       01  W-FIELD-TABLE.
           05  W-FIELD-ENTRY       OCCURS 100      INDEXED W-F-DX.
               10  FLD-NAME        PIC X(12).
               10  FLD-OFFSET      PIC 9(05).
               10  FLD-LENGTH      PIC 9(05).
               10  FLD-TYPE        PIC X(06).
                   88  FLD-TYPE-CHAR                VALUE 'CHAR'.
                   88  FLD-TYPE-ZONED               VALUE 'ZONED'.
                   88  FLD-TYPE-PACKED              VALUE 'PACKED'.
                   88  FLD-TYPE-BINARY              VALUE 'BINARY'.
                   88  FLD-TYPE-DIGITS              VALUES 'CHAR'
                                                           'ZONED'.

       01  W-FIND-NAME              PIC X(12).
       01  W-FIND-HIT               PIC 9(04)  COMP.

      **** THE DATE FIELD, THE CUTOFF AND THE OPTIONAL STATUS
      **** SELECTION.  DATES ARE COMPARED AS YYYYMMDD NUMBERS.

       01  W-DATE-FIELD-NAME        PIC X(12)       VALUE SPACES.
       01  W-DATE-FLD               PIC 9(04)  COMP VALUE 0.

       01  W-RETENTION-VALUE        PIC 9(04)       VALUE 0.
       01  W-RETENTION-UNIT         PIC X(05)       VALUE SPACES.
           88  W-RETENTION-DAYS                     VALUE 'DAYS'.
           88  W-RETENTION-YEARS                    VALUE 'YEARS'.

       01  W-CUTOFF-DATE            PIC X(10)       VALUE SPACES.
       01  W-CUTOFF-NUM             PIC 9(08)       VALUE 0.

       01  W-STATUS-FIELD-NAME      PIC X(12)       VALUE SPACES.
       01  W-STATUS-FLD             PIC 9(04)  COMP VALUE 0.
       01  W-STATUS-MAX             PIC 9(04)  COMP VALUE 10.
       01  W-STATUS-COUNT           PIC 9(04)  COMP VALUE 0.
       01  W-STATUS-TABLE.
           05  W-STATUS-VALUE      OCCURS 10       INDEXED W-S-DX
                                    PIC X(16).

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-STATUS-SELECTED                    VALUE 'Y'.
           88  W-STATUS-NOT-SELECTED                VALUE 'N'.

      **** AMOUNT FIELDS TOTALLED ON EVERY PASS FOR THE PROOF OF
      **** BALANCE.  A VALUE THAT WILL NOT DECODE IS COUNTED AND
      **** ADDS NOTHING, ON EVERY PASS ALIKE, SO IT STILL BALANCES.

       01  W-AMOUNT-MAX             PIC 9(04)  COMP VALUE 10.
       01  W-AMOUNT-COUNT           PIC 9(04)  COMP VALUE 0.
       01  W-AMOUNT-TABLE.
           05  W-AMOUNT-ENTRY      OCCURS 10       INDEXED W-A-DX.
               10  AMT-NAME        PIC X(12).
               10  AMT-FLD         PIC 9(04)  COMP.
               10  AMT-READ-TOTAL  PIC S9(17) COMP.
               10  AMT-KEPT-TOTAL  PIC S9(17) COMP.
               10  AMT-ARCH-TOTAL  PIC S9(17) COMP.
               10  AMT-BAD-COUNT   PIC 9(09)  COMP.

       01  W-READ-COUNT             PIC 9(09)  COMP VALUE 0.
       01  W-KEPT-COUNT             PIC 9(09)  COMP VALUE 0.
       01  W-ARCHIVED-COUNT         PIC 9(09)  COMP VALUE 0.
       01  W-KEPT-BACK-COUNT        PIC 9(09)  COMP VALUE 0.
       01  W-ARCH-BACK-COUNT        PIC 9(09)  COMP VALUE 0.
       01  W-UNPARSED-COUNT         PIC 9(09)  COMP VALUE 0.
       01  W-HELD-COUNT             PIC 9(09)  COMP VALUE 0.
       01  W-IMBALANCE-COUNT        PIC 9(04)  COMP VALUE 0.

       01  W-NUM-VALUE              PIC S9(17).
       01  W-DIFFERENCE             PIC S9(17).

       01  W-ZONED-WORK             PIC X(18).
       01  W-ZONED-NUM REDEFINES W-ZONED-WORK
                                    PIC 9(18).
       01  W-PACKED-WORK            PIC X(09).
       01  W-PACKED-NUM REDEFINES W-PACKED-WORK
                                    PIC S9(17) COMP-3.
       01  W-PACKED-UNSIGNED REDEFINES W-PACKED-WORK
                                    PIC 9(17)  COMP-3.
       01  W-BINARY-WORK            PIC X(08)       VALUE LOW-VALUES.
       01  W-BINARY-NUM REDEFINES W-BINARY-WORK
                                    PIC 9(18)  COMP.

       01  W-FLD-POS                PIC 9(09)  COMP.
       01  W-FLD-LEN                PIC 9(09)  COMP.
       01  W-FLD-TYPE               PIC X(06).

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-VALUE-GOOD                         VALUE 'Y'.
           88  W-VALUE-BAD                          VALUE 'N'.

       01  W-DATE-YYYYMMDD.
           05  W-DATE-YYYY          PIC X(04).
           05  W-DATE-MM            PIC X(02).
           05  W-DATE-DD            PIC X(02).
       01  W-DATE-NUM REDEFINES W-DATE-YYYYMMDD
                                    PIC 9(08).
       01  W-DATE-PARTS REDEFINES W-DATE-YYYYMMDD.
           05  W-DATE-YYYY-NUM      PIC 9(04).
           05  W-DATE-MM-NUM        PIC 9(02).
           05  W-DATE-DD-NUM        PIC 9(02).

       01  W-DATE-INT               PIC 9(09)  COMP.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-DATE-GOOD                          VALUE 'Y'.
           88  W-DATE-BAD                           VALUE 'N'.

       01  W-CURRENT-DATE.
           05  W-CURRENT-DATE-YYYY  PIC X(04).
           05  W-CURRENT-DATE-MM    PIC X(02).
           05  W-CURRENT-DATE-DD    PIC X(02).
           05  FILLER               PIC X(13).

      **** THE ARCHIVE'S WHOLE-FILE CRC32 IS TAKEN AS IT IS READ
      **** BACK, AND CLOSED OUT WITH THE JOB AND DATASET NAMES SET
      **** (SO CRC32 RECORDS IT ON CRCCTL) ONLY WHEN THE RUN
      **** BALANCES.

       01  W-CRC32-PARAMETER.       COPY CRC32L.

       01  FILLER                   PIC X(01)       VALUE 'Y'.
           88  W-FIRST-ARCHIVE                      VALUE 'Y'.
           88  W-NOT-FIRST-ARCHIVE                  VALUE 'N'.

       01  W-HEXDUMP-PARAMETER.     COPY HEXDUMPL.

       01  W-GDGRES-PARAMETER.      COPY GDGRESL.

       01  W-ARCHIVE-CRC            PIC 9(09)  COMP.
       01  W-HEX-OUT                PIC X(08).

       01  W-DISPLAY-COUNT          PIC ZZZ,ZZZ,ZZ9.
       01  W-DISPLAY-AMOUNT         PIC ---,---,---,---,---,--9.
       01  W-DISPLAY-KEPT           PIC ---,---,---,---,---,--9.
       01  W-DISPLAY-ARCH           PIC ---,---,---,---,---,--9.

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
               PERFORM SUB-2000-SPLIT-MASTER THRU SUB-2000-EXIT
           END-IF

           IF      RETURN-CODE = 0
               PERFORM SUB-3000-READ-BACK-KEPT THRU SUB-3000-EXIT
           END-IF

           IF      RETURN-CODE = 0
               PERFORM SUB-3500-READ-BACK-ARCHIVE THRU SUB-3500-EXIT
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

           DISPLAY 'RETAIN   compiled on '
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

           PERFORM SUB-1300-CHECK-DECK THRU SUB-1300-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           IF      W-CUTOFF-DATE = SPACES
               PERFORM SUB-1400-SET-CUTOFF THRU SUB-1400-EXIT
           END-IF

           DISPLAY 'RETAIN   master     : ' W-MASTER-DSNAME
           DISPLAY 'RETAIN   new master : ' W-KEEP-DSNAME
           DISPLAY 'RETAIN   archive    : ' W-ARCHIVE-DSNAME

           IF      W-LAYOUT-REQUESTED
               DISPLAY 'RETAIN   layout     : ' W-LAYOUT-NAME
           END-IF

           IF      W-RETENTION-VALUE > 0
               DISPLAY 'RETAIN   retention  : ' W-RETENTION-VALUE
                   ' ' W-RETENTION-UNIT
           END-IF

           DISPLAY 'RETAIN   cutoff     : ' W-CUTOFF-DATE
               ' (' W-DATE-FIELD-NAME ' before this is archived)'

           IF      W-STATUS-COUNT > 0
               DISPLAY 'RETAIN   only when  : ' W-STATUS-FIELD-NAME
                   ' is one of'
               PERFORM SUB-1050-SHOW-STATUS THRU SUB-1050-EXIT
                   VARYING W-S-DX FROM 1 BY 1
                     UNTIL W-S-DX > W-STATUS-COUNT
           END-IF
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1050-SHOW-STATUS.
      *------------------------

           DISPLAY 'RETAIN                ' W-STATUS-VALUE(W-S-DX)
           .
       SUB-1050-EXIT.
           EXIT.
      /
       SUB-1100-READ-SYSIN.
      *----------------------

      **** THE FIRST THREE CARDS NAME THE MASTER, THE NEW MASTER
      **** AND THE ARCHIVE.  THEN, KEYWORD IN COLUMNS 1-11:
      ****   LAYOUT     LAYOUTS REGISTRY ENTRY IN 12-27
      ****   FIELD      AS IN DELTACHK: NAME 12-23, 0-BASED OFFSET
      ****              25-29, LENGTH 31-35, TYPE 37-42 (CHAR, ZONED,
      ****              PACKED OR BINARY)
      ****   DATE-FIELD NAME OF THE DATE FIELD IN 12-23 -- CHAR OR
      ****              ZONED YYYYMMDD (LENGTH 8), CHAR YYYY-MM-DD
      ****              (LENGTH 10, ANY SEPARATORS), OR A PACKED OR
      ****              BINARY YYYYMMDD NUMBER
      ****   RETENTION  PERIOD IN 12-15, UNIT DAYS (THE DEFAULT) OR
      ****              YEARS IN 17-21, COUNTED BACK FROM TODAY
      ****   CUTOFF     AN EXPLICIT CUTOFF DATE YYYY-MM-DD IN 12-21,
      ****              INSTEAD OF RETENTION
      ****   STATUS     STATUS FIELD NAME IN 12-23 AND ONE SELECTED
      ****              VALUE IN 25-40, ONE CARD PER VALUE
      ****   AMOUNT     NAME OF A FIELD TO BALANCE IN 12-23
      ****   RECORD-MODE
      ****              BINARY OR TEXT (THE DEFAULT) IN 13-18, FOR
      ****              ALL THREE DATASETS, AS IN FILECHK

           OPEN INPUT SYSIN-FILE

           READ SYSIN-FILE
               AT END
                   DISPLAY 'RETAIN   SYSIN is missing the master '
                       'dataset'
                   MOVE 16          TO RETURN-CODE
           END-READ

           IF      RETURN-CODE NOT = 0
               CLOSE SYSIN-FILE
               GO TO SUB-1100-EXIT
           END-IF

           MOVE SYSIN-RECORD(1:44)  TO W-MASTER-DSNAME

      **** A RELATIVE GDG NAME FOR THE MASTER RESOLVES TO THE
      **** ABSOLUTE ONE BEFORE ANYTHING OPENS, AS IN FILECHK.

           MOVE W-MASTER-DSNAME     TO GDG-INPUT-NAME

           CALL W-GDGRES-PROG    USING W-GDGRES-PARAMETER

           IF      NOT UTIL-RC-OK OF W-GDGRES-PARAMETER
               DISPLAY 'RETAIN   unable to resolve ' GDG-INPUT-NAME
                   ' - ' UTIL-MESSAGE OF W-GDGRES-PARAMETER
               MOVE 16              TO RETURN-CODE
               CLOSE SYSIN-FILE
               GO TO SUB-1100-EXIT
           END-IF

           IF      GDG-WAS-RESOLVED
               DISPLAY 'RETAIN   resolved ' GDG-INPUT-NAME
               DISPLAY 'RETAIN         to ' GDG-RESOLVED-NAME
           END-IF

           MOVE GDG-RESOLVED-NAME   TO W-MASTER-DSNAME

           READ SYSIN-FILE
               AT END
                   DISPLAY 'RETAIN   SYSIN is missing the new master '
                       'dataset'
                   MOVE 16          TO RETURN-CODE
           END-READ

           IF      RETURN-CODE NOT = 0
               CLOSE SYSIN-FILE
               GO TO SUB-1100-EXIT
           END-IF

           MOVE SYSIN-RECORD(1:44)  TO W-KEEP-DSNAME

           READ SYSIN-FILE
               AT END
                   DISPLAY 'RETAIN   SYSIN is missing the archive '
                       'dataset'
                   MOVE 16          TO RETURN-CODE
           END-READ

           IF      RETURN-CODE NOT = 0
               CLOSE SYSIN-FILE
               GO TO SUB-1100-EXIT
           END-IF

           MOVE SYSIN-RECORD(1:44)  TO W-ARCHIVE-DSNAME

           PERFORM SUB-1150-READ-CARD THRU SUB-1150-EXIT
               UNTIL W-SYSIN-EOF OR RETURN-CODE NOT = 0

           IF      RETURN-CODE = 0
           AND     W-LAYOUT-REQUESTED
               PERFORM SUB-1180-LOAD-LAYOUT THRU SUB-1180-EXIT
           END-IF

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

           PERFORM SUB-1155-TAKE-CARD THRU SUB-1155-EXIT
           .
       SUB-1150-EXIT.
           EXIT.
      /
       SUB-1155-TAKE-CARD.
      *----------------------

           MOVE SYSIN-RECORD(1:11)  TO W-CARD-KEYWORD

      **** RECTYPE, WHEN AND OCCURS CARDS DESCRIBE A FILE OF SEVERAL
      **** RECORD TYPES.  RETAIN JUDGES EVERY RECORD BY ONE FIXED
      **** DATE FIELD, SO A LAYOUT CARRYING THEM IS REFUSED RATHER
      **** THAN HAVING FIELDS APPLIED TO RECORDS THEY DO NOT
      **** DESCRIBE.

           IF      W-CARD-KEYWORD = 'RECTYPE'
           OR      W-CARD-KEYWORD = 'WHEN'
           OR      W-CARD-KEYWORD = 'OCCURS'
               IF      W-LAYOUT-LOADING
                   DISPLAY 'RETAIN   layout ' W-LAYOUT-NAME
                       ' refused - multi-record-type layouts are '
                       'not supported, card: ' W-CARD-KEYWORD
               ELSE
                   DISPLAY 'RETAIN   multi-record-type layouts '
                       'are not supported, card: ' W-CARD-KEYWORD
               END-IF
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1155-EXIT
           END-IF

           EVALUATE W-CARD-KEYWORD
               WHEN 'FIELD'
                   PERFORM SUB-1160-TAKE-FIELD THRU SUB-1160-EXIT

               WHEN 'LAYOUT'
                   IF      W-LAYOUT-LOADING
                       DISPLAY 'RETAIN   a registry layout may not '
                           'name another LAYOUT'
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       IF      W-LAYOUT-REQUESTED
                           DISPLAY 'RETAIN   only one LAYOUT card '
                               'is allowed'
                           MOVE 16  TO RETURN-CODE
                       ELSE
                           SET  W-LAYOUT-REQUESTED
                                    TO TRUE
                           MOVE SYSIN-RECORD(12:16)
                                    TO W-LAYOUT-NAME
                       END-IF
                   END-IF

               WHEN SPACES
                   CONTINUE

               WHEN OTHER
                   IF      W-LAYOUT-NOT-LOADING
                       PERFORM SUB-1170-TAKE-OPTION
                          THRU SUB-1170-EXIT
                   END-IF
           END-EVALUATE
           .
       SUB-1155-EXIT.
           EXIT.
      /
       SUB-1160-TAKE-FIELD.
      *-----------------------

           IF      W-FIELD-COUNT >= W-FIELD-MAX
               DISPLAY 'RETAIN   too many FIELD cards - limit '
                   W-FIELD-MAX
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1160-EXIT
           END-IF

           MOVE SYSIN-RECORD(25:5)  TO W-CARD-OFFSET
           MOVE SYSIN-RECORD(31:5)  TO W-CARD-LENGTH

           IF      W-CARD-OFFSET NOT NUMERIC
           OR      W-CARD-LENGTH NOT NUMERIC
               DISPLAY 'RETAIN   FIELD card offset/length not '
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

           IF      NOT FLD-TYPE-DIGITS(W-F-DX)
           AND     NOT FLD-TYPE-PACKED(W-F-DX)
           AND     NOT FLD-TYPE-BINARY(W-F-DX)
               DISPLAY 'RETAIN   FIELD card type must be CHAR, '
                   'ZONED, PACKED or BINARY: ' SYSIN-RECORD(37:6)
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1160-EXIT
           END-IF

           IF      FLD-LENGTH(W-F-DX) = 0
               DISPLAY 'RETAIN   FIELD card length must not be '
                   'zero: ' FLD-NAME(W-F-DX)
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1160-EXIT.
           EXIT.
      /
       SUB-1170-TAKE-OPTION.
      *------------------------

           EVALUATE W-CARD-KEYWORD
               WHEN 'DATE-FIELD'
                   MOVE SYSIN-RECORD(12:12)
                                    TO W-DATE-FIELD-NAME

               WHEN 'RETENTION'
                   MOVE SYSIN-RECORD(12:4)
                                    TO W-CARD-RETENTION
                   MOVE SYSIN-RECORD(17:5)
                                    TO W-RETENTION-UNIT
                   IF      W-RETENTION-UNIT = SPACES
                       SET  W-RETENTION-DAYS
                                    TO TRUE
                   END-IF
                   IF      W-CARD-RETENTION NOT NUMERIC
                       DISPLAY 'RETAIN   RETENTION value is not '
                           'numeric: ' W-CARD-RETENTION
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       MOVE W-CARD-RETENTION
                                    TO W-RETENTION-VALUE
                   END-IF
                   IF      NOT W-RETENTION-DAYS
                   AND     NOT W-RETENTION-YEARS
                       DISPLAY 'RETAIN   RETENTION unit must be DAYS '
                           'or YEARS: ' W-RETENTION-UNIT
                       MOVE 16      TO RETURN-CODE
                   END-IF

               WHEN 'CUTOFF'
                   MOVE SYSIN-RECORD(12:10)
                                    TO W-CUTOFF-DATE
                   MOVE W-CUTOFF-DATE(1:4)
                                    TO W-DATE-YYYY
                   MOVE W-CUTOFF-DATE(6:2)
                                    TO W-DATE-MM
                   MOVE W-CUTOFF-DATE(9:2)
                                    TO W-DATE-DD
                   PERFORM SUB-2350-CHECK-DATE THRU SUB-2350-EXIT
                   IF      W-DATE-BAD
                       DISPLAY 'RETAIN   CUTOFF must be a date '
                           'YYYY-MM-DD: ' W-CUTOFF-DATE
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       MOVE W-DATE-NUM
                                    TO W-CUTOFF-NUM
                   END-IF

               WHEN 'STATUS'
                   IF      W-STATUS-FIELD-NAME NOT = SPACES
                   AND     W-STATUS-FIELD-NAME NOT =
                           SYSIN-RECORD(12:12)
                       DISPLAY 'RETAIN   every STATUS card must '
                           'name the same field'
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       IF      W-STATUS-COUNT >= W-STATUS-MAX
                           DISPLAY 'RETAIN   too many STATUS cards '
                               '- limit ' W-STATUS-MAX
                           MOVE 16  TO RETURN-CODE
                       ELSE
                           MOVE SYSIN-RECORD(12:12)
                                    TO W-STATUS-FIELD-NAME
                           ADD  1   TO W-STATUS-COUNT
                           SET  W-S-DX
                                    TO W-STATUS-COUNT
                           MOVE SYSIN-RECORD(25:16)
                                    TO W-STATUS-VALUE(W-S-DX)
                       END-IF
                   END-IF

               WHEN 'AMOUNT'
                   IF      W-AMOUNT-COUNT >= W-AMOUNT-MAX
                       DISPLAY 'RETAIN   too many AMOUNT cards - '
                           'limit ' W-AMOUNT-MAX
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       ADD  1       TO W-AMOUNT-COUNT
                       SET  W-A-DX  TO W-AMOUNT-COUNT
                       MOVE SYSIN-RECORD(12:12)
                                    TO AMT-NAME(W-A-DX)
                       MOVE 0       TO AMT-FLD(W-A-DX)
                                       AMT-READ-TOTAL(W-A-DX)
                                       AMT-KEPT-TOTAL(W-A-DX)
                                       AMT-ARCH-TOTAL(W-A-DX)
                                       AMT-BAD-COUNT(W-A-DX)
                   END-IF

               WHEN 'RECORD-MODE'
                   IF      SYSIN-RECORD(13:6) = 'BINARY'
                       SET  W-BINARY-MODE
                                    TO TRUE
                   ELSE
                       IF      SYSIN-RECORD(13:4) NOT = 'TEXT'
                           DISPLAY 'RETAIN   RECORD-MODE must be '
                               'BINARY or TEXT: ' SYSIN-RECORD(13:6)
                           MOVE 16  TO RETURN-CODE
                       END-IF
                   END-IF

               WHEN OTHER
                   DISPLAY 'RETAIN   unknown SYSIN card: '
                       W-CARD-KEYWORD
                   MOVE 16          TO RETURN-CODE
           END-EVALUATE
           .
       SUB-1170-EXIT.
           EXIT.
      /
       SUB-1180-LOAD-LAYOUT.
      *------------------------

      **** PULL THE NAMED LAYOUT'S STORED CARD IMAGES FROM THE
      **** LAYOUTS REGISTRY AND RUN EACH THROUGH THE SAME CARD
      **** PROCESSING AS AN INLINE CARD.

           OPEN INPUT LAYOUT-FILE

           IF      W-LAYREG-FILE-STATUS NOT = '00'
               DISPLAY 'RETAIN   unable to open LAYOUTS - status '
                   W-LAYREG-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1180-EXIT
           END-IF

           SET  W-LAYOUT-LOADING    TO TRUE

           PERFORM SUB-1185-READ-LAYOUT-CARD THRU SUB-1185-EXIT
               UNTIL W-LAYREG-EOF OR RETURN-CODE NOT = 0

           SET  W-LAYOUT-NOT-LOADING
                                    TO TRUE

           CLOSE LAYOUT-FILE

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1180-EXIT
           END-IF

           IF      W-LAYOUT-CARD-COUNT = 0
               DISPLAY 'RETAIN   layout not found in LAYOUTS: '
                   W-LAYOUT-NAME
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1180-EXIT.
           EXIT.
      /
       SUB-1185-READ-LAYOUT-CARD.
      *------------------------------

           READ LAYOUT-FILE
               AT END
                   SET  W-LAYREG-EOF
                                    TO TRUE
                   GO TO SUB-1185-EXIT
           END-READ

           IF      LAY-REC-NAME NOT = W-LAYOUT-NAME
               GO TO SUB-1185-EXIT
           END-IF

           ADD  1                   TO W-LAYOUT-CARD-COUNT
           MOVE LAY-REC-CARD        TO SYSIN-RECORD

           PERFORM SUB-1155-TAKE-CARD THRU SUB-1155-EXIT
           .
       SUB-1185-EXIT.
           EXIT.
      /
       SUB-1300-CHECK-DECK.
      *-----------------------

      **** THE DECK IS COMPLETE: EVERY NAMED FIELD MUST BE DESCRIBED
      **** AND OF A TYPE THAT CAN SERVE ITS PURPOSE, AND THE NEW
      **** MASTER AND ARCHIVE MUST NOT OVERWRITE THE MASTER BEING
      **** READ.

           IF      W-KEEP-DSNAME = W-MASTER-DSNAME
           OR      W-ARCHIVE-DSNAME = W-MASTER-DSNAME
           OR      W-ARCHIVE-DSNAME = W-KEEP-DSNAME
               DISPLAY 'RETAIN   the master, new master and archive '
                   'must be three different datasets'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1300-EXIT
           END-IF

           IF      W-DATE-FIELD-NAME = SPACES
               DISPLAY 'RETAIN   SYSIN has no DATE-FIELD card'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1300-EXIT
           END-IF

           IF      W-CUTOFF-DATE = SPACES
           AND     W-RETENTION-VALUE = 0
               DISPLAY 'RETAIN   SYSIN needs a RETENTION period or a '
                   'CUTOFF date'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1300-EXIT
           END-IF

           IF      W-CUTOFF-DATE NOT = SPACES
           AND     W-RETENTION-VALUE > 0
               DISPLAY 'RETAIN   RETENTION and CUTOFF cannot both be '
                   'given'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1300-EXIT
           END-IF

           MOVE W-DATE-FIELD-NAME   TO W-FIND-NAME
           PERFORM SUB-1310-FIND-FIELD THRU SUB-1310-EXIT
           MOVE W-FIND-HIT          TO W-DATE-FLD

           IF      W-DATE-FLD = 0
               GO TO SUB-1300-EXIT
           END-IF

           SET  W-F-DX              TO W-DATE-FLD

           IF      (FLD-TYPE-DIGITS(W-F-DX)
               AND  FLD-LENGTH(W-F-DX) NOT = 8
               AND  FLD-LENGTH(W-F-DX) NOT = 10)
           OR      (FLD-TYPE-ZONED(W-F-DX)
               AND  FLD-LENGTH(W-F-DX) NOT = 8)
           OR      (FLD-TYPE-PACKED(W-F-DX)
               AND  FLD-LENGTH(W-F-DX) > 9)
           OR      (FLD-TYPE-BINARY(W-F-DX)
               AND  FLD-LENGTH(W-F-DX) > 8)
               DISPLAY 'RETAIN   DATE-FIELD ' W-DATE-FIELD-NAME
                   ' cannot hold a YYYYMMDD date as declared'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1300-EXIT
           END-IF

           IF      W-STATUS-COUNT > 0
               MOVE W-STATUS-FIELD-NAME
                                    TO W-FIND-NAME
               PERFORM SUB-1310-FIND-FIELD THRU SUB-1310-EXIT
               MOVE W-FIND-HIT      TO W-STATUS-FLD
               IF      W-STATUS-FLD = 0
                   GO TO SUB-1300-EXIT
               END-IF
               SET  W-F-DX          TO W-STATUS-FLD
               IF      FLD-LENGTH(W-F-DX) > 16
                   DISPLAY 'RETAIN   STATUS field ' W-STATUS-FIELD-NAME
                       ' is longer than 16 bytes'
                   MOVE 16          TO RETURN-CODE
                   GO TO SUB-1300-EXIT
               END-IF
           END-IF

           PERFORM SUB-1320-CHECK-AMOUNT THRU SUB-1320-EXIT
               VARYING W-A-DX FROM 1 BY 1
                 UNTIL W-A-DX > W-AMOUNT-COUNT
                    OR RETURN-CODE NOT = 0
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-1310-FIND-FIELD.
      *-----------------------

           MOVE 0                   TO W-FIND-HIT

           PERFORM SUB-1315-MATCH-FIELD THRU SUB-1315-EXIT
               VARYING W-F-DX FROM 1 BY 1
                 UNTIL W-F-DX > W-FIELD-COUNT
                    OR W-FIND-HIT > 0

           IF      W-FIND-HIT = 0
               DISPLAY 'RETAIN   field ' W-FIND-NAME
                   ' is not described by the layout or FIELD cards'
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1310-EXIT.
           EXIT.
      /
       SUB-1315-MATCH-FIELD.
      *------------------------

           IF      FLD-NAME(W-F-DX) = W-FIND-NAME
               SET  W-FIND-HIT      TO W-F-DX
           END-IF
           .
       SUB-1315-EXIT.
           EXIT.
      /
       SUB-1320-CHECK-AMOUNT.
      *-------------------------

           MOVE AMT-NAME(W-A-DX)    TO W-FIND-NAME
           PERFORM SUB-1310-FIND-FIELD THRU SUB-1310-EXIT
           MOVE W-FIND-HIT          TO AMT-FLD(W-A-DX)

           IF      W-FIND-HIT = 0
               GO TO SUB-1320-EXIT
           END-IF

           SET  W-F-DX              TO W-FIND-HIT

           IF      (FLD-TYPE-DIGITS(W-F-DX)
               AND  FLD-LENGTH(W-F-DX) > 18)
           OR      (FLD-TYPE-PACKED(W-F-DX)
               AND  FLD-LENGTH(W-F-DX) > 9)
           OR      (FLD-TYPE-BINARY(W-F-DX)
               AND  FLD-LENGTH(W-F-DX) > 8)
               DISPLAY 'RETAIN   AMOUNT field ' AMT-NAME(W-A-DX)
                   ' is too long to total'
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1320-EXIT.
           EXIT.
      /
       SUB-1400-SET-CUTOFF.
      *-----------------------

      **** COUNT THE RETENTION PERIOD BACK FROM TODAY.  A PERIOD IN
      **** YEARS KEEPS THE MONTH AND DAY, A 29 FEBRUARY FALLING BACK
      **** TO THE 28TH IN A YEAR WITHOUT ONE.

           MOVE FUNCTION CURRENT-DATE
                                    TO W-CURRENT-DATE

           MOVE W-CURRENT-DATE-YYYY TO W-DATE-YYYY
           MOVE W-CURRENT-DATE-MM   TO W-DATE-MM
           MOVE W-CURRENT-DATE-DD   TO W-DATE-DD

           IF      W-RETENTION-YEARS
               SUBTRACT W-RETENTION-VALUE
                                  FROM W-DATE-YYYY-NUM
               IF      W-DATE-MM = '02'
               AND     W-DATE-DD = '29'
                   MOVE '28'        TO W-DATE-DD
               END-IF
           ELSE
               COMPUTE W-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(W-DATE-NUM)
                       - W-RETENTION-VALUE
               MOVE FUNCTION DATE-OF-INTEGER(W-DATE-INT)
                                    TO W-DATE-NUM
           END-IF

           MOVE W-DATE-NUM          TO W-CUTOFF-NUM

           STRING W-DATE-YYYY '-' W-DATE-MM '-' W-DATE-DD
               DELIMITED BY SIZE INTO W-CUTOFF-DATE
           END-STRING
           .
       SUB-1400-EXIT.
           EXIT.
      /
       SUB-2000-SPLIT-MASTER.
      *-------------------------

      **** READ THE MASTER ONCE, WRITING EXPIRED RECORDS TO THE
      **** ARCHIVE AND EVERYTHING ELSE TO THE NEW MASTER.

           IF      W-BINARY-MODE
               OPEN INPUT MASTER-BIN-FILE
           ELSE
               OPEN INPUT MASTER-FILE
           END-IF

           IF      W-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'RETAIN   unable to open ' W-MASTER-DSNAME
                   ' - status ' W-MASTER-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-2000-EXIT
           END-IF

           IF      W-BINARY-MODE
               OPEN OUTPUT KEEP-BIN-FILE
           ELSE
               OPEN OUTPUT KEEP-FILE
           END-IF

           IF      W-KEEP-FILE-STATUS NOT = '00'
               DISPLAY 'RETAIN   unable to open ' W-KEEP-DSNAME
                   ' - status ' W-KEEP-FILE-STATUS
               PERFORM SUB-2050-CLOSE-MASTER THRU SUB-2050-EXIT
               MOVE 16              TO RETURN-CODE
               GO TO SUB-2000-EXIT
           END-IF

           IF      W-BINARY-MODE
               OPEN OUTPUT ARCHIVE-BIN-FILE
           ELSE
               OPEN OUTPUT ARCHIVE-FILE
           END-IF

           IF      W-ARCHIVE-FILE-STATUS NOT = '00'
               DISPLAY 'RETAIN   unable to open ' W-ARCHIVE-DSNAME
                   ' - status ' W-ARCHIVE-FILE-STATUS
               PERFORM SUB-2050-CLOSE-MASTER THRU SUB-2050-EXIT
               IF      W-BINARY-MODE
                   CLOSE KEEP-BIN-FILE
               ELSE
                   CLOSE KEEP-FILE
               END-IF
               MOVE 16              TO RETURN-CODE
               GO TO SUB-2000-EXIT
           END-IF

           SET  W-PASS-READ         TO TRUE
           SET  W-INPUT-NOT-EOF     TO TRUE

           PERFORM SUB-2100-READ-MASTER THRU SUB-2100-EXIT

           PERFORM SUB-2200-SPLIT-RECORD THRU SUB-2200-EXIT
               UNTIL W-INPUT-EOF

           PERFORM SUB-2050-CLOSE-MASTER THRU SUB-2050-EXIT

           IF      W-BINARY-MODE
               CLOSE KEEP-BIN-FILE
                     ARCHIVE-BIN-FILE
           ELSE
               CLOSE KEEP-FILE
                     ARCHIVE-FILE
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2050-CLOSE-MASTER.
      *-------------------------

           IF      W-BINARY-MODE
               CLOSE MASTER-BIN-FILE
           ELSE
               CLOSE MASTER-FILE
           END-IF
           .
       SUB-2050-EXIT.
           EXIT.
      /
       SUB-2100-READ-MASTER.
      *------------------------

           IF      W-BINARY-MODE
               READ MASTER-BIN-FILE
                   AT END
                       SET  W-INPUT-EOF
                                    TO TRUE
                       GO TO SUB-2100-EXIT
               END-READ
               MOVE MASTER-BIN-RECORD(1:W-MASTER-REC-LEN)
                                    TO W-RECORD-AREA
                                       (1:W-MASTER-REC-LEN)
           ELSE
               READ MASTER-FILE
                   AT END
                       SET  W-INPUT-EOF
                                    TO TRUE
                       GO TO SUB-2100-EXIT
               END-READ
               MOVE MASTER-RECORD(1:W-MASTER-REC-LEN)
                                    TO W-RECORD-AREA
                                       (1:W-MASTER-REC-LEN)
           END-IF

           MOVE W-MASTER-REC-LEN    TO W-RECORD-LEN
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-SPLIT-RECORD.
      *-------------------------

           ADD  1                   TO W-READ-COUNT

           PERFORM SUB-2400-TOTAL-AMOUNTS THRU SUB-2400-EXIT

           PERFORM SUB-2300-PARSE-DATE THRU SUB-2300-EXIT

           IF      W-DATE-BAD
               ADD  1               TO W-UNPARSED-COUNT
               PERFORM SUB-2250-KEEP-RECORD THRU SUB-2250-EXIT
               GO TO SUB-2200-NEXT
           END-IF

           IF      W-DATE-NUM NOT < W-CUTOFF-NUM
               PERFORM SUB-2250-KEEP-RECORD THRU SUB-2250-EXIT
               GO TO SUB-2200-NEXT
           END-IF

           IF      W-STATUS-COUNT > 0
               PERFORM SUB-2360-CHECK-STATUS THRU SUB-2360-EXIT
               IF      W-STATUS-NOT-SELECTED
                   ADD  1           TO W-HELD-COUNT
                   PERFORM SUB-2250-KEEP-RECORD THRU SUB-2250-EXIT
                   GO TO SUB-2200-NEXT
               END-IF
           END-IF

           ADD  1                   TO W-ARCHIVED-COUNT

           IF      W-BINARY-MODE
               MOVE W-RECORD-LEN    TO W-ARCHIVE-REC-LEN
               WRITE ARCHIVE-BIN-RECORD
                                  FROM W-RECORD-AREA(1:W-RECORD-LEN)
           ELSE
               MOVE W-RECORD-LEN    TO W-ARCHIVE-REC-LEN
               WRITE ARCHIVE-RECORD
                                  FROM W-RECORD-AREA(1:W-RECORD-LEN)
           END-IF
           .
       SUB-2200-NEXT.

           PERFORM SUB-2100-READ-MASTER THRU SUB-2100-EXIT
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2250-KEEP-RECORD.
      *------------------------

           ADD  1                   TO W-KEPT-COUNT
           MOVE W-RECORD-LEN        TO W-KEEP-REC-LEN

           IF      W-BINARY-MODE
               WRITE KEEP-BIN-RECORD
                                  FROM W-RECORD-AREA(1:W-RECORD-LEN)
           ELSE
               WRITE KEEP-RECORD  FROM W-RECORD-AREA(1:W-RECORD-LEN)
           END-IF
           .
       SUB-2250-EXIT.
           EXIT.
      /
       SUB-2300-PARSE-DATE.
      *-----------------------

      **** DECODE THE RECORD'S DATE INTO W-DATE-NUM AS YYYYMMDD.  A
      **** FIELD PAST THE END OF A SHORT RECORD, OR ONE THAT IS NOT
      **** A REAL CALENDAR DATE, LEAVES W-DATE-BAD SET.

           SET  W-DATE-BAD          TO TRUE
           SET  W-F-DX              TO W-DATE-FLD

           COMPUTE W-FLD-POS = FLD-OFFSET(W-F-DX) + 1
           MOVE FLD-LENGTH(W-F-DX)  TO W-FLD-LEN
           MOVE FLD-TYPE(W-F-DX)    TO W-FLD-TYPE

           IF      W-FLD-POS + W-FLD-LEN - 1 > W-RECORD-LEN
               GO TO SUB-2300-EXIT
           END-IF

           IF      FLD-TYPE-DIGITS(W-F-DX)
               IF      W-FLD-LEN = 8
                   MOVE W-RECORD-AREA(W-FLD-POS:8)
                                    TO W-DATE-YYYYMMDD
               ELSE
                   MOVE W-RECORD-AREA(W-FLD-POS:4)
                                    TO W-DATE-YYYY
                   MOVE W-RECORD-AREA(W-FLD-POS + 5:2)
                                    TO W-DATE-MM
                   MOVE W-RECORD-AREA(W-FLD-POS + 8:2)
                                    TO W-DATE-DD
               END-IF
           ELSE
               PERFORM SUB-2450-EXTRACT-VALUE THRU SUB-2450-EXIT
               IF      W-VALUE-BAD
               OR      W-NUM-VALUE < 0
               OR      W-NUM-VALUE > 99999999
                   GO TO SUB-2300-EXIT
               END-IF
               MOVE W-NUM-VALUE     TO W-DATE-NUM
           END-IF

           PERFORM SUB-2350-CHECK-DATE THRU SUB-2350-EXIT
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2350-CHECK-DATE.
      *-----------------------

           SET  W-DATE-BAD          TO TRUE

           IF      W-DATE-YYYYMMDD NOT NUMERIC
               GO TO SUB-2350-EXIT
           END-IF

           IF      W-DATE-YYYY-NUM < 1601
           OR      W-DATE-MM-NUM < 1
           OR      W-DATE-MM-NUM > 12
           OR      W-DATE-DD-NUM < 1
           OR      W-DATE-DD-NUM > 31
               GO TO SUB-2350-EXIT
           END-IF

           SET  W-DATE-GOOD         TO TRUE
           .
       SUB-2350-EXIT.
           EXIT.
      /
       SUB-2360-CHECK-STATUS.
      *-------------------------

           SET  W-STATUS-NOT-SELECTED
                                    TO TRUE
           SET  W-F-DX              TO W-STATUS-FLD

           COMPUTE W-FLD-POS = FLD-OFFSET(W-F-DX) + 1
           MOVE FLD-LENGTH(W-F-DX)  TO W-FLD-LEN

           IF      W-FLD-POS + W-FLD-LEN - 1 > W-RECORD-LEN
               GO TO SUB-2360-EXIT
           END-IF

           PERFORM SUB-2365-MATCH-STATUS THRU SUB-2365-EXIT
               VARYING W-S-DX FROM 1 BY 1
                 UNTIL W-S-DX > W-STATUS-COUNT
                    OR W-STATUS-SELECTED
           .
       SUB-2360-EXIT.
           EXIT.
      /
       SUB-2365-MATCH-STATUS.
      *-------------------------

           IF      W-RECORD-AREA(W-FLD-POS:W-FLD-LEN)
                 = W-STATUS-VALUE(W-S-DX)(1:W-FLD-LEN)
               SET  W-STATUS-SELECTED
                                    TO TRUE
           END-IF
           .
       SUB-2365-EXIT.
           EXIT.
      /
       SUB-2400-TOTAL-AMOUNTS.
      *--------------------------

           PERFORM SUB-2410-TOTAL-ONE THRU SUB-2410-EXIT
               VARYING W-A-DX FROM 1 BY 1
                 UNTIL W-A-DX > W-AMOUNT-COUNT
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2410-TOTAL-ONE.
      *----------------------

           SET  W-F-DX              TO AMT-FLD(W-A-DX)

           COMPUTE W-FLD-POS = FLD-OFFSET(W-F-DX) + 1
           MOVE FLD-LENGTH(W-F-DX)  TO W-FLD-LEN
           MOVE FLD-TYPE(W-F-DX)    TO W-FLD-TYPE

           PERFORM SUB-2450-EXTRACT-VALUE THRU SUB-2450-EXIT

           IF      W-VALUE-BAD
               IF      W-PASS-READ
                   ADD  1           TO AMT-BAD-COUNT(W-A-DX)
               END-IF
               GO TO SUB-2410-EXIT
           END-IF

           EVALUATE TRUE
               WHEN W-PASS-READ
                   ADD  W-NUM-VALUE TO AMT-READ-TOTAL(W-A-DX)
               WHEN W-PASS-KEPT
                   ADD  W-NUM-VALUE TO AMT-KEPT-TOTAL(W-A-DX)
               WHEN W-PASS-ARCHIVE
                   ADD  W-NUM-VALUE TO AMT-ARCH-TOTAL(W-A-DX)
           END-EVALUATE
           .
       SUB-2410-EXIT.
           EXIT.
      /
       SUB-2450-EXTRACT-VALUE.
      *---------------------------

      **** DECODE A NUMERIC FIELD OF W-RECORD-AREA INTO W-NUM-VALUE
      **** THE WAY BALRPT DOES: DIGITS, SIGNED PACKED, UNSIGNED
      **** BINARY.  A PACKED DATE IS USUALLY UNSIGNED, WITH AN F
      **** SIGN NIBBLE, SO THAT IS ACCEPTED TOO.

           SET  W-VALUE-BAD         TO TRUE

           IF      W-FLD-POS + W-FLD-LEN - 1 > W-RECORD-LEN
               GO TO SUB-2450-EXIT
           END-IF

           EVALUATE W-FLD-TYPE
               WHEN 'PACKED'
                   MOVE ALL X'00'   TO W-PACKED-WORK
                   MOVE W-RECORD-AREA(W-FLD-POS:W-FLD-LEN)
                       TO W-PACKED-WORK(10 - W-FLD-LEN:W-FLD-LEN)
                   IF      W-PACKED-NUM NUMERIC
                       MOVE W-PACKED-NUM
                                    TO W-NUM-VALUE
                       SET  W-VALUE-GOOD
                                    TO TRUE
                   ELSE
                       IF      W-PACKED-UNSIGNED NUMERIC
                           MOVE W-PACKED-UNSIGNED
                                    TO W-NUM-VALUE
                           SET  W-VALUE-GOOD
                                    TO TRUE
                       END-IF
                   END-IF

               WHEN 'BINARY'
                   MOVE ALL X'00'   TO W-BINARY-WORK
                   MOVE W-RECORD-AREA(W-FLD-POS:W-FLD-LEN)
                       TO W-BINARY-WORK(9 - W-FLD-LEN:W-FLD-LEN)
                   MOVE W-BINARY-NUM
                                    TO W-NUM-VALUE
                   SET  W-VALUE-GOOD
                                    TO TRUE

               WHEN OTHER
                   MOVE ALL '0'     TO W-ZONED-WORK
                   MOVE W-RECORD-AREA(W-FLD-POS:W-FLD-LEN)
                       TO W-ZONED-WORK(19 - W-FLD-LEN:W-FLD-LEN)
                   IF      W-ZONED-WORK NUMERIC
                       MOVE W-ZONED-NUM
                                    TO W-NUM-VALUE
                       SET  W-VALUE-GOOD
                                    TO TRUE
                   END-IF
           END-EVALUATE
           .
       SUB-2450-EXIT.
           EXIT.
      /
       SUB-3000-READ-BACK-KEPT.
      *---------------------------

      **** READ THE NEW MASTER BACK AS WRITTEN, COUNTING AND
      **** TOTALLING IT FOR THE PROOF OF BALANCE.

           IF      W-BINARY-MODE
               OPEN INPUT KEEP-BIN-FILE
           ELSE
               OPEN INPUT KEEP-FILE
           END-IF

           IF      W-KEEP-FILE-STATUS NOT = '00'
               DISPLAY 'RETAIN   unable to reopen ' W-KEEP-DSNAME
                   ' - status ' W-KEEP-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-3000-EXIT
           END-IF

           SET  W-PASS-KEPT         TO TRUE
           SET  W-INPUT-NOT-EOF     TO TRUE

           PERFORM SUB-3100-READ-KEPT THRU SUB-3100-EXIT

           PERFORM SUB-3200-TAKE-KEPT THRU SUB-3200-EXIT
               UNTIL W-INPUT-EOF

           IF      W-BINARY-MODE
               CLOSE KEEP-BIN-FILE
           ELSE
               CLOSE KEEP-FILE
           END-IF
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-READ-KEPT.
      *----------------------

           IF      W-BINARY-MODE
               READ KEEP-BIN-FILE
                   AT END
                       SET  W-INPUT-EOF
                                    TO TRUE
                       GO TO SUB-3100-EXIT
               END-READ
               MOVE KEEP-BIN-RECORD(1:W-KEEP-REC-LEN)
                                    TO W-RECORD-AREA
                                       (1:W-KEEP-REC-LEN)
           ELSE
               READ KEEP-FILE
                   AT END
                       SET  W-INPUT-EOF
                                    TO TRUE
                       GO TO SUB-3100-EXIT
               END-READ
               MOVE KEEP-RECORD(1:W-KEEP-REC-LEN)
                                    TO W-RECORD-AREA
                                       (1:W-KEEP-REC-LEN)
           END-IF

           MOVE W-KEEP-REC-LEN      TO W-RECORD-LEN
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3200-TAKE-KEPT.
      *----------------------

           ADD  1                   TO W-KEPT-BACK-COUNT

           PERFORM SUB-2400-TOTAL-AMOUNTS THRU SUB-2400-EXIT

           PERFORM SUB-3100-READ-KEPT THRU SUB-3100-EXIT
           .
       SUB-3200-EXIT.
           EXIT.
      /
       SUB-3500-READ-BACK-ARCHIVE.
      *------------------------------

      **** READ THE ARCHIVE BACK AS WRITTEN, COUNTING AND TOTALLING
      **** IT AND TAKING ITS WHOLE-FILE CRC32 RECORD BY RECORD, AS
      **** FILECHK DOES.

           IF      W-BINARY-MODE
               OPEN INPUT ARCHIVE-BIN-FILE
           ELSE
               OPEN INPUT ARCHIVE-FILE
           END-IF

           IF      W-ARCHIVE-FILE-STATUS NOT = '00'
               DISPLAY 'RETAIN   unable to reopen ' W-ARCHIVE-DSNAME
                   ' - status ' W-ARCHIVE-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-3500-EXIT
           END-IF

           SET  W-PASS-ARCHIVE      TO TRUE
           SET  W-INPUT-NOT-EOF     TO TRUE

           SET  CRC-VARIANT-IEEE    TO TRUE
           SET  CRC-CHECKPOINT-NO   TO TRUE
           MOVE 0                   TO CRC-SEED

           PERFORM SUB-3600-READ-ARCHIVE THRU SUB-3600-EXIT

           PERFORM SUB-3700-TAKE-ARCHIVE THRU SUB-3700-EXIT
               UNTIL W-INPUT-EOF

           IF      W-BINARY-MODE
               CLOSE ARCHIVE-BIN-FILE
           ELSE
               CLOSE ARCHIVE-FILE
           END-IF
           .
       SUB-3500-EXIT.
           EXIT.
      /
       SUB-3600-READ-ARCHIVE.
      *-------------------------

           IF      W-BINARY-MODE
               READ ARCHIVE-BIN-FILE
                   AT END
                       SET  W-INPUT-EOF
                                    TO TRUE
                       GO TO SUB-3600-EXIT
               END-READ
               MOVE ARCHIVE-BIN-RECORD(1:W-ARCHIVE-REC-LEN)
                                    TO W-RECORD-AREA
                                       (1:W-ARCHIVE-REC-LEN)
           ELSE
               READ ARCHIVE-FILE
                   AT END
                       SET  W-INPUT-EOF
                                    TO TRUE
                       GO TO SUB-3600-EXIT
               END-READ
               MOVE ARCHIVE-RECORD(1:W-ARCHIVE-REC-LEN)
                                    TO W-RECORD-AREA
                                       (1:W-ARCHIVE-REC-LEN)
           END-IF

           MOVE W-ARCHIVE-REC-LEN   TO W-RECORD-LEN
           .
       SUB-3600-EXIT.
           EXIT.
      /
       SUB-3700-TAKE-ARCHIVE.
      *-------------------------

           ADD  1                   TO W-ARCH-BACK-COUNT

           PERFORM SUB-2400-TOTAL-AMOUNTS THRU SUB-2400-EXIT

           IF      W-FIRST-ARCHIVE
               SET  CRC-STAGE-START TO TRUE
               SET  W-NOT-FIRST-ARCHIVE
                                    TO TRUE
           ELSE
               SET  CRC-STAGE-IN-PROCESS
                                    TO TRUE
           END-IF

           SET  CRC-BUFFER-PTR      TO ADDRESS OF W-RECORD-AREA
           MOVE W-RECORD-LEN        TO CRC-BUFFER-LEN

           CALL W-CRC32-PROG     USING W-CRC32-PARAMETER

           PERFORM SUB-3600-READ-ARCHIVE THRU SUB-3600-EXIT
           .
       SUB-3700-EXIT.
           EXIT.
      /
       SUB-4000-SHUT-DOWN.
      *-------------------

           IF      RETURN-CODE NOT = 0
               DISPLAY 'RETAIN   completed with errors'
               GO TO SUB-4000-EXIT
           END-IF

           DISPLAY 'RETAIN   ================================='
               '==============='
           DISPLAY 'RETAIN   RETENTION PROOF OF BALANCE'
           DISPLAY 'RETAIN   ================================='
               '==============='

           MOVE W-READ-COUNT        TO W-DISPLAY-COUNT
           DISPLAY 'RETAIN   records read       : ' W-DISPLAY-COUNT
           MOVE W-KEPT-BACK-COUNT   TO W-DISPLAY-COUNT
           DISPLAY 'RETAIN   records kept       : ' W-DISPLAY-COUNT
           MOVE W-ARCH-BACK-COUNT   TO W-DISPLAY-COUNT
           DISPLAY 'RETAIN   records archived   : ' W-DISPLAY-COUNT

           IF      W-UNPARSED-COUNT NOT = 0
               MOVE W-UNPARSED-COUNT
                                    TO W-DISPLAY-COUNT
               DISPLAY 'RETAIN   kept with unparseable dates : '
                   W-DISPLAY-COUNT
           END-IF

           IF      W-HELD-COUNT NOT = 0
               MOVE W-HELD-COUNT    TO W-DISPLAY-COUNT
               DISPLAY 'RETAIN   expired but kept for status : '
                   W-DISPLAY-COUNT
           END-IF

      **** THE PROOF: WHAT WAS READ BACK FROM THE TWO OUTPUTS MUST
      **** ACCOUNT FOR EVERY RECORD READ AND EVERY UNIT OF EVERY
      **** AMOUNT, AND MUST AGREE WITH WHAT THE SPLIT WROTE.

           IF      W-READ-COUNT = W-KEPT-BACK-COUNT + W-ARCH-BACK-COUNT
           AND     W-KEPT-BACK-COUNT = W-KEPT-COUNT
           AND     W-ARCH-BACK-COUNT = W-ARCHIVED-COUNT
               DISPLAY 'RETAIN   records    : read = kept + archived'
                   ' BALANCED'
           ELSE
               ADD  1               TO W-IMBALANCE-COUNT
               DISPLAY 'RETAIN   records    : **IMBALANCE** written '
                   W-KEPT-COUNT ' kept ' W-ARCHIVED-COUNT
                   ' archived, read back ' W-KEPT-BACK-COUNT
                   ' kept ' W-ARCH-BACK-COUNT ' archived'
           END-IF

           PERFORM SUB-4100-BALANCE-AMOUNT THRU SUB-4100-EXIT
               VARYING W-A-DX FROM 1 BY 1
                 UNTIL W-A-DX > W-AMOUNT-COUNT

           PERFORM SUB-4200-ARCHIVE-CRC THRU SUB-4200-EXIT

           IF      W-IMBALANCE-COUNT > 0
               DISPLAY 'RETAIN   ** NOT BALANCED - the new master '
                   'must not replace the master **'
               MOVE 8               TO RETURN-CODE
           END-IF

           DISPLAY 'RETAIN   completed'
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-4100-BALANCE-AMOUNT.
      *---------------------------

           COMPUTE W-DIFFERENCE = AMT-READ-TOTAL(W-A-DX)
                                - AMT-KEPT-TOTAL(W-A-DX)
                                - AMT-ARCH-TOTAL(W-A-DX)

           MOVE AMT-READ-TOTAL(W-A-DX)
                                    TO W-DISPLAY-AMOUNT
           MOVE AMT-KEPT-TOTAL(W-A-DX)
                                    TO W-DISPLAY-KEPT
           MOVE AMT-ARCH-TOTAL(W-A-DX)
                                    TO W-DISPLAY-ARCH

           DISPLAY 'RETAIN   ' AMT-NAME(W-A-DX)
               ' read ' W-DISPLAY-AMOUNT
           DISPLAY 'RETAIN                kept ' W-DISPLAY-KEPT
           DISPLAY 'RETAIN            archived ' W-DISPLAY-ARCH

           IF      W-DIFFERENCE = 0
               DISPLAY 'RETAIN                     BALANCED'
           ELSE
               ADD  1               TO W-IMBALANCE-COUNT
               DISPLAY 'RETAIN                     **IMBALANCE** '
                   'difference ' W-DIFFERENCE
           END-IF

           IF      AMT-BAD-COUNT(W-A-DX) NOT = 0
               MOVE AMT-BAD-COUNT(W-A-DX)
                                    TO W-DISPLAY-COUNT
               DISPLAY 'RETAIN     ** ' W-DISPLAY-COUNT
                   ' value(s) unreadable and excluded **'
           END-IF
           .
       SUB-4100-EXIT.
           EXIT.
      /
       SUB-4200-ARCHIVE-CRC.
      *------------------------

      **** CLOSE OUT THE ARCHIVE'S CRC32 WITH A ZERO-LENGTH CALL.
      **** ONLY A BALANCED RUN SETS THE JOB AND DATASET NAMES THAT
      **** HAVE CRC32 RECORD THE RESULT ON CRCCTL.

           IF      W-FIRST-ARCHIVE
               SET  CRC-STAGE-START-END
                                    TO TRUE
           ELSE
               SET  CRC-STAGE-END   TO TRUE
           END-IF

           MOVE 0                   TO CRC-BUFFER-LEN
           SET  CRC-BUFFER-PTR      TO NULL
           MOVE W-ARCH-BACK-COUNT   TO CRC-RECORD-COUNT

           IF      W-IMBALANCE-COUNT = 0
               MOVE 'RETAIN'        TO CRC-JOB-NAME
               MOVE W-ARCHIVE-DSNAME
                                    TO CRC-DATASET-NAME
           END-IF

           CALL W-CRC32-PROG     USING W-CRC32-PARAMETER

           MOVE CRC-CHECKSUM        TO W-ARCHIVE-CRC

           SET  HD-INPUT-PTR        TO ADDRESS OF W-ARCHIVE-CRC
           MOVE LENGTH OF W-ARCHIVE-CRC
                                    TO HD-INPUT-LEN
           SET  HD-OUTPUT-PTR       TO ADDRESS OF W-HEX-OUT

           CALL W-HEXDUMP-PROG   USING W-HEXDUMP-PARAMETER

           IF      W-IMBALANCE-COUNT = 0
               DISPLAY 'RETAIN   archive CRC32 ' W-HEX-OUT
                   ' recorded on CRCCTL'
           ELSE
               DISPLAY 'RETAIN   archive CRC32 ' W-HEX-OUT
                   ' NOT recorded - the run did not balance'
           END-IF
           .
       SUB-4200-EXIT.
           EXIT.
