      *=========================== PARRUN ==============================*
      * Authors: Brian D Pead
      *
      * Description: Parallel-run certification.  When an application
      *              program changes, the old and new versions run
      *              side by side and every output dataset of the
      *              release must be shown to agree.  PARRUN takes a
      *              deck of output pairs -- each a PAIR card with its
      *              OLD and NEW dataset cards, an optional LAYOUT or
      *              inline FIELD cards, and IGNORE cards naming the
      *              fields expected to differ from run to run (run
      *              date, job number) or EXCLUDE byte ranges -- and
      *              compares every pair record by record in one
      *              step.  Each pair is certified IDENTICAL (byte for
      *              byte), EQUIVALENT (equal once the ignored fields
      *              are blanked out of both sides) or DIFFERENT, and
      *              each differing pair gets a field-level sample of
      *              its first differing records in the DELTACHK
      *              style.  The run ends with a one-page
      *              certification of the whole release.
      *              RETURN-CODE 4 when any pair is genuinely
      *              different, 16 for a bad deck or a dataset that
      *              could not be opened (the release cannot then be
      *              certified at all).
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-10-09  1.0      First release
      * 2026-10-15  1.1      Refuse a layout carrying RECTYPE, WHEN or
      *                      OCCURS cards with RC 16 -- they were
      *                      being passed over when loaded from LAYOUTS
      *================================================================*

       PROCESS TRUNC(BIN)

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 PARRUN.

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

           SELECT OLD-FILE
               ASSIGN TO DYNAMIC   W-OLD-DSNAME
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-OLD-FILE-STATUS.

           SELECT OLD-BIN-FILE
               ASSIGN TO DYNAMIC   W-OLD-DSNAME
               ORGANIZATION        SEQUENTIAL
               FILE STATUS IS      W-OLD-FILE-STATUS.

           SELECT NEW-FILE
               ASSIGN TO DYNAMIC   W-NEW-DSNAME
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-NEW-FILE-STATUS.

           SELECT NEW-BIN-FILE
               ASSIGN TO DYNAMIC   W-NEW-DSNAME
               ORGANIZATION        SEQUENTIAL
               FILE STATUS IS      W-NEW-FILE-STATUS.

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

       FD  OLD-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
               DEPENDING ON        W-OLD-REC-LEN.

       01  OLD-RECORD                  PIC X(32760).

       FD  OLD-BIN-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
               DEPENDING ON        W-OLD-REC-LEN.

       01  OLD-BIN-RECORD              PIC X(32760).

       FD  NEW-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
               DEPENDING ON        W-NEW-REC-LEN.

       01  NEW-RECORD                  PIC X(32760).

       FD  NEW-BIN-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
               DEPENDING ON        W-NEW-REC-LEN.

       01  NEW-BIN-RECORD              PIC X(32760).

       FD  LAYOUT-FILE.

       01  LAYOUT-RECORD.
           05  LAY-REC-NAME            PIC X(16).
           05  LAY-REC-SEP             PIC X(01).
           05  LAY-REC-CARD            PIC X(80).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-HEXDUMP-PROG           PIC X(08)       VALUE 'HEXDUMP'.
       01  W-GDGRES-PROG            PIC X(08)       VALUE 'GDGRES'.
       01  W-STATWRT-PROG           PIC X(08)       VALUE 'STATWRT'.

       01  W-SYSIN-FILE-STATUS      PIC X(02).
       01  W-OLD-FILE-STATUS        PIC X(02).
       01  W-NEW-FILE-STATUS        PIC X(02).
       01  W-LAYREG-FILE-STATUS     PIC X(02).

       01  W-OLD-DSNAME             PIC X(44).
       01  W-NEW-DSNAME             PIC X(44).
       01  W-OLD-REC-LEN            PIC 9(05)  COMP.
       01  W-NEW-REC-LEN            PIC 9(05)  COMP.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-SYSIN-EOF                          VALUE 'Y'.
           88  W-SYSIN-NOT-EOF                      VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-OLD-EOF                            VALUE 'Y'.
           88  W-OLD-NOT-EOF                        VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-NEW-EOF                            VALUE 'Y'.
           88  W-NEW-NOT-EOF                        VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-BINARY-MODE                        VALUE 'Y'.
           88  W-TEXT-MODE                          VALUE 'N'.

       01  W-CARD-KEYWORD           PIC X(11).
       01  W-CARD-OFFSET            PIC X(05).
       01  W-CARD-LENGTH            PIC X(05).
       01  W-CARD-SAMPLE            PIC X(03).
       01  W-PAIR-LABEL             PIC X(16).

      **** THE RELEASE NAME (OPTIONAL RELEASE CARD) HEADS THE
      **** CERTIFICATION PAGE AND IDENTIFIES THE RUN ON GCUSTAT.

       01  W-RELEASE-NAME           PIC X(44)       VALUE SPACES.

      **** HOW MANY DIFFERING RECORDS OF EACH PAIR ARE SHOWN FIELD
      **** BY FIELD (SAMPLE CARD); THE REST ARE COUNTED ONLY.

       01  W-SAMPLE-MAX             PIC 9(03)       VALUE 5.
       01  W-SAMPLES-SHOWN          PIC 9(03)  COMP VALUE 0.

      **** ONE ENTRY PER PAIR CARD.  EACH PAIR'S FIELDS AND MASKS
      **** SIT TOGETHER IN THE SHARED FIELD AND MASK TABLES, FOUND
      **** THROUGH THE PAIR'S FIRST ENTRY AND COUNT -- THE CARDS OF
      **** ONE PAIR ARE ALWAYS TAKEN BEFORE THE NEXT PAIR BEGINS.

       01  W-PAIR-MAX               PIC 9(04)  COMP VALUE 50.
       01  W-PAIR-COUNT             PIC 9(04)  COMP VALUE 0.
       01  W-PAIR-TABLE.
           05  W-PAIR-ENTRY        OCCURS 50       INDEXED W-P-DX.
               10  PR-LABEL        PIC X(16).
               10  PR-OLD-DSNAME   PIC X(44).
               10  PR-NEW-DSNAME   PIC X(44).
               10  PR-LAYOUT       PIC X(16).
               10  PR-MODE         PIC X(01).
                   88  PR-BINARY-MODE               VALUE 'B'.
                   88  PR-TEXT-MODE                 VALUE 'T'.
               10  PR-FIELD-FIRST  PIC 9(04)  COMP.
               10  PR-FIELD-COUNT  PIC 9(04)  COMP.
               10  PR-MASK-FIRST   PIC 9(04)  COMP.
               10  PR-MASK-COUNT   PIC 9(04)  COMP.
               10  PR-OLD-RECORDS  PIC 9(09)  COMP.
               10  PR-NEW-RECORDS  PIC 9(09)  COMP.
               10  PR-SAME-COUNT   PIC 9(09)  COMP.
               10  PR-EQUIV-COUNT  PIC 9(09)  COMP.
               10  PR-DIFF-COUNT   PIC 9(09)  COMP.
               10  PR-VERDICT      PIC X(10).
                   88  PR-VERDICT-IDENTICAL         VALUE
                                                       'IDENTICAL'.
                   88  PR-VERDICT-EQUIVALENT        VALUE
                                                       'EQUIVALENT'.
                   88  PR-VERDICT-DIFFERENT         VALUE
                                                       'DIFFERENT'.
                   88  PR-VERDICT-NOT-RUN           VALUE
                                                       'NOT RUN'.

      **** FIELD CARDS DESCRIBE A PAIR'S RECORD LAYOUT AS IN
      **** DELTACHK: NAME, 0-BASED BYTE OFFSET, LENGTH, DISPLAY TYPE.

       01  W-FIELD-MAX              PIC 9(04)  COMP VALUE 500.
       01  W-FIELD-COUNT            PIC 9(04)  COMP VALUE 0.
       01  W-FIELD-LAST             PIC 9(04)  COMP.
       01  W-FIELD-TABLE.
           05  W-FIELD-ENTRY       OCCURS 500      INDEXED W-F-DX.
               10  FLD-NAME        PIC X(12).
               10  FLD-OFFSET      PIC 9(05).
               10  FLD-LENGTH      PIC 9(05).
               10  FLD-TYPE        PIC X(06).
                   88  FLD-TYPE-CHAR                VALUE 'CHAR'.
                   88  FLD-TYPE-HEX                 VALUES 'PACKED'
                                                          'BINARY'.

      **** MASKS ARE THE BYTE RANGES BLANKED OUT OF BOTH IMAGES
      **** BEFORE THE EQUIVALENCE TEST: ONE PER IGNORED FIELD
      **** (CARRYING THE FIELD NAME) AND ONE PER EXCLUDE CARD.

       01  W-MASK-MAX               PIC 9(04)  COMP VALUE 200.
       01  W-MASK-COUNT             PIC 9(04)  COMP VALUE 0.
       01  W-MASK-LAST              PIC 9(04)  COMP.
       01  W-MASK-NAME              PIC X(12).
       01  W-MASK-TABLE.
           05  W-MASK-ENTRY        OCCURS 200      INDEXED W-M-DX.
               10  MSK-NAME        PIC X(12).
               10  MSK-OFFSET      PIC 9(05).
               10  MSK-LENGTH      PIC 9(05).

      **** IGNORE CARDS NAME FIELDS THAT MAY NOT BE DESCRIBED UNTIL
      **** THE PAIR'S LAYOUT IS PULLED, SO THE NAMES ARE HELD HERE
      **** AND RESOLVED TO MASKS WHEN THE PAIR'S CARDS END.

       01  W-IGNORE-MAX             PIC 9(04)  COMP VALUE 20.
       01  W-IGNORE-COUNT           PIC 9(04)  COMP VALUE 0.
       01  W-IGNORE-TABLE.
           05  W-IGNORE-NAME       OCCURS 20       INDEXED W-I-DX
                                    PIC X(12).

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-IGNORE-FOUND                       VALUE 'Y'.
           88  W-IGNORE-NOT-FOUND                   VALUE 'N'.

      **** A LAYOUT CARD PULLS A NAMED ENTRY FROM THE LAYOUTS
      **** CENTRAL REGISTRY WHEN THE PAIR'S CARDS END; THE STORED
      **** CARD IMAGES RUN THROUGH THE SAME CARD PROCESSING AS
      **** INLINE FIELD, EXCLUDE AND IGNORE CARDS.

       01  W-LAYOUT-CARD-COUNT      PIC 9(05)  COMP VALUE 0.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-LAYOUT-LOADING                     VALUE 'Y'.
           88  W-LAYOUT-NOT-LOADING                 VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-LAYREG-EOF                         VALUE 'Y'.
           88  W-LAYREG-NOT-EOF                     VALUE 'N'.

      **** THE RECORDS IN HAND AND THEIR MASKED IMAGES.

       01  W-OLD-AREA               PIC X(32760).
       01  W-NEW-AREA               PIC X(32760).
       01  W-OLD-LEN                PIC 9(05)  COMP.
       01  W-NEW-LEN                PIC 9(05)  COMP.
       01  W-OLD-IMAGE              PIC X(32760).
       01  W-NEW-IMAGE              PIC X(32760).
       01  W-IMAGE-LEN              PIC 9(09)  COMP.
       01  W-MASK-POS               PIC 9(09)  COMP.
       01  W-MASK-LEN               PIC 9(09)  COMP.
       01  W-RECNO                  PIC 9(09)  COMP.

       01  W-FLD-POS                PIC 9(09)  COMP.
       01  W-FLD-LEN                PIC 9(09)  COMP.
       01  W-FIELDS-SHOWN           PIC 9(04)  COMP.
       01  W-OLD-VALUE              PIC X(64).
       01  W-NEW-VALUE              PIC X(64).
       01  W-OLD-VALUE-HEX          PIC X(128).
       01  W-NEW-VALUE-HEX          PIC X(128).

      **** WITH NO DIFFERING DECLARED FIELD TO SHOW, THE SAMPLE
      **** FALLS BACK TO THE FIRST DIFFERING BYTE AND UP TO 16 BYTES
      **** OF EACH SIDE FROM THERE.

       01  W-BYTE-POS               PIC 9(09)  COMP.
       01  W-DIFF-POS               PIC 9(09)  COMP.
       01  W-DIFF-OFFSET            PIC 9(05).
       01  W-SHORTER-LEN            PIC 9(09)  COMP.
       01  W-OLD-SHOW-LEN           PIC 9(09)  COMP.
       01  W-NEW-SHOW-LEN           PIC 9(09)  COMP.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-BYTE-FOUND                         VALUE 'Y'.
           88  W-BYTE-NOT-FOUND                     VALUE 'N'.

       01  W-HEXDUMP-PARAMETER.     COPY HEXDUMPL.

       01  W-GDGRES-PARAMETER.      COPY GDGRESL.

       01  W-STATWRT-PARAMETER.     COPY STATWRTL.

      **** RELEASE TOTALS FOR THE CERTIFICATION PAGE.

       01  W-IDENTICAL-PAIRS        PIC 9(04)  COMP VALUE 0.
       01  W-EQUIVALENT-PAIRS       PIC 9(04)  COMP VALUE 0.
       01  W-DIFFERENT-PAIRS        PIC 9(04)  COMP VALUE 0.
       01  W-NOT-RUN-PAIRS          PIC 9(04)  COMP VALUE 0.

       01  W-DISPLAY-PAIRS          PIC ZZ9.
       01  W-DISPLAY-COUNT          PIC ZZZ,ZZZ,ZZ9.
       01  W-DETAIL-NUM-1           PIC 9(04).
       01  W-DETAIL-NUM-2           PIC 9(04).
       01  W-DETAIL-NUM-3           PIC 9(04).

       01  W-CERT-HEADING.
           05  FILLER               PIC X(16)       VALUE 'PAIR'.
           05  FILLER               PIC X(12)       VALUE
                                                    '    OLD RECS'.
           05  FILLER               PIC X(12)       VALUE
                                                    '    NEW RECS'.
           05  FILLER               PIC X(12)       VALUE
                                                    '   IDENTICAL'.
           05  FILLER               PIC X(12)       VALUE
                                                    '  EQUIVALENT'.
           05  FILLER               PIC X(12)       VALUE
                                                    '   DIFFERENT'.
           05  FILLER               PIC X(12)       VALUE
                                                    '  VERDICT'.

       01  W-CERT-LINE.
           05  CRT-LABEL            PIC X(16).
           05  FILLER               PIC X(01)       VALUE SPACE.
           05  CRT-OLD-RECORDS      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(01)       VALUE SPACE.
           05  CRT-NEW-RECORDS      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(01)       VALUE SPACE.
           05  CRT-SAME-COUNT       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(01)       VALUE SPACE.
           05  CRT-EQUIV-COUNT      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(01)       VALUE SPACE.
           05  CRT-DIFF-COUNT       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  CRT-VERDICT          PIC X(10).

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
               PERFORM SUB-2000-COMPARE-PAIR THRU SUB-2000-EXIT
                   VARYING W-P-DX FROM 1 BY 1
                     UNTIL W-P-DX > W-PAIR-COUNT
           END-IF

           PERFORM SUB-3000-SHUT-DOWN THRU SUB-3000-EXIT
           .
       MAIN-EXIT.
           STOP RUN.
      /
       SUB-1000-START-UP.
      *------------------

           MOVE FUNCTION WHEN-COMPILED
                                    TO W-COMPILED-DATE

           DISPLAY 'PARRUN   compiled on '
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

           IF      W-PAIR-COUNT = 0
               DISPLAY 'PARRUN   SYSIN has no PAIR cards - nothing '
                   'to certify'
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-READ-SYSIN.
      *----------------------

      **** KEYWORD IN COLUMNS 1-11:
      ****   RELEASE    RELEASE NAME IN 12-55 FOR THE PAGE HEADING
      ****   SAMPLE     DIFFERING RECORDS SHOWN PER PAIR, 12-14
      ****              (DEFAULT 5)
      ****   PAIR       STARTS A PAIR, LABEL IN 12-27; THE CARDS
      ****              BELOW BELONG TO THE LATEST PAIR CARD
      ****   OLD        OLD-VERSION DATASET NAME IN 12-55
      ****   NEW        NEW-VERSION DATASET NAME IN 12-55
      ****   LAYOUT     LAYOUTS REGISTRY ENTRY IN 12-27
      ****   FIELD      AS IN DELTACHK: NAME 12-23, 0-BASED OFFSET
      ****              25-29, LENGTH 31-35, CHAR/PACKED/BINARY 37-42
      ****   EXCLUDE    0-BASED OFFSET 12-16, LENGTH 18-22
      ****   IGNORE     FIELD NAME IN 12-23, FROM THE PAIR'S LAYOUT
      ****              OR FIELD CARDS
      ****   RECORD-MODE
      ****              BINARY OR TEXT (THE DEFAULT) IN 13-18, FOR
      ****              BOTH DATASETS OF THE PAIR, AS IN FILECHK
      **** OLD AND NEW NAMES MAY USE RELATIVE GDG NOTATION.

           OPEN INPUT SYSIN-FILE

           PERFORM SUB-1150-READ-CARD THRU SUB-1150-EXIT
               UNTIL W-SYSIN-EOF OR RETURN-CODE NOT = 0

           IF      RETURN-CODE = 0
           AND     W-PAIR-COUNT > 0
               PERFORM SUB-1300-CLOSE-PAIR THRU SUB-1300-EXIT
           END-IF

           CLOSE SYSIN-FILE
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1140-RESOLVE-GDG.
      *------------------------

           CALL W-GDGRES-PROG    USING W-GDGRES-PARAMETER

           IF      NOT UTIL-RC-OK OF W-GDGRES-PARAMETER
               DISPLAY 'PARRUN   unable to resolve ' GDG-INPUT-NAME
                   ' - ' UTIL-MESSAGE OF W-GDGRES-PARAMETER
               MOVE GDG-INPUT-NAME  TO GDG-RESOLVED-NAME
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1140-EXIT
           END-IF

           IF      GDG-WAS-RESOLVED
               DISPLAY 'PARRUN   resolved ' GDG-INPUT-NAME
               DISPLAY 'PARRUN         to ' GDG-RESOLVED-NAME
           END-IF
           .
       SUB-1140-EXIT.
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
      **** RECORD TYPES.  PARRUN COMPARES EVERY RECORD OF A PAIR WITH
      **** ONE FIELD SET, SO A LAYOUT CARRYING THEM IS REFUSED
      **** RATHER THAN HAVING FIELDS APPLIED TO RECORDS THEY DO NOT
      **** DESCRIBE.

           IF      W-CARD-KEYWORD = 'RECTYPE'
           OR      W-CARD-KEYWORD = 'WHEN'
           OR      W-CARD-KEYWORD = 'OCCURS'
               IF      W-LAYOUT-LOADING
                   DISPLAY 'PARRUN   layout ' PR-LAYOUT(W-P-DX)
                       ' refused - multi-record-type layouts are '
                       'not supported, card: ' W-CARD-KEYWORD
               ELSE
                   DISPLAY 'PARRUN   multi-record-type layouts '
                       'are not supported, card: ' W-CARD-KEYWORD
               END-IF
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1155-EXIT
           END-IF

      **** A REGISTRY LAYOUT DESCRIBES A RECORD, NOT A RUN: ONLY ITS
      **** FIELD, EXCLUDE AND IGNORE CARDS MEAN ANYTHING HERE, AND
      **** CARDS KEPT FOR OTHER PROGRAMS ARE PASSED OVER.

           IF      W-LAYOUT-LOADING
               IF      W-CARD-KEYWORD = 'LAYOUT'
                   DISPLAY 'PARRUN   a registry layout may not name '
                       'another LAYOUT'
                   MOVE 16          TO RETURN-CODE
                   GO TO SUB-1155-EXIT
               END-IF
               IF      W-CARD-KEYWORD NOT = 'FIELD'
               AND     W-CARD-KEYWORD NOT = 'EXCLUDE'
               AND     W-CARD-KEYWORD NOT = 'IGNORE'
                   GO TO SUB-1155-EXIT
               END-IF
           END-IF

           EVALUATE W-CARD-KEYWORD
               WHEN 'PAIR'
                   PERFORM SUB-1200-OPEN-PAIR THRU SUB-1200-EXIT
                   GO TO SUB-1155-EXIT

               WHEN 'RELEASE'
                   MOVE SYSIN-RECORD(12:44)
                                    TO W-RELEASE-NAME
                   GO TO SUB-1155-EXIT

               WHEN 'SAMPLE'
                   MOVE SYSIN-RECORD(12:3)
                                    TO W-CARD-SAMPLE
                   IF      W-CARD-SAMPLE NOT NUMERIC
                       DISPLAY 'PARRUN   SAMPLE is not numeric: '
                           W-CARD-SAMPLE
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       MOVE W-CARD-SAMPLE
                                    TO W-SAMPLE-MAX
                   END-IF
                   GO TO SUB-1155-EXIT

               WHEN SPACES
                   GO TO SUB-1155-EXIT
           END-EVALUATE

           IF      W-PAIR-COUNT = 0
               DISPLAY 'PARRUN   ' W-CARD-KEYWORD
                   ' card found before the first PAIR card'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1155-EXIT
           END-IF

           EVALUATE W-CARD-KEYWORD
               WHEN 'OLD'
                   MOVE SYSIN-RECORD(12:44)
                                    TO PR-OLD-DSNAME(W-P-DX)

               WHEN 'NEW'
                   MOVE SYSIN-RECORD(12:44)
                                    TO PR-NEW-DSNAME(W-P-DX)

               WHEN 'FIELD'
                   PERFORM SUB-1160-TAKE-FIELD THRU SUB-1160-EXIT

               WHEN 'EXCLUDE'
                   PERFORM SUB-1170-TAKE-EXCLUDE THRU SUB-1170-EXIT

               WHEN 'IGNORE'
                   PERFORM SUB-1175-TAKE-IGNORE THRU SUB-1175-EXIT

               WHEN 'LAYOUT'
                   IF      PR-LAYOUT(W-P-DX) NOT = SPACES
                       DISPLAY 'PARRUN   only one LAYOUT card is '
                           'allowed per pair: ' PR-LABEL(W-P-DX)
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       MOVE SYSIN-RECORD(12:16)
                                    TO PR-LAYOUT(W-P-DX)
                   END-IF

               WHEN 'RECORD-MODE'
                   IF      SYSIN-RECORD(13:6) = 'BINARY'
                       SET  PR-BINARY-MODE(W-P-DX)
                                    TO TRUE
                   ELSE
                       IF      SYSIN-RECORD(13:4) NOT = 'TEXT'
                           DISPLAY 'PARRUN   RECORD-MODE must be '
                               'BINARY or TEXT: ' SYSIN-RECORD(13:6)
                           MOVE 16  TO RETURN-CODE
                       END-IF
                   END-IF

               WHEN OTHER
                   DISPLAY 'PARRUN   unknown SYSIN card: '
                       W-CARD-KEYWORD
                   MOVE 16          TO RETURN-CODE
           END-EVALUATE
           .
       SUB-1155-EXIT.
           EXIT.
      /
       SUB-1160-TAKE-FIELD.
      *-----------------------

           IF      W-FIELD-COUNT >= W-FIELD-MAX
               DISPLAY 'PARRUN   too many FIELD cards - limit '
                   W-FIELD-MAX
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1160-EXIT
           END-IF

           MOVE SYSIN-RECORD(25:5)  TO W-CARD-OFFSET
           MOVE SYSIN-RECORD(31:5)  TO W-CARD-LENGTH

           IF      W-CARD-OFFSET NOT NUMERIC
           OR      W-CARD-LENGTH NOT NUMERIC
               DISPLAY 'PARRUN   FIELD card offset/length not '
                   'numeric: ' SYSIN-RECORD(1:42)
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1160-EXIT
           END-IF

           ADD  1                   TO W-FIELD-COUNT
                                       PR-FIELD-COUNT(W-P-DX)
           SET  W-F-DX              TO W-FIELD-COUNT

           MOVE SYSIN-RECORD(12:12) TO FLD-NAME(W-F-DX)
           MOVE W-CARD-OFFSET       TO FLD-OFFSET(W-F-DX)
           MOVE W-CARD-LENGTH       TO FLD-LENGTH(W-F-DX)
           MOVE SYSIN-RECORD(37:6)  TO FLD-TYPE(W-F-DX)

           IF      NOT FLD-TYPE-CHAR(W-F-DX)
           AND     NOT FLD-TYPE-HEX(W-F-DX)
               DISPLAY 'PARRUN   FIELD card type must be CHAR, '
                   'PACKED or BINARY: ' SYSIN-RECORD(37:6)
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1160-EXIT
           END-IF

           IF      FLD-LENGTH(W-F-DX) = 0
           OR      FLD-LENGTH(W-F-DX) > 64
               DISPLAY 'PARRUN   FIELD card length must be 1-64: '
                   W-CARD-LENGTH
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1160-EXIT.
           EXIT.
      /
       SUB-1170-TAKE-EXCLUDE.
      *-------------------------

           MOVE SYSIN-RECORD(12:5)  TO W-CARD-OFFSET
           MOVE SYSIN-RECORD(18:5)  TO W-CARD-LENGTH

           IF      W-CARD-OFFSET NOT NUMERIC
           OR      W-CARD-LENGTH NOT NUMERIC
               DISPLAY 'PARRUN   EXCLUDE card offset/length not '
                   'numeric: ' SYSIN-RECORD(1:22)
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1170-EXIT
           END-IF

           IF      W-CARD-LENGTH = '00000'
               DISPLAY 'PARRUN   EXCLUDE card length must not be '
                   'zero'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1170-EXIT
           END-IF

           MOVE SPACES              TO W-MASK-NAME
           PERFORM SUB-1330-ADD-MASK THRU SUB-1330-EXIT
           .
       SUB-1170-EXIT.
           EXIT.
      /
       SUB-1175-TAKE-IGNORE.
      *------------------------

           IF      W-IGNORE-COUNT >= W-IGNORE-MAX
               DISPLAY 'PARRUN   too many IGNORE cards for pair '
                   PR-LABEL(W-P-DX) ' - limit ' W-IGNORE-MAX
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1175-EXIT
           END-IF

           IF      SYSIN-RECORD(12:12) = SPACES
               DISPLAY 'PARRUN   IGNORE card has no field name'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1175-EXIT
           END-IF

           ADD  1                   TO W-IGNORE-COUNT
           SET  W-I-DX              TO W-IGNORE-COUNT
           MOVE SYSIN-RECORD(12:12) TO W-IGNORE-NAME(W-I-DX)
           .
       SUB-1175-EXIT.
           EXIT.
      /
       SUB-1180-LOAD-LAYOUT.
      *------------------------

      **** PULL THE PAIR'S LAYOUT FROM THE LAYOUTS REGISTRY AND RUN
      **** EACH STORED CARD THROUGH THE SAME CARD PROCESSING AS AN
      **** INLINE CARD.

           OPEN INPUT LAYOUT-FILE

           IF      W-LAYREG-FILE-STATUS NOT = '00'
               DISPLAY 'PARRUN   unable to open LAYOUTS - status '
                   W-LAYREG-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1180-EXIT
           END-IF

           MOVE 0                   TO W-LAYOUT-CARD-COUNT
           SET  W-LAYREG-NOT-EOF    TO TRUE
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
               DISPLAY 'PARRUN   layout not found in LAYOUTS: '
                   PR-LAYOUT(W-P-DX)
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

           IF      LAY-REC-NAME NOT = PR-LAYOUT(W-P-DX)
               GO TO SUB-1185-EXIT
           END-IF

           ADD  1                   TO W-LAYOUT-CARD-COUNT
           MOVE LAY-REC-CARD        TO SYSIN-RECORD

           PERFORM SUB-1155-TAKE-CARD THRU SUB-1155-EXIT
           .
       SUB-1185-EXIT.
           EXIT.
      /
       SUB-1200-OPEN-PAIR.
      *----------------------

      **** A PAIR CARD FINISHES THE PREVIOUS PAIR, IF ANY, AND
      **** STARTS A NEW ENTRY WHOSE FIELDS AND MASKS BEGIN AT THE
      **** NEXT FREE TABLE SLOTS.  THE LABEL IS TAKEN FIRST -- THE
      **** PREVIOUS PAIR'S LAYOUT CARDS PASS THROUGH SYSIN-RECORD.

           MOVE SYSIN-RECORD(12:16) TO W-PAIR-LABEL

           IF      W-PAIR-COUNT > 0
               PERFORM SUB-1300-CLOSE-PAIR THRU SUB-1300-EXIT
               IF      RETURN-CODE NOT = 0
                   GO TO SUB-1200-EXIT
               END-IF
           END-IF

           IF      W-PAIR-COUNT >= W-PAIR-MAX
               DISPLAY 'PARRUN   too many PAIR cards - limit '
                   W-PAIR-MAX
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1200-EXIT
           END-IF

           IF      W-PAIR-LABEL = SPACES
               DISPLAY 'PARRUN   PAIR card has no label'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1200-EXIT
           END-IF

           ADD  1                   TO W-PAIR-COUNT
           SET  W-P-DX              TO W-PAIR-COUNT

           MOVE W-PAIR-LABEL        TO PR-LABEL(W-P-DX)
           MOVE SPACES              TO PR-OLD-DSNAME(W-P-DX)
                                       PR-NEW-DSNAME(W-P-DX)
                                       PR-LAYOUT(W-P-DX)
                                       PR-VERDICT(W-P-DX)
           SET  PR-TEXT-MODE(W-P-DX)
                                    TO TRUE
           COMPUTE PR-FIELD-FIRST(W-P-DX) = W-FIELD-COUNT + 1
           COMPUTE PR-MASK-FIRST(W-P-DX)  = W-MASK-COUNT + 1
           MOVE 0                   TO PR-FIELD-COUNT(W-P-DX)
                                       PR-MASK-COUNT(W-P-DX)
                                       PR-OLD-RECORDS(W-P-DX)
                                       PR-NEW-RECORDS(W-P-DX)
                                       PR-SAME-COUNT(W-P-DX)
                                       PR-EQUIV-COUNT(W-P-DX)
                                       PR-DIFF-COUNT(W-P-DX)
                                       W-IGNORE-COUNT
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-1300-CLOSE-PAIR.
      *-----------------------

      **** THE PAIR'S CARDS ARE ALL IN: CHECK IT NAMES BOTH
      **** DATASETS, RESOLVE ANY RELATIVE GDG NAMES, PULL ITS LAYOUT
      **** AND TURN ITS IGNORE NAMES INTO MASKS.

           IF      PR-OLD-DSNAME(W-P-DX) = SPACES
           OR      PR-NEW-DSNAME(W-P-DX) = SPACES
               DISPLAY 'PARRUN   pair ' PR-LABEL(W-P-DX)
                   ' needs both an OLD and a NEW card'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1300-EXIT
           END-IF

           MOVE PR-OLD-DSNAME(W-P-DX)
                                    TO GDG-INPUT-NAME
           PERFORM SUB-1140-RESOLVE-GDG THRU SUB-1140-EXIT
           MOVE GDG-RESOLVED-NAME   TO PR-OLD-DSNAME(W-P-DX)

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1300-EXIT
           END-IF

           MOVE PR-NEW-DSNAME(W-P-DX)
                                    TO GDG-INPUT-NAME
           PERFORM SUB-1140-RESOLVE-GDG THRU SUB-1140-EXIT
           MOVE GDG-RESOLVED-NAME   TO PR-NEW-DSNAME(W-P-DX)

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1300-EXIT
           END-IF

           IF      PR-LAYOUT(W-P-DX) NOT = SPACES
               PERFORM SUB-1180-LOAD-LAYOUT THRU SUB-1180-EXIT
               IF      RETURN-CODE NOT = 0
                   GO TO SUB-1300-EXIT
               END-IF
           END-IF

           COMPUTE W-FIELD-LAST = PR-FIELD-FIRST(W-P-DX)
                                + PR-FIELD-COUNT(W-P-DX) - 1

           PERFORM SUB-1310-RESOLVE-IGNORE THRU SUB-1310-EXIT
               VARYING W-I-DX FROM 1 BY 1
                 UNTIL W-I-DX > W-IGNORE-COUNT
                    OR RETURN-CODE NOT = 0
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-1310-RESOLVE-IGNORE.
      *---------------------------

      **** EVERY FIELD OF THE PAIR CARRYING THE IGNORED NAME
      **** BECOMES A MASK.  A NAME THE PAIR DOES NOT DESCRIBE IS A
      **** DECK ERROR -- SILENTLY IGNORING NOTHING WOULD LET A
      **** MISSPELT RUN-DATE FAIL EVERY PAIR.

           SET  W-IGNORE-NOT-FOUND  TO TRUE

           IF      PR-FIELD-COUNT(W-P-DX) > 0
               PERFORM SUB-1320-MATCH-IGNORE THRU SUB-1320-EXIT
                   VARYING W-F-DX FROM PR-FIELD-FIRST(W-P-DX) BY 1
                     UNTIL W-F-DX > W-FIELD-LAST
                        OR RETURN-CODE NOT = 0
           END-IF

           IF      RETURN-CODE = 0
           AND     W-IGNORE-NOT-FOUND
               DISPLAY 'PARRUN   IGNORE field ' W-IGNORE-NAME(W-I-DX)
                   ' is not described for pair ' PR-LABEL(W-P-DX)
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1310-EXIT.
           EXIT.
      /
       SUB-1320-MATCH-IGNORE.
      *-------------------------

           IF      FLD-NAME(W-F-DX) NOT = W-IGNORE-NAME(W-I-DX)
               GO TO SUB-1320-EXIT
           END-IF

           SET  W-IGNORE-FOUND      TO TRUE
           MOVE FLD-OFFSET(W-F-DX)  TO W-CARD-OFFSET
           MOVE FLD-LENGTH(W-F-DX)  TO W-CARD-LENGTH
           MOVE W-IGNORE-NAME(W-I-DX)
                                    TO W-MASK-NAME

           PERFORM SUB-1330-ADD-MASK THRU SUB-1330-EXIT
           .
       SUB-1320-EXIT.
           EXIT.
      /
       SUB-1330-ADD-MASK.
      *---------------------

           IF      W-MASK-COUNT >= W-MASK-MAX
               DISPLAY 'PARRUN   too many IGNORE and EXCLUDE masks '
                   '- limit ' W-MASK-MAX
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1330-EXIT
           END-IF

           ADD  1                   TO W-MASK-COUNT
                                       PR-MASK-COUNT(W-P-DX)
           SET  W-M-DX              TO W-MASK-COUNT

           MOVE W-MASK-NAME         TO MSK-NAME(W-M-DX)
           MOVE W-CARD-OFFSET       TO MSK-OFFSET(W-M-DX)
           MOVE W-CARD-LENGTH       TO MSK-LENGTH(W-M-DX)
           .
       SUB-1330-EXIT.
           EXIT.
      /
       SUB-2000-COMPARE-PAIR.
      *-------------------------

           MOVE PR-OLD-DSNAME(W-P-DX)
                                    TO W-OLD-DSNAME
           MOVE PR-NEW-DSNAME(W-P-DX)
                                    TO W-NEW-DSNAME

           IF      PR-BINARY-MODE(W-P-DX)
               SET  W-BINARY-MODE   TO TRUE
           ELSE
               SET  W-TEXT-MODE     TO TRUE
           END-IF

           DISPLAY 'PARRUN   '
           DISPLAY 'PARRUN   ================================='
           DISPLAY 'PARRUN   PAIR ' PR-LABEL(W-P-DX)
           DISPLAY 'PARRUN     old : ' W-OLD-DSNAME
           DISPLAY 'PARRUN     new : ' W-NEW-DSNAME

           IF      PR-LAYOUT(W-P-DX) NOT = SPACES
               DISPLAY 'PARRUN     layout in effect: '
                   PR-LAYOUT(W-P-DX)
           END-IF

           IF      PR-MASK-COUNT(W-P-DX) > 0
               COMPUTE W-MASK-LAST = PR-MASK-FIRST(W-P-DX)
                                   + PR-MASK-COUNT(W-P-DX) - 1
               PERFORM SUB-2050-SHOW-MASK THRU SUB-2050-EXIT
                   VARYING W-M-DX FROM PR-MASK-FIRST(W-P-DX) BY 1
                     UNTIL W-M-DX > W-MASK-LAST
           END-IF

           COMPUTE W-FIELD-LAST = PR-FIELD-FIRST(W-P-DX)
                                + PR-FIELD-COUNT(W-P-DX) - 1

           PERFORM SUB-2010-OPEN-PAIR THRU SUB-2010-EXIT

           IF      PR-VERDICT-NOT-RUN(W-P-DX)
               ADD  1               TO W-NOT-RUN-PAIRS
               GO TO SUB-2000-EXIT
           END-IF

           SET  W-OLD-NOT-EOF       TO TRUE
           SET  W-NEW-NOT-EOF       TO TRUE
           MOVE 0                   TO W-RECNO
                                       W-SAMPLES-SHOWN

           PERFORM SUB-2100-READ-OLD THRU SUB-2100-EXIT
           PERFORM SUB-2150-READ-NEW THRU SUB-2150-EXIT

           PERFORM SUB-2200-COMPARE-STEP THRU SUB-2200-EXIT
               UNTIL W-OLD-EOF AND W-NEW-EOF

           IF      W-BINARY-MODE
               CLOSE OLD-BIN-FILE
                     NEW-BIN-FILE
           ELSE
               CLOSE OLD-FILE
                     NEW-FILE
           END-IF

           EVALUATE TRUE
               WHEN PR-DIFF-COUNT(W-P-DX) > 0
                   SET  PR-VERDICT-DIFFERENT(W-P-DX)
                                    TO TRUE
                   ADD  1           TO W-DIFFERENT-PAIRS
               WHEN PR-EQUIV-COUNT(W-P-DX) > 0
                   SET  PR-VERDICT-EQUIVALENT(W-P-DX)
                                    TO TRUE
                   ADD  1           TO W-EQUIVALENT-PAIRS
               WHEN OTHER
                   SET  PR-VERDICT-IDENTICAL(W-P-DX)
                                    TO TRUE
                   ADD  1           TO W-IDENTICAL-PAIRS
           END-EVALUATE

           IF      PR-DIFF-COUNT(W-P-DX) > W-SAMPLES-SHOWN
               MOVE PR-DIFF-COUNT(W-P-DX)
                                    TO W-DISPLAY-COUNT
               MOVE W-SAMPLES-SHOWN TO W-DISPLAY-PAIRS
               DISPLAY 'PARRUN     ' W-DISPLAY-COUNT
                   ' differing records in all - the first '
                   W-DISPLAY-PAIRS ' shown'
           END-IF

           DISPLAY 'PARRUN     verdict: ' PR-VERDICT(W-P-DX)
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2010-OPEN-PAIR.
      *----------------------

      **** A DATASET THAT WILL NOT OPEN LEAVES THE PAIR NOT RUN --
      **** THE REST OF THE RELEASE IS STILL COMPARED, BUT THE
      **** CERTIFICATION CANNOT BE GIVEN.

           IF      W-BINARY-MODE
               OPEN INPUT OLD-BIN-FILE
           ELSE
               OPEN INPUT OLD-FILE
           END-IF

           IF      W-OLD-FILE-STATUS NOT = '00'
               DISPLAY 'PARRUN   unable to open ' W-OLD-DSNAME
                   ' - status ' W-OLD-FILE-STATUS
               SET  PR-VERDICT-NOT-RUN(W-P-DX)
                                    TO TRUE
               GO TO SUB-2010-EXIT
           END-IF

           IF      W-BINARY-MODE
               OPEN INPUT NEW-BIN-FILE
           ELSE
               OPEN INPUT NEW-FILE
           END-IF

           IF      W-NEW-FILE-STATUS NOT = '00'
               DISPLAY 'PARRUN   unable to open ' W-NEW-DSNAME
                   ' - status ' W-NEW-FILE-STATUS
               SET  PR-VERDICT-NOT-RUN(W-P-DX)
                                    TO TRUE
               IF      W-BINARY-MODE
                   CLOSE OLD-BIN-FILE
               ELSE
                   CLOSE OLD-FILE
               END-IF
           END-IF
           .
       SUB-2010-EXIT.
           EXIT.
      /
       SUB-2050-SHOW-MASK.
      *----------------------

           IF      MSK-NAME(W-M-DX) = SPACES
               DISPLAY 'PARRUN     excluded offset '
                   MSK-OFFSET(W-M-DX) ' length ' MSK-LENGTH(W-M-DX)
           ELSE
               DISPLAY 'PARRUN     ignored field ' MSK-NAME(W-M-DX)
                   ' offset ' MSK-OFFSET(W-M-DX)
                   ' length ' MSK-LENGTH(W-M-DX)
           END-IF
           .
       SUB-2050-EXIT.
           EXIT.
      /
       SUB-2100-READ-OLD.
      *---------------------

           IF      W-BINARY-MODE
               READ OLD-BIN-FILE
                   AT END
                       SET  W-OLD-EOF
                                    TO TRUE
                       GO TO SUB-2100-EXIT
               END-READ
               MOVE OLD-BIN-RECORD(1:W-OLD-REC-LEN)
                                    TO W-OLD-AREA(1:W-OLD-REC-LEN)
           ELSE
               READ OLD-FILE
                   AT END
                       SET  W-OLD-EOF
                                    TO TRUE
                       GO TO SUB-2100-EXIT
               END-READ
               MOVE OLD-RECORD(1:W-OLD-REC-LEN)
                                    TO W-OLD-AREA(1:W-OLD-REC-LEN)
           END-IF

           MOVE W-OLD-REC-LEN       TO W-OLD-LEN
           ADD  1                   TO PR-OLD-RECORDS(W-P-DX)
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2150-READ-NEW.
      *---------------------

           IF      W-BINARY-MODE
               READ NEW-BIN-FILE
                   AT END
                       SET  W-NEW-EOF
                                    TO TRUE
                       GO TO SUB-2150-EXIT
               END-READ
               MOVE NEW-BIN-RECORD(1:W-NEW-REC-LEN)
                                    TO W-NEW-AREA(1:W-NEW-REC-LEN)
           ELSE
               READ NEW-FILE
                   AT END
                       SET  W-NEW-EOF
                                    TO TRUE
                       GO TO SUB-2150-EXIT
               END-READ
               MOVE NEW-RECORD(1:W-NEW-REC-LEN)
                                    TO W-NEW-AREA(1:W-NEW-REC-LEN)
           END-IF

           MOVE W-NEW-REC-LEN       TO W-NEW-LEN
           ADD  1                   TO PR-NEW-RECORDS(W-P-DX)
           .
       SUB-2150-EXIT.
           EXIT.
      /
       SUB-2200-COMPARE-STEP.
      *-------------------------

      **** THE TWO VERSIONS OF AN OUTPUT ARE EXPECTED IN THE SAME
      **** ORDER, SO RECORDS ARE PAIRED BY POSITION.  A RECORD LEFT
      **** OVER ON EITHER SIDE ONCE THE OTHER ENDS IS A DIFFERENCE.

           ADD  1                   TO W-RECNO

           IF      W-NEW-EOF
               ADD  1               TO PR-DIFF-COUNT(W-P-DX)
               IF      W-SAMPLES-SHOWN < W-SAMPLE-MAX
                   ADD  1           TO W-SAMPLES-SHOWN
                   DISPLAY 'PARRUN     record ' W-RECNO
                       ' is only in the old dataset'
               END-IF
               PERFORM SUB-2100-READ-OLD THRU SUB-2100-EXIT
               GO TO SUB-2200-EXIT
           END-IF

           IF      W-OLD-EOF
               ADD  1               TO PR-DIFF-COUNT(W-P-DX)
               IF      W-SAMPLES-SHOWN < W-SAMPLE-MAX
                   ADD  1           TO W-SAMPLES-SHOWN
                   DISPLAY 'PARRUN     record ' W-RECNO
                       ' is only in the new dataset'
               END-IF
               PERFORM SUB-2150-READ-NEW THRU SUB-2150-EXIT
               GO TO SUB-2200-EXIT
           END-IF

           PERFORM SUB-2300-COMPARE-RECORDS THRU SUB-2300-EXIT

           PERFORM SUB-2100-READ-OLD THRU SUB-2100-EXIT
           PERFORM SUB-2150-READ-NEW THRU SUB-2150-EXIT
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-COMPARE-RECORDS.
      *----------------------------

           IF      W-OLD-LEN = W-NEW-LEN
           AND     W-OLD-AREA(1:W-OLD-LEN) = W-NEW-AREA(1:W-NEW-LEN)
               ADD  1               TO PR-SAME-COUNT(W-P-DX)
               GO TO SUB-2300-EXIT
           END-IF

      **** THE RAW RECORDS DIFFER: BLANK THE PAIR'S MASKS OUT OF
      **** BOTH IMAGES AND TRY AGAIN.

           MOVE SPACES              TO W-OLD-IMAGE W-NEW-IMAGE
           MOVE W-OLD-AREA(1:W-OLD-LEN)
                                    TO W-OLD-IMAGE(1:W-OLD-LEN)
           MOVE W-NEW-AREA(1:W-NEW-LEN)
                                    TO W-NEW-IMAGE(1:W-NEW-LEN)

           IF      PR-MASK-COUNT(W-P-DX) > 0
               MOVE W-OLD-LEN       TO W-IMAGE-LEN
               PERFORM SUB-2310-MASK-OLD-IMAGE THRU SUB-2310-EXIT
                   VARYING W-M-DX FROM PR-MASK-FIRST(W-P-DX) BY 1
                     UNTIL W-M-DX > W-MASK-LAST

               MOVE W-NEW-LEN       TO W-IMAGE-LEN
               PERFORM SUB-2320-MASK-NEW-IMAGE THRU SUB-2320-EXIT
                   VARYING W-M-DX FROM PR-MASK-FIRST(W-P-DX) BY 1
                     UNTIL W-M-DX > W-MASK-LAST

               IF      W-OLD-LEN = W-NEW-LEN
               AND     W-OLD-IMAGE(1:W-OLD-LEN)
                     = W-NEW-IMAGE(1:W-NEW-LEN)
                   ADD  1           TO PR-EQUIV-COUNT(W-P-DX)
                   GO TO SUB-2300-EXIT
               END-IF
           END-IF

           ADD  1                   TO PR-DIFF-COUNT(W-P-DX)

           IF      W-SAMPLES-SHOWN < W-SAMPLE-MAX
               PERFORM SUB-2400-SHOW-SAMPLE THRU SUB-2400-EXIT
           END-IF
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2310-MASK-OLD-IMAGE.
      *----------------------------

      **** BLANK ONE MASKED RANGE OUT OF THE OLD-SIDE IMAGE, CLIPPED
      **** TO THE RECORD LENGTH -- A RANGE PAST THE END OF A SHORT
      **** RECORD SIMPLY MASKS NOTHING.

           COMPUTE W-MASK-POS = MSK-OFFSET(W-M-DX) + 1

           IF      W-MASK-POS > W-IMAGE-LEN
               GO TO SUB-2310-EXIT
           END-IF

           MOVE MSK-LENGTH(W-M-DX)  TO W-MASK-LEN
           IF      W-MASK-POS + W-MASK-LEN - 1 > W-IMAGE-LEN
               COMPUTE W-MASK-LEN = W-IMAGE-LEN - W-MASK-POS + 1
           END-IF

           MOVE SPACES              TO
               W-OLD-IMAGE(W-MASK-POS:W-MASK-LEN)
           .
       SUB-2310-EXIT.
           EXIT.
      /
       SUB-2320-MASK-NEW-IMAGE.
      *----------------------------

           COMPUTE W-MASK-POS = MSK-OFFSET(W-M-DX) + 1

           IF      W-MASK-POS > W-IMAGE-LEN
               GO TO SUB-2320-EXIT
           END-IF

           MOVE MSK-LENGTH(W-M-DX)  TO W-MASK-LEN
           IF      W-MASK-POS + W-MASK-LEN - 1 > W-IMAGE-LEN
               COMPUTE W-MASK-LEN = W-IMAGE-LEN - W-MASK-POS + 1
           END-IF

           MOVE SPACES              TO
               W-NEW-IMAGE(W-MASK-POS:W-MASK-LEN)
           .
       SUB-2320-EXIT.
           EXIT.
      /
       SUB-2400-SHOW-SAMPLE.
      *------------------------

      **** SHOW ONE DIFFERING RECORD FIELD BY FIELD.  THE FIELDS ARE
      **** COMPARED ON THE MASKED IMAGES, SO AN IGNORED FIELD NEVER
      **** SHOWS UP AS A DIFFERENCE.  WITH NO DIFFERING DECLARED
      **** FIELD THE FIRST DIFFERING BYTES ARE SHOWN INSTEAD.

           ADD  1                   TO W-SAMPLES-SHOWN

           IF      W-OLD-LEN = W-NEW-LEN
               DISPLAY 'PARRUN     record ' W-RECNO ' differs'
           ELSE
               DISPLAY 'PARRUN     record ' W-RECNO
                   ' differs - old length ' W-OLD-LEN
                   ' new length ' W-NEW-LEN
           END-IF

           MOVE 0                   TO W-FIELDS-SHOWN

           IF      PR-FIELD-COUNT(W-P-DX) > 0
               PERFORM SUB-2410-COMPARE-FIELD THRU SUB-2410-EXIT
                   VARYING W-F-DX FROM PR-FIELD-FIRST(W-P-DX) BY 1
                     UNTIL W-F-DX > W-FIELD-LAST
           END-IF

           IF      W-FIELDS-SHOWN = 0
               PERFORM SUB-2420-SHOW-BYTES THRU SUB-2420-EXIT
           END-IF
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2410-COMPARE-FIELD.
      *--------------------------

      **** CHAR FIELDS AS THEMSELVES, PACKED/BINARY FIELDS AS HEX.
      **** A FIELD THAT RUNS PAST EITHER RECORD'S LENGTH IS SKIPPED.

           COMPUTE W-FLD-POS = FLD-OFFSET(W-F-DX) + 1
           MOVE FLD-LENGTH(W-F-DX)  TO W-FLD-LEN

           IF      W-FLD-POS + W-FLD-LEN - 1 > W-OLD-LEN
           OR      W-FLD-POS + W-FLD-LEN - 1 > W-NEW-LEN
               GO TO SUB-2410-EXIT
           END-IF

           IF      W-OLD-IMAGE(W-FLD-POS:W-FLD-LEN)
                 = W-NEW-IMAGE(W-FLD-POS:W-FLD-LEN)
               GO TO SUB-2410-EXIT
           END-IF

           ADD  1                   TO W-FIELDS-SHOWN

           IF      FLD-TYPE-CHAR(W-F-DX)
               MOVE SPACES          TO W-OLD-VALUE W-NEW-VALUE
               MOVE W-OLD-IMAGE(W-FLD-POS:W-FLD-LEN)
                                    TO W-OLD-VALUE
               MOVE W-NEW-IMAGE(W-FLD-POS:W-FLD-LEN)
                                    TO W-NEW-VALUE
               DISPLAY 'PARRUN       field ' FLD-NAME(W-F-DX)
                   ' old=' W-OLD-VALUE(1:W-FLD-LEN)
                   ' new=' W-NEW-VALUE(1:W-FLD-LEN)
           ELSE
               MOVE SPACES          TO W-OLD-VALUE-HEX
                                       W-NEW-VALUE-HEX

               SET  HD-INPUT-PTR    TO ADDRESS OF
                                       W-OLD-IMAGE(W-FLD-POS:1)
               MOVE W-FLD-LEN       TO HD-INPUT-LEN
               SET  HD-OUTPUT-PTR   TO ADDRESS OF W-OLD-VALUE-HEX
               CALL W-HEXDUMP-PROG USING W-HEXDUMP-PARAMETER

               SET  HD-INPUT-PTR    TO ADDRESS OF
                                       W-NEW-IMAGE(W-FLD-POS:1)
               SET  HD-OUTPUT-PTR   TO ADDRESS OF W-NEW-VALUE-HEX
               CALL W-HEXDUMP-PROG USING W-HEXDUMP-PARAMETER

               DISPLAY 'PARRUN       field ' FLD-NAME(W-F-DX)
                   ' old=X''' W-OLD-VALUE-HEX(1:W-FLD-LEN * 2)
                   ''' new=X''' W-NEW-VALUE-HEX(1:W-FLD-LEN * 2)
                   ''''
           END-IF
           .
       SUB-2410-EXIT.
           EXIT.
      /
       SUB-2420-SHOW-BYTES.
      *-----------------------

           IF      W-OLD-LEN < W-NEW-LEN
               MOVE W-OLD-LEN       TO W-SHORTER-LEN
           ELSE
               MOVE W-NEW-LEN       TO W-SHORTER-LEN
           END-IF

           SET  W-BYTE-NOT-FOUND    TO TRUE

           PERFORM SUB-2425-SCAN-BYTE THRU SUB-2425-EXIT
               VARYING W-BYTE-POS FROM 1 BY 1
                 UNTIL W-BYTE-POS > W-SHORTER-LEN
                    OR W-BYTE-FOUND

           IF      W-BYTE-NOT-FOUND
               DISPLAY 'PARRUN       the records agree for their '
                   'first ' W-SHORTER-LEN ' bytes'
               GO TO SUB-2420-EXIT
           END-IF

      **** UP TO 16 BYTES OF EACH SIDE FROM THE FIRST DIFFERENCE,
      **** FEWER WHERE THE RECORD ENDS SOONER.

           COMPUTE W-DIFF-OFFSET = W-DIFF-POS - 1
           COMPUTE W-OLD-SHOW-LEN = W-OLD-LEN - W-DIFF-POS + 1
           IF      W-OLD-SHOW-LEN > 16
               MOVE 16              TO W-OLD-SHOW-LEN
           END-IF
           COMPUTE W-NEW-SHOW-LEN = W-NEW-LEN - W-DIFF-POS + 1
           IF      W-NEW-SHOW-LEN > 16
               MOVE 16              TO W-NEW-SHOW-LEN
           END-IF

           MOVE SPACES              TO W-OLD-VALUE-HEX
                                       W-NEW-VALUE-HEX

           SET  HD-INPUT-PTR        TO ADDRESS OF
                                       W-OLD-IMAGE(W-DIFF-POS:1)
           MOVE W-OLD-SHOW-LEN      TO HD-INPUT-LEN
           SET  HD-OUTPUT-PTR       TO ADDRESS OF W-OLD-VALUE-HEX
           CALL W-HEXDUMP-PROG   USING W-HEXDUMP-PARAMETER

           SET  HD-INPUT-PTR        TO ADDRESS OF
                                       W-NEW-IMAGE(W-DIFF-POS:1)
           MOVE W-NEW-SHOW-LEN      TO HD-INPUT-LEN
           SET  HD-OUTPUT-PTR       TO ADDRESS OF W-NEW-VALUE-HEX
           CALL W-HEXDUMP-PROG   USING W-HEXDUMP-PARAMETER

           DISPLAY 'PARRUN       first difference at offset '
               W-DIFF-OFFSET
           DISPLAY 'PARRUN       old=X'''
               W-OLD-VALUE-HEX(1:W-OLD-SHOW-LEN * 2) ''''
           DISPLAY 'PARRUN       new=X'''
               W-NEW-VALUE-HEX(1:W-NEW-SHOW-LEN * 2) ''''
           .
       SUB-2420-EXIT.
           EXIT.
      /
       SUB-2425-SCAN-BYTE.
      *----------------------

           IF      W-OLD-IMAGE(W-BYTE-POS:1)
               NOT = W-NEW-IMAGE(W-BYTE-POS:1)
               SET  W-BYTE-FOUND    TO TRUE
               MOVE W-BYTE-POS      TO W-DIFF-POS
           END-IF
           .
       SUB-2425-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           IF      RETURN-CODE NOT = 0
               DISPLAY 'PARRUN   completed with errors'
               GO TO SUB-3000-EXIT
           END-IF

           PERFORM SUB-3100-CERTIFICATION THRU SUB-3100-EXIT

      **** SIGNAL THE OUTCOME THROUGH STATWRT: PASS ONLY WHEN EVERY
      **** PAIR WAS COMPARED AND NONE WAS GENUINELY DIFFERENT.

           MOVE 'PARRUN'            TO STW-PROGRAM
           MOVE W-RELEASE-NAME      TO STW-DATASET
           IF      STW-DATASET = SPACES
               MOVE 'PARALLEL RUN'  TO STW-DATASET
           END-IF
           MOVE SPACES              TO STW-CHECKSUM

           MOVE W-DIFFERENT-PAIRS   TO W-DETAIL-NUM-1
           MOVE W-NOT-RUN-PAIRS     TO W-DETAIL-NUM-2
           MOVE W-PAIR-COUNT        TO W-DETAIL-NUM-3

           EVALUATE TRUE
               WHEN W-NOT-RUN-PAIRS > 0
                   SET  STW-RESULT-ERROR
                                    TO TRUE
               WHEN W-DIFFERENT-PAIRS > 0
                   SET  STW-RESULT-FAIL
                                    TO TRUE
               WHEN OTHER
                   SET  STW-RESULT-PASS
                                    TO TRUE
           END-EVALUATE

           STRING W-DETAIL-NUM-3 ' pairs, '
                  W-DETAIL-NUM-1 ' different, '
                  W-DETAIL-NUM-2 ' not run'
               DELIMITED BY SIZE INTO STW-DETAIL
           END-STRING

           CALL W-STATWRT-PROG   USING W-STATWRT-PARAMETER

           EVALUATE TRUE
               WHEN W-NOT-RUN-PAIRS > 0
                   MOVE 16          TO RETURN-CODE
               WHEN W-DIFFERENT-PAIRS > 0
                   MOVE 4           TO RETURN-CODE
               WHEN OTHER
                   MOVE 0           TO RETURN-CODE
           END-EVALUATE

           DISPLAY 'PARRUN   completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-CERTIFICATION.
      *--------------------------

      **** THE ONE-PAGE CERTIFICATION: A LINE PER PAIR WITH ITS
      **** RECORD COUNTS AND VERDICT, THEN THE RELEASE VERDICT.

           DISPLAY 'PARRUN   '
           DISPLAY 'PARRUN   ========================================'
               '========================================='
           DISPLAY 'PARRUN   PARALLEL-RUN CERTIFICATION'
           IF      W-RELEASE-NAME NOT = SPACES
               DISPLAY 'PARRUN   release : ' W-RELEASE-NAME
           END-IF
           DISPLAY 'PARRUN   ========================================'
               '========================================='
           DISPLAY 'PARRUN   ' W-CERT-HEADING

           PERFORM SUB-3150-CERTIFY-PAIR THRU SUB-3150-EXIT
               VARYING W-P-DX FROM 1 BY 1
                 UNTIL W-P-DX > W-PAIR-COUNT

           DISPLAY 'PARRUN   ----------------------------------------'
               '-----------------------------------------'

           MOVE W-PAIR-COUNT        TO W-DISPLAY-PAIRS
           DISPLAY 'PARRUN   pairs compared : ' W-DISPLAY-PAIRS
           MOVE W-IDENTICAL-PAIRS   TO W-DISPLAY-PAIRS
           DISPLAY 'PARRUN   identical      : ' W-DISPLAY-PAIRS
           MOVE W-EQUIVALENT-PAIRS  TO W-DISPLAY-PAIRS
           DISPLAY 'PARRUN   equivalent     : ' W-DISPLAY-PAIRS
           MOVE W-DIFFERENT-PAIRS   TO W-DISPLAY-PAIRS
           DISPLAY 'PARRUN   different      : ' W-DISPLAY-PAIRS
           IF      W-NOT-RUN-PAIRS > 0
               MOVE W-NOT-RUN-PAIRS TO W-DISPLAY-PAIRS
               DISPLAY 'PARRUN   not run        : ' W-DISPLAY-PAIRS
           END-IF

           DISPLAY 'PARRUN   '

           EVALUATE TRUE
               WHEN W-NOT-RUN-PAIRS > 0
                   DISPLAY 'PARRUN   ** NOT CERTIFIED - one or more '
                       'pairs could not be compared'
               WHEN W-DIFFERENT-PAIRS > 0
                   DISPLAY 'PARRUN   ** NOT CERTIFIED - the new '
                       'version''s output differs'
               WHEN OTHER
                   DISPLAY 'PARRUN   CERTIFIED - the new version''s '
                       'output matches the old'
           END-EVALUATE

           DISPLAY 'PARRUN   ========================================'
               '========================================='
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3150-CERTIFY-PAIR.
      *-------------------------

           MOVE PR-LABEL(W-P-DX)    TO CRT-LABEL
           MOVE PR-OLD-RECORDS(W-P-DX)
                                    TO CRT-OLD-RECORDS
           MOVE PR-NEW-RECORDS(W-P-DX)
                                    TO CRT-NEW-RECORDS
           MOVE PR-SAME-COUNT(W-P-DX)
                                    TO CRT-SAME-COUNT
           MOVE PR-EQUIV-COUNT(W-P-DX)
                                    TO CRT-EQUIV-COUNT
           MOVE PR-DIFF-COUNT(W-P-DX)
                                    TO CRT-DIFF-COUNT
           MOVE PR-VERDICT(W-P-DX)  TO CRT-VERDICT

           DISPLAY 'PARRUN   ' W-CERT-LINE
           .
       SUB-3150-EXIT.
           EXIT.
