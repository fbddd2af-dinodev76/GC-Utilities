      *=========================== RECVIEW ==============================*
      * Authors: Brian D Pead
      *
      * Description: Batch print utility for browsing a dataset a
      *              record at a time through its record layout.
      *              Where HEXVIEW prints a raw offset/hex/character
      *              dump, RECVIEW takes FIELD cards (DELTACHK's
      *              format) or a LAYOUT card naming an entry in the
      *              LAYOUTS central registry and prints each
      *              selected record field by field: the field name,
      *              offset, length, type, raw hex and the decoded
      *              value -- PACKED and BINARY fields as signed
      *              decimals, CHAR fields as text.  A field that
      *              cannot be decoded (bad packed digits or sign, a
      *              field too long to decode, or a record that ends
      *              inside the field) is flagged on its line and
      *              the run ends with return code 4.  The input and
      *              output dataset cards, FROM-RECORD / TO-RECORD,
      *              KSDS / KEY-FROM / KEY-TO, MASK and RECORD-MODE
      *              cards are HEXVIEW's, and masked bytes are X-ed
      *              out of the hex and text exactly as HEXVIEW does,
      *              with a numeric field touching a masked range
      *              shown with its value suppressed.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-10-01  1.0      First release
      * 2026-10-15  1.1      Accept RECTYPE, WHEN and OCCURS cards
      *                      through the RECSEL subroutine, inline or
      *                      from a LAYOUTS entry: each record prints
      *                      the common fields and its own type's
      *                      fields, an OCCURS element field once per
      *                      occurrence at its real offset.  A record
      *                      of an unknown type or with a bad
      *                      occurrence count is flagged and its
      *                      fields are not decoded.
      *================================================================*

       PROCESS TRUNC(BIN)

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 RECVIEW.

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

           SELECT INPUT-FILE
               ASSIGN TO DYNAMIC   W-INPUT-DSNAME
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-INPUT-FILE-STATUS.

           SELECT INPUT-BIN-FILE
               ASSIGN TO DYNAMIC   W-INPUT-DSNAME
               ORGANIZATION        SEQUENTIAL
               FILE STATUS IS      W-INPUT-FILE-STATUS.

           SELECT INPUT-KSDS-FILE
               ASSIGN TO DYNAMIC   W-INPUT-DSNAME
               ORGANIZATION        INDEXED
               ACCESS MODE IS      DYNAMIC
               RECORD KEY IS       KSDS-KEY
               FILE STATUS IS      W-KSDS-FILE-STATUS.

           SELECT OUTPUT-FILE
               ASSIGN TO DYNAMIC   W-OUTPUT-DSNAME
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-OUTPUT-FILE-STATUS.

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

       FD  INPUT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
               DEPENDING ON        W-INPUT-REC-LEN.

       01  INPUT-RECORD                PIC X(32760).

       FD  INPUT-BIN-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
               DEPENDING ON        W-INPUT-REC-LEN.

       01  INPUT-BIN-RECORD            PIC X(32760).

       FD  INPUT-KSDS-FILE.

       01  KSDS-RECORD.
           05  KSDS-KEY                PIC X(10).
           05  KSDS-DATA               PIC X(4086).

       FD  OUTPUT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 100 CHARACTERS
               DEPENDING ON        W-OUTPUT-REC-LEN.

       01  OUTPUT-RECORD               PIC X(100).

       FD  LAYOUT-FILE.

       01  LAYOUT-RECORD.
           05  LAY-REC-NAME            PIC X(16).
           05  LAY-REC-SEP             PIC X(01).
           05  LAY-REC-CARD            PIC X(80).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-HEXDUMP-PROG           PIC X(08)       VALUE 'HEXDUMP'.

       01  W-SYSIN-FILE-STATUS      PIC X(02).
       01  W-INPUT-FILE-STATUS      PIC X(02).
       01  W-OUTPUT-FILE-STATUS     PIC X(02).
       01  W-LAYREG-FILE-STATUS     PIC X(02).

       01  W-INPUT-DSNAME           PIC X(44).
       01  W-OUTPUT-DSNAME          PIC X(44).

       01  W-INPUT-REC-LEN          PIC 9(05)  COMP VALUE 0.
       01  W-OUTPUT-REC-LEN         PIC 9(04)  COMP VALUE 0.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-BINARY-MODE                        VALUE 'Y'.
           88  W-TEXT-MODE                          VALUE 'N'.

      **** THE KEYED BROWSE: A KSDS CARD (OR A KEY-FROM / KEY-TO
      **** CARD) OPENS THE INPUT AS A KSDS KEYED LIKE CRCVSAM'S --
      **** A 10-BYTE KEY AT THE FRONT -- AND THE BROWSE STARTS AT
      **** KEY-FROM AND ENDS BEYOND KEY-TO.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-KSDS-MODE                          VALUE 'Y'.
           88  W-FLAT-MODE                          VALUE 'N'.

       01  W-KSDS-FILE-STATUS       PIC X(02).
       01  W-KEY-FROM               PIC X(10)       VALUE LOW-VALUES.
       01  W-KEY-TO                 PIC X(10)       VALUE HIGH-VALUES.

       01  W-INPUT-AREA             PIC X(32760).

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-INPUT-EOF                          VALUE 'Y'.
           88  W-INPUT-NOT-EOF                      VALUE 'N'.

       01  W-RECORD-COUNT           PIC 9(09)  COMP VALUE 0.
       01  W-PRINTED-COUNT          PIC 9(09)  COMP VALUE 0.
       01  W-FLAGGED-COUNT          PIC 9(09)  COMP VALUE 0.
       01  W-DISPLAY-COUNT          PIC ZZZ,ZZZ,ZZ9.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-SYSIN-EOF                          VALUE 'Y'.
           88  W-SYSIN-NOT-EOF                      VALUE 'N'.

       01  W-CARD-KEYWORD           PIC X(11).
       01  W-CARD-DIGITS-9          PIC X(09).
       01  W-CARD-OFFSET            PIC X(05).
       01  W-CARD-LENGTH            PIC X(05).

       01  W-FROM-RECORD            PIC 9(09)       VALUE 0.
       01  W-TO-RECORD              PIC 9(09)       VALUE 999999999.

      **** A LAYOUT CARD PULLS A NAMED ENTRY FROM THE LAYOUTS
      **** CENTRAL REGISTRY AFTER THE SYSIN CARDS FINISH; THE STORED
      **** CARD IMAGES RUN THROUGH THE SAME CARD PROCESSING AS
      **** INLINE FIELD CARDS.

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

      **** THE FIELD TABLE, IN DELTACHK'S FIELD CARD COLUMNS.

       01  W-FIELD-MAX              PIC 9(04)  COMP VALUE 50.
       01  W-FIELD-COUNT            PIC 9(04)  COMP VALUE 0.
       01  W-FIELD-TABLE.
           05  W-FIELD-ENTRY       OCCURS 50       INDEXED W-F-DX.
               10  FLD-NAME        PIC X(12).
               10  FLD-OFFSET      PIC 9(05).
               10  FLD-LENGTH      PIC 9(05).
               10  FLD-TYPE        PIC X(06).
                   88  FLD-TYPE-CHAR                VALUE 'CHAR'.
                   88  FLD-TYPE-PACKED              VALUE 'PACKED'.
                   88  FLD-TYPE-BINARY              VALUE 'BINARY'.
               10  FLD-GROUP       PIC 9(04)  COMP.
               10  FLD-REPEATS     PIC X(01).
                   88  FLD-REPEATING                VALUE 'Y'.
                   88  FLD-SINGLE                   VALUE 'N'.

      **** RECTYPE, WHEN AND OCCURS CARDS ARE TAKEN BY RECSEL, WHICH
      **** KEEPS THE TYPE TABLE AND PICKS EACH RECORD'S FIELD SET.
      **** A FIELD'S GROUP IS 0 FOR A FIELD COMMON TO EVERY RECORD.

       01  W-RECSEL-PROG            PIC X(08)       VALUE 'RECSEL'.

       01  W-RECSEL-PARAMETER.      COPY RECSELL.

       01  W-OCC-NO                 PIC 9(09)  COMP.
       01  W-OCC-SHIFT              PIC 9(09)  COMP VALUE 0.
       01  W-FLD-OFFSET             PIC 9(09)  COMP.

       01  W-TYPE-LINE.
           05  FILLER               PIC X(15)      VALUE
               '  RECORD TYPE '.
           05  W-TL-VALUE           PIC X(16).
           05  FILLER               PIC X(01)      VALUE SPACE.
           05  W-TL-REASON          PIC X(40).

      **** MASK CARDS NAME SENSITIVE BYTE RANGES OF THE RECORD, IN
      **** RECORD OFFSETS, AS THEY DO FOR HEXVIEW.

       01  W-MASK-MAX               PIC 9(04)  COMP VALUE 10.
       01  W-MASK-COUNT             PIC 9(04)  COMP VALUE 0.
       01  W-MASK-CARDS.
           05  W-MASK-CARD         OCCURS 10       INDEXED W-M-DX.
               10  MSK-OFFSET      PIC 9(05).
               10  MSK-LENGTH      PIC 9(05).

      **** ONE FIELD OF THE CURRENT RECORD: ITS BYTES, THEIR HEX
      **** AND PRINTABLE-CHARACTER RENDERINGS, AND HOW MANY OF ITS
      **** BYTES THE RECORD ACTUALLY HOLDS.

       01  W-FLD-POS                PIC 9(09)  COMP.
       01  W-FLD-LEN                PIC 9(09)  COMP.
       01  W-FLD-AVAIL              PIC 9(09)  COMP.
       01  W-BYTE-DX                PIC 9(09)  COMP.
       01  W-BYTE-OFFSET            PIC 9(09)  COMP.
       01  W-CHUNK-POS              PIC 9(09)  COMP.
       01  W-CHUNK-LEN              PIC 9(09)  COMP.

       01  W-FIELD-BYTES            PIC X(64).
       01  W-FIELD-HEX              PIC X(128).
       01  W-FIELD-CHARS            PIC X(64).

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-FIELD-MASKED                       VALUE 'Y'.
           88  W-FIELD-NOT-MASKED                   VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-BYTE-MASKED                        VALUE 'Y'.
           88  W-BYTE-NOT-MASKED                    VALUE 'N'.

       01  W-PACKED-WORK            PIC X(09).
       01  W-PACKED-NUM REDEFINES W-PACKED-WORK
                                    PIC S9(17) COMP-3.
       01  W-BINARY-WORK            PIC X(08)       VALUE LOW-VALUES.
       01  W-BINARY-NUM REDEFINES W-BINARY-WORK
                                    PIC S9(18) COMP.
       01  W-VALUE-EDIT             PIC -(19)9.

       01  W-HEADER-LINE.
           05  FILLER               PIC X(07)      VALUE 'RECORD '.
           05  W-HEADER-RECNO       PIC ZZZZZZZZ9.
           05  FILLER               PIC X(03)      VALUE '  ('.
           05  W-HEADER-LEN         PIC ZZZZZ9.
           05  FILLER               PIC X(07)      VALUE ' bytes)'.
           05  W-HEADER-KEY         PIC X(16).

       01  W-KEY-NOTE.
           05  FILLER               PIC X(06)      VALUE '  key='.
           05  W-KEY-NOTE-VALUE     PIC X(10).

       01  W-COLUMN-LINE.
           05  FILLER               PIC X(15)      VALUE
               '  FIELD'.
           05  FILLER               PIC X(12)      VALUE
               'OFFSET  LEN'.
           05  FILLER               PIC X(07)      VALUE 'TYPE'.
           05  FILLER               PIC X(33)      VALUE 'HEX'.
           05  FILLER               PIC X(21)      VALUE 'VALUE'.
           05  FILLER               PIC X(12)      VALUE 'FLAG'.

      **** A FIELD LONGER THAN 16 BYTES CONTINUES ITS HEX (AND, FOR
      **** CHAR, ITS TEXT) ON FURTHER LINES 16 BYTES AT A TIME.

       01  W-FIELD-LINE.
           05  FILLER               PIC X(02).
           05  W-FL-NAME            PIC X(12).
           05  FILLER               PIC X(01).
           05  W-FL-OFFSET          PIC ZZZZ9.
           05  FILLER               PIC X(01).
           05  W-FL-LENGTH          PIC ZZZZ9.
           05  FILLER               PIC X(01).
           05  W-FL-TYPE            PIC X(06).
           05  FILLER               PIC X(01).
           05  W-FL-HEX             PIC X(32).
           05  FILLER               PIC X(01).
           05  W-FL-VALUE           PIC X(20).
           05  FILLER               PIC X(01).
           05  W-FL-FLAG            PIC X(12).
       01  W-FIELD-LINE-BLANK REDEFINES W-FIELD-LINE
                                    PIC X(100).

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                    PIC X(04).
           05  W-COMPILED-DATE-MM  PIC X(02).
           05  W-COMPILED-DATE-DD  PIC X(02).
           05  W-COMPILED-TIME-HH  PIC X(02).
           05  W-COMPILED-TIME-MM  PIC X(02).
           05  W-COMPILED-TIME-SS  PIC X(02).
           05  FILLER              PIC X(07).

       01  W-HEXDUMP-PARAMETER.     COPY HEXDUMPL.
      /
       PROCEDURE DIVISION.
      *===================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      RETURN-CODE = 0
               PERFORM SUB-2000-PROCESS THRU SUB-2000-EXIT
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

           DISPLAY 'RECVIEW  compiled on '
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

           IF      W-FIELD-COUNT = 0
               DISPLAY 'RECVIEW  no FIELD or LAYOUT cards - nothing '
                   'to decode'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           IF      W-KSDS-MODE
               OPEN INPUT INPUT-KSDS-FILE
               IF      W-KSDS-FILE-STATUS NOT = '00'
                   DISPLAY 'RECVIEW  unable to open '
                       W-INPUT-DSNAME ' - status '
                       W-KSDS-FILE-STATUS
                   MOVE 16          TO RETURN-CODE
                   GO TO SUB-1000-EXIT
               END-IF
               MOVE W-KEY-FROM      TO KSDS-KEY
               START INPUT-KSDS-FILE KEY NOT LESS THAN KSDS-KEY
                   INVALID KEY
                       SET  W-INPUT-EOF
                                    TO TRUE
               END-START
           ELSE
               IF      W-BINARY-MODE
                   OPEN INPUT INPUT-BIN-FILE
               ELSE
                   OPEN INPUT INPUT-FILE
               END-IF
               IF      W-INPUT-FILE-STATUS NOT = '00'
                   DISPLAY 'RECVIEW  unable to open '
                       W-INPUT-DSNAME ' - status '
                       W-INPUT-FILE-STATUS
                   MOVE 16          TO RETURN-CODE
                   GO TO SUB-1000-EXIT
               END-IF
           END-IF

           OPEN OUTPUT OUTPUT-FILE

           IF      W-OUTPUT-FILE-STATUS NOT = '00'
               DISPLAY 'RECVIEW  unable to open '
                   W-OUTPUT-DSNAME ' - status ' W-OUTPUT-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           IF      W-MASK-COUNT > 0
               DISPLAY 'RECVIEW  *** MASKED FIELDS IN EFFECT ***'
               MOVE SPACES          TO OUTPUT-RECORD
               MOVE '*** MASKED FIELDS IN EFFECT ***'
                                    TO OUTPUT-RECORD(1:31)
               MOVE 31              TO W-OUTPUT-REC-LEN
               WRITE OUTPUT-RECORD
           END-IF

           IF      W-LAYOUT-REQUESTED
               MOVE SPACES          TO OUTPUT-RECORD
               MOVE 'LAYOUT '       TO OUTPUT-RECORD(1:7)
               MOVE W-LAYOUT-NAME   TO OUTPUT-RECORD(8:16)
               MOVE 23              TO W-OUTPUT-REC-LEN
               WRITE OUTPUT-RECORD
           END-IF
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-READ-SYSIN.
      *----------------------

           OPEN INPUT SYSIN-FILE

           READ SYSIN-FILE
               AT END
                   DISPLAY 'RECVIEW  SYSIN is missing the input '
                       'dataset'
                   MOVE 16          TO RETURN-CODE
           END-READ

           IF      RETURN-CODE NOT = 0
               CLOSE SYSIN-FILE
               GO TO SUB-1100-EXIT
           END-IF

           MOVE SYSIN-RECORD(1:44)  TO W-INPUT-DSNAME

           READ SYSIN-FILE
               AT END
                   DISPLAY 'RECVIEW  SYSIN is missing the output '
                       'dataset'
                   MOVE 16          TO RETURN-CODE
           END-READ

           IF      RETURN-CODE NOT = 0
               CLOSE SYSIN-FILE
               GO TO SUB-1100-EXIT
           END-IF

           MOVE SYSIN-RECORD(1:44)  TO W-OUTPUT-DSNAME

           PERFORM SUB-1150-READ-OPTION-CARD THRU SUB-1150-EXIT
               UNTIL W-SYSIN-EOF OR RETURN-CODE NOT = 0

           IF      RETURN-CODE = 0
           AND     W-LAYOUT-REQUESTED
               PERFORM SUB-1180-LOAD-LAYOUT THRU SUB-1180-EXIT
           END-IF

           IF      RETURN-CODE = 0
               PERFORM SUB-1190-FINISH-TYPES THRU SUB-1190-EXIT
           END-IF

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

           PERFORM SUB-1155-TAKE-OPTION-CARD THRU SUB-1155-EXIT
           .
       SUB-1150-EXIT.
           EXIT.
      /
       SUB-1155-TAKE-OPTION-CARD.
      *------------------------------

      **** OPTIONAL CARDS AFTER THE TWO DATASET CARDS, AS FOR
      **** HEXVIEW: FROM-RECORD AND TO-RECORD (9 DIGITS FROM COLUMN
      **** 13) LIMIT THE BROWSE TO A RECORD RANGE, KSDS (OR KEY-FROM
      **** / KEY-TO WITH THE KEY VALUE IN COLUMNS 13-22) BROWSES A
      **** KEYED CLUSTER, AND MASK X-ES A BYTE RANGE OUT.  FIELD
      **** DESCRIBES ONE FIELD OF THE RECORD LAYOUT: NAME IN COLUMNS
      **** 12-23, 0-BASED BYTE OFFSET IN 25-29, LENGTH IN 31-35,
      **** TYPE (CHAR, PACKED OR BINARY) IN 37-42.  LAYOUT NAMES A
      **** LAYOUTS REGISTRY ENTRY (COLUMNS 12-27) WHOSE STORED CARDS
      **** ARE PULLED ONCE SYSIN IS EXHAUSTED.  RECTYPE, WHEN AND
      **** OCCURS CARDS, INLINE OR FROM THE REGISTRY, GO TO RECSEL
      **** FIRST, AS THEY DO FOR DELTACHK.

           SET  RS-FUNCTION-CARD    TO TRUE
           MOVE SYSIN-RECORD        TO RS-CARD
           CALL W-RECSEL-PROG    USING W-RECSEL-PARAMETER

           IF      NOT UTIL-RC-OK OF W-RECSEL-PARAMETER
               DISPLAY 'RECVIEW  layout card rejected - '
                   UTIL-MESSAGE OF W-RECSEL-PARAMETER
               DISPLAY 'RECVIEW    ' SYSIN-RECORD(1:60)
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1155-EXIT
           END-IF

           IF      RS-CARD-WAS-TAKEN
               GO TO SUB-1155-EXIT
           END-IF

           MOVE SYSIN-RECORD(1:11)  TO W-CARD-KEYWORD

           EVALUATE W-CARD-KEYWORD
               WHEN 'FROM-RECORD'
                   MOVE SYSIN-RECORD(13:9)
                                    TO W-CARD-DIGITS-9
                   PERFORM SUB-1160-CHECK-DIGITS THRU SUB-1160-EXIT
                   IF      RETURN-CODE = 0
                       MOVE W-CARD-DIGITS-9
                                    TO W-FROM-RECORD
                   END-IF

               WHEN 'TO-RECORD'
                   MOVE SYSIN-RECORD(13:9)
                                    TO W-CARD-DIGITS-9
                   PERFORM SUB-1160-CHECK-DIGITS THRU SUB-1160-EXIT
                   IF      RETURN-CODE = 0
                       MOVE W-CARD-DIGITS-9
                                    TO W-TO-RECORD
                   END-IF

               WHEN 'KSDS'
                   SET  W-KSDS-MODE TO TRUE

               WHEN 'KEY-FROM'
                   SET  W-KSDS-MODE TO TRUE
                   MOVE SYSIN-RECORD(13:10)
                                    TO W-KEY-FROM

               WHEN 'KEY-TO'
                   SET  W-KSDS-MODE TO TRUE
                   MOVE SYSIN-RECORD(13:10)
                                    TO W-KEY-TO

               WHEN 'MASK'
                   PERFORM SUB-1170-TAKE-MASK THRU SUB-1170-EXIT

               WHEN 'RECORD-MODE'
                   IF      SYSIN-RECORD(13:6) = 'BINARY'
                       SET  W-BINARY-MODE
                                    TO TRUE
                   ELSE
                       IF      SYSIN-RECORD(13:4) NOT = 'TEXT'
                           DISPLAY 'RECVIEW  RECORD-MODE must be '
                               'BINARY or TEXT: ' SYSIN-RECORD(13:6)
                           MOVE 16  TO RETURN-CODE
                       END-IF
                   END-IF

               WHEN 'FIELD'
                   PERFORM SUB-1165-TAKE-FIELD THRU SUB-1165-EXIT

               WHEN 'LAYOUT'
                   IF      W-LAYOUT-LOADING
                       DISPLAY 'RECVIEW  a registry layout may not '
                           'name another LAYOUT'
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       IF      W-LAYOUT-REQUESTED
                           DISPLAY 'RECVIEW  only one LAYOUT card '
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

      **** A REGISTRY LAYOUT MAY CARRY CARDS MEANT FOR THE CHECKING
      **** PROGRAMS THAT SHARE IT (EXCLUDE, VALUES AND THE LIKE);
      **** ONLY ITS FIELD CARDS MATTER TO A BROWSE.

               WHEN OTHER
                   IF      W-LAYOUT-NOT-LOADING
                       DISPLAY 'RECVIEW  unknown SYSIN card: '
                           W-CARD-KEYWORD
                       MOVE 16      TO RETURN-CODE
                   END-IF
           END-EVALUATE
           .
       SUB-1155-EXIT.
           EXIT.
      /
       SUB-1160-CHECK-DIGITS.
      *--------------------------

           IF      W-CARD-DIGITS-9 NOT NUMERIC
               DISPLAY 'RECVIEW  ' W-CARD-KEYWORD ' value is not '
                   'numeric: ' W-CARD-DIGITS-9
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1160-EXIT.
           EXIT.
      /
       SUB-1165-TAKE-FIELD.
      *-----------------------

           IF      W-FIELD-COUNT >= W-FIELD-MAX
               DISPLAY 'RECVIEW  too many FIELD cards - limit '
                   W-FIELD-MAX
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1165-EXIT
           END-IF

           MOVE SYSIN-RECORD(25:5)  TO W-CARD-OFFSET
           MOVE SYSIN-RECORD(31:5)  TO W-CARD-LENGTH

           IF      W-CARD-OFFSET NOT NUMERIC
           OR      W-CARD-LENGTH NOT NUMERIC
               DISPLAY 'RECVIEW  FIELD card offset/length not '
                   'numeric: ' SYSIN-RECORD(1:42)
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1165-EXIT
           END-IF

           ADD  1                   TO W-FIELD-COUNT
           SET  W-F-DX              TO W-FIELD-COUNT

           MOVE SYSIN-RECORD(12:12) TO FLD-NAME(W-F-DX)
           MOVE W-CARD-OFFSET       TO FLD-OFFSET(W-F-DX)
           MOVE W-CARD-LENGTH       TO FLD-LENGTH(W-F-DX)
           MOVE SYSIN-RECORD(37:6)  TO FLD-TYPE(W-F-DX)
           MOVE RS-GROUP            TO FLD-GROUP(W-F-DX)
           MOVE RS-REPEATS          TO FLD-REPEATS(W-F-DX)

           IF      NOT FLD-TYPE-CHAR(W-F-DX)
           AND     NOT FLD-TYPE-PACKED(W-F-DX)
           AND     NOT FLD-TYPE-BINARY(W-F-DX)
               DISPLAY 'RECVIEW  FIELD card type must be CHAR, '
                   'PACKED or BINARY: ' SYSIN-RECORD(37:6)
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1165-EXIT
           END-IF

           IF      FLD-LENGTH(W-F-DX) = 0
           OR      FLD-LENGTH(W-F-DX) > 64
               DISPLAY 'RECVIEW  FIELD card length must be 1-64: '
                   W-CARD-LENGTH
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1165-EXIT.
           EXIT.
      /
       SUB-1170-TAKE-MASK.
      *----------------------

      **** A MASK CARD CARRIES THE 0-BASED BYTE OFFSET IN COLUMNS
      **** 12-16 AND THE LENGTH IN COLUMNS 18-22 OF A RANGE TO X
      **** OUT OF THE BROWSE.

           IF      W-MASK-COUNT >= W-MASK-MAX
               DISPLAY 'RECVIEW  too many MASK cards - limit '
                   W-MASK-MAX
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1170-EXIT
           END-IF

           MOVE SYSIN-RECORD(12:5)  TO W-CARD-OFFSET
           MOVE SYSIN-RECORD(18:5)  TO W-CARD-LENGTH

           IF      W-CARD-OFFSET NOT NUMERIC
           OR      W-CARD-LENGTH NOT NUMERIC
               DISPLAY 'RECVIEW  MASK card offset/length not '
                   'numeric: ' SYSIN-RECORD(1:22)
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1170-EXIT
           END-IF

           ADD  1                   TO W-MASK-COUNT
           SET  W-M-DX              TO W-MASK-COUNT
           MOVE W-CARD-OFFSET       TO MSK-OFFSET(W-M-DX)
           MOVE W-CARD-LENGTH       TO MSK-LENGTH(W-M-DX)
           .
       SUB-1170-EXIT.
           EXIT.
      /
       SUB-1180-LOAD-LAYOUT.
      *------------------------

      **** PULL THE NAMED LAYOUT'S STORED CARD IMAGES FROM THE
      **** LAYOUTS REGISTRY AND RUN EACH THROUGH THE SAME OPTION-
      **** CARD PROCESSING AS AN INLINE CARD.  THE NAME IN EFFECT IS
      **** PRINTED SO THE BROWSE SHOWS WHICH LAYOUT DECODED IT.

           OPEN INPUT LAYOUT-FILE

           IF      W-LAYREG-FILE-STATUS NOT = '00'
               DISPLAY 'RECVIEW  unable to open LAYOUTS - status '
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
               DISPLAY 'RECVIEW  layout not found in LAYOUTS: '
                   W-LAYOUT-NAME
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1180-EXIT
           END-IF

           DISPLAY 'RECVIEW  layout in effect: ' W-LAYOUT-NAME
               ' (' W-LAYOUT-CARD-COUNT ' cards)'
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

           PERFORM SUB-1155-TAKE-OPTION-CARD THRU SUB-1155-EXIT
           .
       SUB-1185-EXIT.
           EXIT.
      /
       SUB-1190-FINISH-TYPES.
      *------------------------

           SET  RS-FUNCTION-FINISH  TO TRUE
           CALL W-RECSEL-PROG    USING W-RECSEL-PARAMETER

           IF      NOT UTIL-RC-OK OF W-RECSEL-PARAMETER
               DISPLAY 'RECVIEW  ' UTIL-MESSAGE OF W-RECSEL-PARAMETER
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1190-EXIT
           END-IF

           IF      RS-TYPES-ACTIVE
               DISPLAY 'RECVIEW  record type field ' RS-RT-NAME
                   ' offset ' RS-RT-OFFSET ' length ' RS-RT-LENGTH
                   ', ' RS-TYPE-COUNT ' types declared'
           END-IF
           .
       SUB-1190-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS.
      *------------------

           PERFORM SUB-2100-READ-INPUT THRU SUB-2100-EXIT

           PERFORM SUB-2200-PROCESS-RECORD THRU SUB-2200-EXIT
               UNTIL W-INPUT-EOF
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-READ-INPUT.
      *-----------------------

           IF      W-KSDS-MODE
               IF      W-INPUT-EOF
                   GO TO SUB-2100-EXIT
               END-IF
               READ INPUT-KSDS-FILE NEXT RECORD
                   AT END
                       SET  W-INPUT-EOF
                                    TO TRUE
                       GO TO SUB-2100-EXIT
               END-READ
               IF      KSDS-KEY > W-KEY-TO
                   SET  W-INPUT-EOF TO TRUE
                   GO TO SUB-2100-EXIT
               END-IF
               MOVE LENGTH OF KSDS-RECORD
                                    TO W-INPUT-REC-LEN
               MOVE KSDS-RECORD     TO W-INPUT-AREA
                                       (1:W-INPUT-REC-LEN)
               GO TO SUB-2100-EXIT
           END-IF

           IF      W-BINARY-MODE
               READ INPUT-BIN-FILE
                   AT END
                       SET  W-INPUT-EOF
                                    TO TRUE
                       GO TO SUB-2100-EXIT
               END-READ
               MOVE INPUT-BIN-RECORD(1:W-INPUT-REC-LEN)
                                    TO W-INPUT-AREA
                                       (1:W-INPUT-REC-LEN)
           ELSE
               READ INPUT-FILE
                   AT END
                       SET  W-INPUT-EOF
                                    TO TRUE
                       GO TO SUB-2100-EXIT
               END-READ
               MOVE INPUT-RECORD(1:W-INPUT-REC-LEN)
                                    TO W-INPUT-AREA
                                       (1:W-INPUT-REC-LEN)
           END-IF
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-PROCESS-RECORD.
      *----------------------------

           ADD  1                   TO W-RECORD-COUNT

      **** RECORDS OUTSIDE THE REQUESTED RANGE ARE READ BUT NOT
      **** PRINTED, AND ONCE THE TO-RECORD HAS BEEN PASSED THERE IS
      **** NOTHING LEFT TO PRINT AT ALL.

           IF      W-RECORD-COUNT > W-TO-RECORD
               SET  W-INPUT-EOF     TO TRUE
               GO TO SUB-2200-EXIT
           END-IF

           IF      W-RECORD-COUNT < W-FROM-RECORD
               GO TO SUB-2200-NEXT
           END-IF

           ADD  1                   TO W-PRINTED-COUNT

           MOVE W-RECORD-COUNT      TO W-HEADER-RECNO
           MOVE W-INPUT-REC-LEN     TO W-HEADER-LEN
           MOVE SPACES              TO W-HEADER-KEY

           IF      W-KSDS-MODE
               MOVE KSDS-KEY        TO W-KEY-NOTE-VALUE
               MOVE W-KEY-NOTE      TO W-HEADER-KEY
           END-IF

           MOVE SPACES              TO OUTPUT-RECORD
           MOVE W-HEADER-LINE       TO OUTPUT-RECORD
           MOVE LENGTH OF W-HEADER-LINE
                                    TO W-OUTPUT-REC-LEN
           WRITE OUTPUT-RECORD

      **** RECSEL PICKS THE RECORD'S FIELD SET.  WITH NO RECTYPE
      **** CARD EVERY RECORD GETS GROUP 0, THE COMMON FIELDS ONLY.
      **** A RECORD WHOSE SET CANNOT BE CHOSEN IS FLAGGED UNDER ITS
      **** HEADER AND NONE OF ITS FIELDS IS DECODED.

           SET  RS-FUNCTION-SELECT  TO TRUE
           SET  RS-RECORD-PTR       TO ADDRESS OF W-INPUT-AREA
           MOVE W-INPUT-REC-LEN     TO RS-RECORD-LEN
           CALL W-RECSEL-PROG    USING W-RECSEL-PARAMETER

           IF      RS-TYPE-UNKNOWN
           OR      RS-COUNT-BAD
               PERFORM SUB-2250-FLAG-TYPE THRU SUB-2250-EXIT
               GO TO SUB-2200-NEXT
           END-IF

           IF      RS-TYPES-ACTIVE
               MOVE RS-TYPE-VALUE   TO W-TL-VALUE
               MOVE SPACES          TO W-TL-REASON
               MOVE W-TYPE-LINE     TO OUTPUT-RECORD
               MOVE LENGTH OF W-TYPE-LINE
                                    TO W-OUTPUT-REC-LEN
               WRITE OUTPUT-RECORD
           END-IF

           MOVE W-COLUMN-LINE       TO OUTPUT-RECORD
           MOVE LENGTH OF W-COLUMN-LINE
                                    TO W-OUTPUT-REC-LEN
           WRITE OUTPUT-RECORD

           MOVE 0                   TO W-OCC-SHIFT

           PERFORM SUB-2270-PRINT-FIELD-SET THRU SUB-2270-EXIT
               VARYING W-F-DX FROM 1 BY 1
                 UNTIL W-F-DX > W-FIELD-COUNT

           PERFORM SUB-2280-PRINT-OCCURRENCE THRU SUB-2280-EXIT
               VARYING W-OCC-NO FROM 1 BY 1
                 UNTIL W-OCC-NO > RS-OCC-COUNT
           .
       SUB-2200-NEXT.

           PERFORM SUB-2100-READ-INPUT THRU SUB-2100-EXIT
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2250-FLAG-TYPE.
      *----------------------

           ADD  1                   TO W-FLAGGED-COUNT

           MOVE RS-TYPE-VALUE       TO W-TL-VALUE

           IF      RS-TYPE-UNKNOWN
               MOVE '** UNKNOWN RECORD TYPE - NOT DECODED'
                                    TO W-TL-REASON
           ELSE
               MOVE '** OCCURS COUNT NOT VALID - NOT DECODED'
                                    TO W-TL-REASON
           END-IF

           MOVE W-TYPE-LINE         TO OUTPUT-RECORD
           MOVE LENGTH OF W-TYPE-LINE
                                    TO W-OUTPUT-REC-LEN
           WRITE OUTPUT-RECORD
           .
       SUB-2250-EXIT.
           EXIT.
      /
       SUB-2270-PRINT-FIELD-SET.
      *-----------------------------

      **** ONLY THE COMMON FIELDS AND THE SELECTED TYPE'S FIELDS
      **** APPLY.  THE OCCURS ELEMENT FIELDS FOLLOW, PRINTED ELEMENT
      **** BY ELEMENT SO THE LINES STAY IN RECORD ORDER.

           IF      FLD-GROUP(W-F-DX) NOT = 0
           AND     FLD-GROUP(W-F-DX) NOT = RS-GROUP
               GO TO SUB-2270-EXIT
           END-IF

           IF      FLD-SINGLE(W-F-DX)
               PERFORM SUB-2300-PRINT-FIELD THRU SUB-2300-EXIT
           END-IF
           .
       SUB-2270-EXIT.
           EXIT.
      /
       SUB-2280-PRINT-OCCURRENCE.
      *------------------------------

           COMPUTE W-OCC-SHIFT = (W-OCC-NO - 1) * RS-OCC-STRIDE

           PERFORM SUB-2290-PRINT-ELEMENT THRU SUB-2290-EXIT
               VARYING W-F-DX FROM 1 BY 1
                 UNTIL W-F-DX > W-FIELD-COUNT
           .
       SUB-2280-EXIT.
           EXIT.
      /
       SUB-2290-PRINT-ELEMENT.
      *---------------------------

           IF      FLD-REPEATING(W-F-DX)
           AND     FLD-GROUP(W-F-DX) = RS-GROUP
               PERFORM SUB-2300-PRINT-FIELD THRU SUB-2300-EXIT
           END-IF
           .
       SUB-2290-EXIT.
           EXIT.
      /
       SUB-2300-PRINT-FIELD.
      *------------------------

      **** ONLY THE BYTES THE RECORD ACTUALLY HOLDS ARE SHOWN; A
      **** RECORD ENDING INSIDE THE FIELD FLAGS IT AS SHORT AND
      **** NOTHING IS DECODED.

           COMPUTE W-FLD-OFFSET = FLD-OFFSET(W-F-DX) + W-OCC-SHIFT
           COMPUTE W-FLD-POS = W-FLD-OFFSET + 1
           MOVE FLD-LENGTH(W-F-DX)  TO W-FLD-LEN

           IF      W-FLD-POS > W-INPUT-REC-LEN
               MOVE 0               TO W-FLD-AVAIL
           ELSE
               IF      W-FLD-POS + W-FLD-LEN - 1 > W-INPUT-REC-LEN
                   COMPUTE W-FLD-AVAIL =
                       W-INPUT-REC-LEN - W-FLD-POS + 1
               ELSE
                   MOVE W-FLD-LEN   TO W-FLD-AVAIL
               END-IF
           END-IF

           MOVE SPACES              TO W-FIELD-LINE-BLANK
           MOVE FLD-NAME(W-F-DX)    TO W-FL-NAME
           MOVE W-FLD-OFFSET        TO W-FL-OFFSET
           MOVE FLD-LENGTH(W-F-DX)  TO W-FL-LENGTH
           MOVE FLD-TYPE(W-F-DX)    TO W-FL-TYPE

           MOVE SPACES              TO W-FIELD-HEX
                                       W-FIELD-CHARS
           SET  W-FIELD-NOT-MASKED  TO TRUE

           IF      W-FLD-AVAIL > 0
               MOVE W-INPUT-AREA(W-FLD-POS:W-FLD-AVAIL)
                                    TO W-FIELD-BYTES
               SET  HD-INPUT-PTR    TO ADDRESS OF W-FIELD-BYTES
               MOVE W-FLD-AVAIL     TO HD-INPUT-LEN
               SET  HD-OUTPUT-PTR   TO ADDRESS OF W-FIELD-HEX
               SET  HD-CHAR-PTR     TO ADDRESS OF W-FIELD-CHARS
               CALL W-HEXDUMP-PROG USING W-HEXDUMP-PARAMETER
               PERFORM SUB-2310-MASK-BYTE THRU SUB-2310-EXIT
                   VARYING W-BYTE-DX FROM 1 BY 1
                     UNTIL W-BYTE-DX > W-FLD-AVAIL
           END-IF

           EVALUATE TRUE
               WHEN W-FLD-AVAIL < W-FLD-LEN
                   MOVE 'SHORT RECORD'
                                    TO W-FL-FLAG

               WHEN FLD-TYPE-CHAR(W-F-DX)
                   CONTINUE

               WHEN W-FIELD-MASKED
                   MOVE '********'  TO W-FL-VALUE
                   MOVE 'MASKED'    TO W-FL-FLAG

               WHEN FLD-TYPE-PACKED(W-F-DX)
                   PERFORM SUB-2320-DECODE-PACKED THRU SUB-2320-EXIT

               WHEN FLD-TYPE-BINARY(W-F-DX)
                   PERFORM SUB-2330-DECODE-BINARY THRU SUB-2330-EXIT
           END-EVALUATE

           IF      W-FL-FLAG NOT = SPACES
           AND     W-FL-FLAG NOT = 'MASKED'
               ADD  1               TO W-FLAGGED-COUNT
           END-IF

      **** THE FIRST LINE CARRIES THE FIELD'S DESCRIPTION AND VALUE;
      **** A LONG FIELD'S REMAINING BYTES FOLLOW 16 TO A LINE.

           MOVE 1                   TO W-CHUNK-POS
           PERFORM SUB-2340-WRITE-CHUNK THRU SUB-2340-EXIT

           PERFORM SUB-2340-WRITE-CHUNK THRU SUB-2340-EXIT
               VARYING W-CHUNK-POS FROM 17 BY 16
                 UNTIL W-CHUNK-POS > W-FLD-AVAIL
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2310-MASK-BYTE.
      *----------------------

      **** A BYTE FALLING IN ANY MASK RANGE IS X-ED OUT OF BOTH THE
      **** HEX AND THE TEXT, THE WAY HEXRPT RENDERS IT FOR HEXVIEW.

           COMPUTE W-BYTE-OFFSET = W-FLD-OFFSET + W-BYTE-DX - 1

           SET  W-BYTE-NOT-MASKED   TO TRUE

           PERFORM SUB-2315-TEST-ONE-MASK THRU SUB-2315-EXIT
               VARYING W-M-DX FROM 1 BY 1
                 UNTIL W-M-DX > W-MASK-COUNT
                    OR W-BYTE-MASKED

           IF      W-BYTE-MASKED
               SET  W-FIELD-MASKED  TO TRUE
               MOVE 'XX'            TO W-FIELD-HEX
                                       (W-BYTE-DX * 2 - 1:2)
               MOVE 'X'             TO W-FIELD-CHARS(W-BYTE-DX:1)
           END-IF
           .
       SUB-2310-EXIT.
           EXIT.
      /
       SUB-2315-TEST-ONE-MASK.
      *--------------------------

           IF      W-BYTE-OFFSET >= MSK-OFFSET(W-M-DX)
           AND     W-BYTE-OFFSET <  MSK-OFFSET(W-M-DX)
                                  + MSK-LENGTH(W-M-DX)
               SET  W-BYTE-MASKED   TO TRUE
           END-IF
           .
       SUB-2315-EXIT.
           EXIT.
      /
       SUB-2320-DECODE-PACKED.
      *---------------------------

      **** LOAD THE FIELD RIGHT-ALIGNED INTO A 9-BYTE PACKED WORK
      **** FIELD WITH ZERO FILL AND LET THE CLASS TEST JUDGE THE
      **** DIGITS AND SIGN, AS VALIDCHK DOES.

           IF      W-FLD-LEN > 9
               MOVE 'TOO LONG'      TO W-FL-FLAG
               GO TO SUB-2320-EXIT
           END-IF

           MOVE ALL X'00'           TO W-PACKED-WORK
           MOVE W-FIELD-BYTES(1:W-FLD-LEN)
               TO W-PACKED-WORK(10 - W-FLD-LEN:W-FLD-LEN)

           IF      W-PACKED-NUM NOT NUMERIC
               MOVE 'BAD PACKED'    TO W-FL-FLAG
               GO TO SUB-2320-EXIT
           END-IF

           MOVE W-PACKED-NUM        TO W-VALUE-EDIT
           MOVE W-VALUE-EDIT        TO W-FL-VALUE
           .
       SUB-2320-EXIT.
           EXIT.
      /
       SUB-2330-DECODE-BINARY.
      *---------------------------

      **** A BINARY FIELD IS A SIGNED BIG-ENDIAN INTEGER: IT IS
      **** LOADED RIGHT-ALIGNED INTO AN 8-BYTE BINARY WORK FIELD
      **** WHOSE UNUSED HIGH-ORDER BYTES ARE FILLED WITH THE SIGN.

           IF      W-FLD-LEN > 8
               MOVE 'TOO LONG'      TO W-FL-FLAG
               GO TO SUB-2330-EXIT
           END-IF

           IF      W-FIELD-BYTES(1:1) < X'80'
               MOVE ALL X'00'       TO W-BINARY-WORK
           ELSE
               MOVE ALL X'FF'       TO W-BINARY-WORK
           END-IF

           MOVE W-FIELD-BYTES(1:W-FLD-LEN)
               TO W-BINARY-WORK(9 - W-FLD-LEN:W-FLD-LEN)

           MOVE W-BINARY-NUM        TO W-VALUE-EDIT
           MOVE W-VALUE-EDIT        TO W-FL-VALUE
           .
       SUB-2330-EXIT.
           EXIT.
      /
       SUB-2340-WRITE-CHUNK.
      *-------------------------

           IF      W-CHUNK-POS > 1
               MOVE SPACES          TO W-FIELD-LINE-BLANK
           END-IF

           COMPUTE W-CHUNK-LEN = W-FLD-AVAIL - W-CHUNK-POS + 1

           IF      W-CHUNK-LEN > 16
               MOVE 16              TO W-CHUNK-LEN
           END-IF

           IF      W-CHUNK-POS <= W-FLD-AVAIL
               MOVE W-FIELD-HEX(W-CHUNK-POS * 2 - 1:W-CHUNK-LEN * 2)
                                    TO W-FL-HEX
               IF      FLD-TYPE-CHAR(W-F-DX)
                   MOVE W-FIELD-CHARS(W-CHUNK-POS:W-CHUNK-LEN)
                                    TO W-FL-VALUE
               END-IF
           END-IF

           MOVE W-FIELD-LINE        TO OUTPUT-RECORD
           MOVE LENGTH OF W-FIELD-LINE
                                    TO W-OUTPUT-REC-LEN
           WRITE OUTPUT-RECORD
           .
       SUB-2340-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           IF      RETURN-CODE NOT = 0
               DISPLAY 'RECVIEW  completed with errors'
               GO TO SUB-3000-EXIT
           END-IF

           IF      W-KSDS-MODE
               CLOSE INPUT-KSDS-FILE
           ELSE
               IF      W-BINARY-MODE
                   CLOSE INPUT-BIN-FILE
               ELSE
                   CLOSE INPUT-FILE
               END-IF
           END-IF
           CLOSE OUTPUT-FILE

           DISPLAY 'RECVIEW  dataset    : ' W-INPUT-DSNAME
           MOVE W-RECORD-COUNT      TO W-DISPLAY-COUNT
           DISPLAY 'RECVIEW  records    : ' W-DISPLAY-COUNT
           MOVE W-PRINTED-COUNT     TO W-DISPLAY-COUNT
           DISPLAY 'RECVIEW  printed    : ' W-DISPLAY-COUNT
           MOVE W-FLAGGED-COUNT     TO W-DISPLAY-COUNT
           DISPLAY 'RECVIEW  flagged    : ' W-DISPLAY-COUNT

           IF      W-FLAGGED-COUNT > 0
               DISPLAY 'RECVIEW  completed - fields failed to '
                   'decode'
               MOVE 4               TO RETURN-CODE
           ELSE
               DISPLAY 'RECVIEW  completed'
           END-IF
           .
       SUB-3000-EXIT.
           EXIT.
