      *=========================== XLATREC =============================*
      * Authors: Brian D Pead
      *
      * Description: Layout-aware code-page conversion of a mixed
      *              record file.  TRANSLAT converts a whole buffer
      *              between CP037 and ISO8859-1, which run over a
      *              record carrying packed amounts corrupts every
      *              PACKED and BINARY field.  This program takes the
      *              record's FIELD deck -- inline, or from the
      *              LAYOUTS registry through a LAYOUT card -- and
      *              converts field by field: CHAR fields go through
      *              TRANSLAT, PACKED and BINARY fields pass through
      *              byte for byte, and zoned-decimal display fields
      *              (type ZONED, or CHAR with the NUMERIC check the
      *              registry decks already carry) are converted
      *              digit by digit with the overpunched sign moved
      *              between the EBCDIC zone (C / D / F) and the
      *              ASCII convention (x'3n' positive, x'7n'
      *              negative) or, on request, the { A-I } J-R
      *              overpunch characters.  Bytes no field declares
      *              are FILLER text and are translated, unless a
      *              FILLER KEEP card passes them through as well.
      *              The run proves itself the TESTMASK way: both
      *              sides are fingerprinted with every character
      *              field blanked out, and the two checksums must
      *              agree -- every packed, binary and kept byte
      *              demonstrably came through unchanged, or the step
      *              ends with RETURN-CODE 8.  A zoned field holding
      *              something other than a zoned number is
      *              translated as text instead and counted, ending
      *              the step with RETURN-CODE 4; 16 for a bad deck.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-10-06  1.0      First release
      * 2026-10-15  1.1      Accept RECTYPE, WHEN and OCCURS cards
      *                      through the RECSEL subroutine, inline or
      *                      from a LAYOUTS entry, so each record is
      *                      converted through the common fields and
      *                      its own type's fields only, an OCCURS
      *                      element field once per occurrence.  A
      *                      record of an unknown type or with a bad
      *                      occurrence count is passed through
      *                      unconverted, listed and counted, ending
      *                      the step with RETURN-CODE 4.
      *================================================================*

       PROCESS TRUNC(BIN)

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 XLATREC.

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

       FD  OUTPUT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
               DEPENDING ON        W-INPUT-REC-LEN.

       01  OUTPUT-RECORD               PIC X(32760).

       FD  LAYOUT-FILE.

       01  LAYOUT-RECORD.
           05  LAY-REC-NAME            PIC X(16).
           05  LAY-REC-SEP             PIC X(01).
           05  LAY-REC-CARD            PIC X(80).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-TRANSLAT-PROG          PIC X(08)       VALUE 'TRANSLAT'.
       01  W-CRC32-PROG             PIC X(08)       VALUE 'CRC32'.
       01  W-CRCHEX-PROG            PIC X(08)       VALUE 'CRCHEX'.

       01  W-SYSIN-FILE-STATUS      PIC X(02).
       01  W-INPUT-FILE-STATUS      PIC X(02).
       01  W-OUTPUT-FILE-STATUS     PIC X(02).
       01  W-LAYREG-FILE-STATUS     PIC X(02).

       01  W-INPUT-DSNAME           PIC X(44).
       01  W-OUTPUT-DSNAME          PIC X(44).
       01  W-INPUT-REC-LEN          PIC 9(05)  COMP.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-SYSIN-EOF                          VALUE 'Y'.
           88  W-SYSIN-NOT-EOF                      VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-INPUT-EOF                          VALUE 'Y'.
           88  W-INPUT-NOT-EOF                      VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-LAYREG-EOF                         VALUE 'Y'.
           88  W-LAYREG-NOT-EOF                     VALUE 'N'.

       01  W-CARD-KEYWORD           PIC X(11).
       01  W-CARD-OFFSET            PIC X(05).
       01  W-CARD-LENGTH            PIC X(05).

      **** A LAYOUT CARD PULLS THE FIELD DECK FROM THE LAYOUTS
      **** CENTRAL REGISTRY, THE SAME WAY VALIDCHK TAKES IT.  THE
      **** REGISTRY DECK MAY CARRY VALIDCHK'S OTHER CARDS, WHICH
      **** HAVE NO BEARING ON CONVERSION AND ARE PASSED OVER.

       01  W-LAYOUT-NAME            PIC X(16)       VALUE SPACES.
       01  W-LAYOUT-CARD-COUNT      PIC 9(05)  COMP VALUE 0.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-LAYOUT-REQUESTED                   VALUE 'Y'.
           88  W-LAYOUT-NOT-REQUESTED               VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-LAYOUT-LOADING                     VALUE 'Y'.
           88  W-LAYOUT-NOT-LOADING                 VALUE 'N'.

       01  W-DIRECTION              PIC X(03)       VALUE 'E2A'.
           88  W-DIRECTION-E2A                      VALUE 'E2A'.
           88  W-DIRECTION-A2E                      VALUE 'A2E'.

       01  W-SIGN-STYLE             PIC X(09)       VALUE 'ASCII'.
           88  W-SIGN-ASCII                         VALUE 'ASCII'.
           88  W-SIGN-OVERPUNCH                     VALUE 'OVERPUNCH'.

       01  W-FILLER-RULE            PIC X(04)       VALUE 'TEXT'.
           88  W-FILLER-TEXT                        VALUE 'TEXT'.
           88  W-FILLER-KEEP                        VALUE 'KEEP'.

      **** THE FIELD TABLE: DELTACHK'S FIELD CARD COLUMNS, WITH THE
      **** VALIDCHK CHECK IN 44-50 SO A REGISTRY DECK'S NUMERIC CHAR
      **** FIELDS ARE TAKEN AS ZONED.

       01  W-FIELD-MAX              PIC 9(04)  COMP VALUE 200.
       01  W-FIELD-COUNT            PIC 9(04)  COMP VALUE 0.
       01  W-FIELD-TABLE.
           05  W-FIELD-ENTRY       OCCURS 200      INDEXED W-F-DX.
               10  FLD-NAME        PIC X(12).
               10  FLD-OFFSET      PIC 9(05).
               10  FLD-LENGTH      PIC 9(05).
               10  FLD-TYPE        PIC X(06).
                   88  FLD-TYPE-CHAR                VALUE 'CHAR'.
                   88  FLD-TYPE-PACKED              VALUE 'PACKED'.
                   88  FLD-TYPE-BINARY              VALUE 'BINARY'.
                   88  FLD-TYPE-ZONED               VALUE 'ZONED'.
                   88  FLD-TYPE-KEPT                VALUES 'PACKED'
                                                          'BINARY'.
               10  FLD-CONVERTED   PIC 9(09)  COMP.
               10  FLD-EXCEPTIONS  PIC 9(09)  COMP.
               10  FLD-GROUP       PIC 9(04)  COMP.
               10  FLD-REPEATS     PIC X(01).
                   88  FLD-REPEATING                VALUE 'Y'.
                   88  FLD-SINGLE                   VALUE 'N'.

      **** RECTYPE, WHEN AND OCCURS CARDS ARE TAKEN BY RECSEL, WHICH
      **** KEEPS THE TYPE TABLE AND PICKS EACH RECORD'S FIELD SET.
      **** A FIELD'S GROUP IS 0 FOR A FIELD COMMON TO EVERY RECORD.
      **** A RECORD WHOSE SET CANNOT BE CHOSEN IS COPIED AS IT
      **** STANDS: TRANSLATING IT BLIND IS THE DAMAGE THIS PROGRAM
      **** EXISTS TO PREVENT.

       01  W-RECSEL-PROG            PIC X(08)       VALUE 'RECSEL'.

       01  W-RECSEL-PARAMETER.      COPY RECSELL.

       01  W-OCC-NO                 PIC 9(09)  COMP.
       01  W-OCC-SHIFT              PIC 9(09)  COMP VALUE 0.
       01  W-TYPE-EXC-COUNT         PIC 9(09)  COMP VALUE 0.

       01  W-RECORD-COUNT           PIC 9(09)  COMP VALUE 0.
       01  W-EXCEPTION-COUNT        PIC 9(09)  COMP VALUE 0.

       01  W-FLD-POS                PIC 9(09)  COMP.
       01  W-FLD-LEN                PIC 9(09)  COMP.
       01  W-BYTE-DX                PIC 9(09)  COMP.

      **** THE ZONED-DECIMAL CONVENTIONS, SPELT IN HEX SO THEY MEAN
      **** THE SAME BYTES WHATEVER THE CODE PAGE OF THIS SOURCE.
      **** EACH TABLE HOLDS THE TEN BYTES FOR DIGITS 0-9.

       01  W-EBC-UNSIGNED           PIC X(10)       VALUE
           X'F0F1F2F3F4F5F6F7F8F9'.
       01  W-EBC-POSITIVE           PIC X(10)       VALUE
           X'C0C1C2C3C4C5C6C7C8C9'.
       01  W-EBC-NEGATIVE           PIC X(10)       VALUE
           X'D0D1D2D3D4D5D6D7D8D9'.
       01  W-ASC-UNSIGNED           PIC X(10)       VALUE
           X'30313233343536373839'.
       01  W-ASC-NEGATIVE           PIC X(10)       VALUE
           X'70717273747576777879'.
       01  W-OVP-POSITIVE           PIC X(10)       VALUE
           X'7B414243444546474849'.
       01  W-OVP-NEGATIVE           PIC X(10)       VALUE
           X'7D4A4B4C4D4E4F505152'.

       01  W-ZONED-FIELD            PIC X(32760).
       01  W-ZONE-BYTE              PIC X(01).
       01  W-ZONE-TABLE             PIC X(10).
       01  W-ZONE-DIGIT             PIC 9(04)  COMP.
       01  W-ZONE-DX                PIC 9(04)  COMP.
       01  W-ZONE-SIGN              PIC X(01).
           88  W-ZONE-UNSIGNED                      VALUE 'U'.
           88  W-ZONE-POSITIVE                      VALUE 'P'.
           88  W-ZONE-NEGATIVE                      VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'Y'.
           88  W-ZONED-VALID                        VALUE 'Y'.
           88  W-ZONED-INVALID                      VALUE 'N'.

      **** THE VERIFICATION STREAMS: BOTH SIDES FINGERPRINTED WITH
      **** THE CHARACTER FIELDS BLANKED OUT, THE WAY TESTMASK BLANKS
      **** ITS DECLARED FIELDS.  UNDER FILLER TEXT THE UNDECLARED
      **** BYTES ARE CHARACTER DATA AND ARE BLANKED TOO.

       01  W-IN-IMAGE               PIC X(32760).
       01  W-OUT-IMAGE              PIC X(32760).

       01  FILLER                   PIC X(01)       VALUE 'Y'.
           88  W-IN-CRC-FIRST                       VALUE 'Y'.
           88  W-IN-CRC-NOT-FIRST                   VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'Y'.
           88  W-OUT-CRC-FIRST                      VALUE 'Y'.
           88  W-OUT-CRC-NOT-FIRST                  VALUE 'N'.

       01  W-IN-VERIFY-CRC          PIC 9(09)  COMP.
       01  W-OUT-VERIFY-CRC         PIC 9(09)  COMP.
       01  W-IN-HEX                 PIC X(08).
       01  W-OUT-HEX                PIC X(08).

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                    PIC X(04).
           05  W-COMPILED-DATE-MM   PIC X(02).
           05  W-COMPILED-DATE-DD   PIC X(02).
           05  W-COMPILED-TIME-HH   PIC X(02).
           05  W-COMPILED-TIME-MM   PIC X(02).
           05  W-COMPILED-TIME-SS   PIC X(02).
           05  FILLER               PIC X(07).

       01  W-TRANSLAT-PARAMETER.    COPY TRANSLTL.

       01  W-CRC32-IN-PARM.         COPY CRC32L.

       01  W-CRC32-OUT-PARM.        COPY CRC32L.

       01  W-CRCHEX-PARAMETER.      COPY CRCHEXL.
      /
       PROCEDURE DIVISION.
      *===================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      RETURN-CODE = 0
               PERFORM SUB-2000-CONVERT-FILE THRU SUB-2000-EXIT
           END-IF

           IF      RETURN-CODE = 0
               PERFORM SUB-3000-CERTIFY THRU SUB-3000-EXIT
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

           DISPLAY 'XLATREC  compiled on '
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
               DISPLAY 'XLATREC  SYSIN has no FIELD cards - use '
                   'TRANSLAT for a file that is all text'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           IF      W-DIRECTION-A2E
               SET  TR-ASCII-TO-EBCDIC
                                    TO TRUE
           ELSE
               SET  TR-EBCDIC-TO-ASCII
                                    TO TRUE
           END-IF

           MOVE 0                   TO TR-CODEPAGE

           OPEN INPUT INPUT-FILE

           IF      W-INPUT-FILE-STATUS NOT = '00'
               DISPLAY 'XLATREC  unable to open ' W-INPUT-DSNAME
                   ' - status ' W-INPUT-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN OUTPUT OUTPUT-FILE

           IF      W-OUTPUT-FILE-STATUS NOT = '00'
               DISPLAY 'XLATREC  unable to open ' W-OUTPUT-DSNAME
                   ' - status ' W-OUTPUT-FILE-STATUS
               CLOSE INPUT-FILE
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-READ-SYSIN.
      *----------------------

      **** THE FIRST TWO CARDS NAME THE INPUT AND THE CONVERTED
      **** OUTPUT.  THEN, KEYWORD IN COLUMNS 1-11:
      ****   FIELD      NAME 12-23, 0-BASED OFFSET 25-29, LENGTH
      ****              31-35, TYPE 37-42 (CHAR, ZONED, PACKED OR
      ****              BINARY), OPTIONAL CHECK 44-50 -- A CHAR
      ****              FIELD CHECKED NUMERIC IS CONVERTED AS ZONED
      ****   LAYOUT     LAYOUTS REGISTRY ENTRY NAME IN 12-27
      ****   RECTYPE    RECORD-TYPE FIELD: NAME 12-23, OFFSET 25-29,
      ****              LENGTH 31-35
      ****   WHEN       TYPE VALUE 12-27: THE FIELD CARDS AFTER IT
      ****              BELONG TO RECORDS OF THAT TYPE ONLY
      ****   OCCURS     IN A WHEN GROUP: COUNT FIELD OFFSET 25-29,
      ****              LENGTH 31-35, TYPE 37-42, MAXIMUM 44-48,
      ****              ELEMENT LENGTH 50-54 -- THE FIELD CARDS
      ****              AFTER IT REPEAT
      ****   DIRECTION  E2A (THE DEFAULT) OR A2E IN 12-14
      ****   SIGN       ASCII (THE DEFAULT, x'3n' / x'7n') OR
      ****              OVERPUNCH ({ A-I / } J-R) IN 12-20: THE
      ****              ASCII SIGN CONVENTION WRITTEN ON E2A; BOTH
      ****              ARE READ ON A2E
      ****   FILLER     TEXT (THE DEFAULT) OR KEEP IN 12-15: WHETHER
      ****              BYTES NO FIELD DECLARES ARE TRANSLATED OR
      ****              PASSED THROUGH

           OPEN INPUT SYSIN-FILE

           READ SYSIN-FILE
               AT END
                   DISPLAY 'XLATREC  SYSIN is missing the input '
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
                   DISPLAY 'XLATREC  SYSIN is missing the output '
                       'dataset'
                   MOVE 16          TO RETURN-CODE
           END-READ

           IF      RETURN-CODE NOT = 0
               CLOSE SYSIN-FILE
               GO TO SUB-1100-EXIT
           END-IF

           MOVE SYSIN-RECORD(1:44)  TO W-OUTPUT-DSNAME

           PERFORM SUB-1150-READ-CARD THRU SUB-1150-EXIT
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

      **** EVERY CARD, INLINE OR FROM THE REGISTRY, IS OFFERED TO
      **** RECSEL FIRST; IT TAKES THE RECTYPE, WHEN AND OCCURS CARDS
      **** AND LEAVES THE REST.

           SET  RS-FUNCTION-CARD    TO TRUE
           MOVE SYSIN-RECORD        TO RS-CARD
           CALL W-RECSEL-PROG    USING W-RECSEL-PARAMETER

           IF      NOT UTIL-RC-OK OF W-RECSEL-PARAMETER
               DISPLAY 'XLATREC  layout card rejected - '
                   UTIL-MESSAGE OF W-RECSEL-PARAMETER
               DISPLAY 'XLATREC    ' SYSIN-RECORD(1:60)
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1155-EXIT
           END-IF

           IF      RS-CARD-WAS-TAKEN
               GO TO SUB-1155-EXIT
           END-IF

           MOVE SYSIN-RECORD(1:11)  TO W-CARD-KEYWORD

           EVALUATE W-CARD-KEYWORD
               WHEN 'FIELD'
                   PERFORM SUB-1160-TAKE-FIELD THRU SUB-1160-EXIT

               WHEN 'DIRECTION'
                   MOVE SYSIN-RECORD(12:3)
                                    TO W-DIRECTION
                   IF      NOT W-DIRECTION-E2A
                   AND     NOT W-DIRECTION-A2E
                       DISPLAY 'XLATREC  DIRECTION must be E2A or '
                           'A2E: ' W-DIRECTION
                       MOVE 16      TO RETURN-CODE
                   END-IF

               WHEN 'SIGN'
                   MOVE SYSIN-RECORD(12:9)
                                    TO W-SIGN-STYLE
                   IF      NOT W-SIGN-ASCII
                   AND     NOT W-SIGN-OVERPUNCH
                       DISPLAY 'XLATREC  SIGN must be ASCII or '
                           'OVERPUNCH: ' W-SIGN-STYLE
                       MOVE 16      TO RETURN-CODE
                   END-IF

               WHEN 'FILLER'
                   MOVE SYSIN-RECORD(12:4)
                                    TO W-FILLER-RULE
                   IF      NOT W-FILLER-TEXT
                   AND     NOT W-FILLER-KEEP
                       DISPLAY 'XLATREC  FILLER must be TEXT or '
                           'KEEP: ' W-FILLER-RULE
                       MOVE 16      TO RETURN-CODE
                   END-IF

               WHEN 'LAYOUT'
                   IF      W-LAYOUT-LOADING
                       DISPLAY 'XLATREC  a registry layout may not '
                           'name another LAYOUT'
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       IF      W-LAYOUT-REQUESTED
                           DISPLAY 'XLATREC  only one LAYOUT card '
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
                       DISPLAY 'XLATREC  unknown SYSIN card: '
                           W-CARD-KEYWORD
                       MOVE 16      TO RETURN-CODE
                   END-IF
           END-EVALUATE
           .
       SUB-1155-EXIT.
           EXIT.
      /
       SUB-1160-TAKE-FIELD.
      *-----------------------

           IF      W-FIELD-COUNT >= W-FIELD-MAX
               DISPLAY 'XLATREC  too many FIELD cards - limit '
                   W-FIELD-MAX
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1160-EXIT
           END-IF

           MOVE SYSIN-RECORD(25:5)  TO W-CARD-OFFSET
           MOVE SYSIN-RECORD(31:5)  TO W-CARD-LENGTH

           IF      W-CARD-OFFSET NOT NUMERIC
           OR      W-CARD-LENGTH NOT NUMERIC
               DISPLAY 'XLATREC  FIELD card offset/length not '
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
           MOVE 0                   TO FLD-CONVERTED(W-F-DX)
           MOVE 0                   TO FLD-EXCEPTIONS(W-F-DX)
           MOVE RS-GROUP            TO FLD-GROUP(W-F-DX)
           MOVE RS-REPEATS          TO FLD-REPEATS(W-F-DX)

           IF      NOT FLD-TYPE-CHAR(W-F-DX)
           AND     NOT FLD-TYPE-ZONED(W-F-DX)
           AND     NOT FLD-TYPE-PACKED(W-F-DX)
           AND     NOT FLD-TYPE-BINARY(W-F-DX)
               DISPLAY 'XLATREC  FIELD card type must be CHAR, '
                   'ZONED, PACKED or BINARY: ' SYSIN-RECORD(37:6)
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1160-EXIT
           END-IF

           IF      FLD-TYPE-CHAR(W-F-DX)
           AND     SYSIN-RECORD(44:7) = 'NUMERIC'
               SET  FLD-TYPE-ZONED(W-F-DX)
                                    TO TRUE
           END-IF

           IF      FLD-LENGTH(W-F-DX) = 0
           OR      FLD-OFFSET(W-F-DX) + FLD-LENGTH(W-F-DX) > 32760
               DISPLAY 'XLATREC  FIELD card length must be 1 or '
                   'more and end within 32760: ' SYSIN-RECORD(1:42)
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1160-EXIT.
           EXIT.
      /
       SUB-1180-LOAD-LAYOUT.
      *------------------------

      **** PULL THE NAMED LAYOUT'S STORED CARD IMAGES FROM THE
      **** LAYOUTS REGISTRY AND RUN EACH THROUGH THE SAME CARD
      **** PROCESSING AS AN INLINE CARD.  THE NAME IN EFFECT IS
      **** PRINTED SO THE REPORT SHOWS WHICH LAYOUT WAS CONVERTED.

           OPEN INPUT LAYOUT-FILE

           IF      W-LAYREG-FILE-STATUS NOT = '00'
               DISPLAY 'XLATREC  unable to open LAYOUTS - status '
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
               DISPLAY 'XLATREC  layout not found in LAYOUTS: '
                   W-LAYOUT-NAME
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1180-EXIT
           END-IF

           DISPLAY 'XLATREC  layout in effect: ' W-LAYOUT-NAME
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

           PERFORM SUB-1155-TAKE-CARD THRU SUB-1155-EXIT
           .
       SUB-1185-EXIT.
           EXIT.
      /
       SUB-1190-FINISH-TYPES.
      *------------------------

           SET  RS-FUNCTION-FINISH  TO TRUE
           CALL W-RECSEL-PROG    USING W-RECSEL-PARAMETER

           IF      NOT UTIL-RC-OK OF W-RECSEL-PARAMETER
               DISPLAY 'XLATREC  ' UTIL-MESSAGE OF W-RECSEL-PARAMETER
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1190-EXIT
           END-IF

           IF      RS-TYPES-ACTIVE
               DISPLAY 'XLATREC  record type field ' RS-RT-NAME
                   ' offset ' RS-RT-OFFSET ' length ' RS-RT-LENGTH
                   ', ' RS-TYPE-COUNT ' types declared'
           END-IF
           .
       SUB-1190-EXIT.
           EXIT.
      /
       SUB-2000-CONVERT-FILE.
      *-------------------------

           PERFORM SUB-2100-READ-INPUT THRU SUB-2100-EXIT

           PERFORM SUB-2200-CONVERT-RECORD THRU SUB-2200-EXIT
               UNTIL W-INPUT-EOF OR RETURN-CODE NOT = 0

           CLOSE INPUT-FILE
           CLOSE OUTPUT-FILE
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-READ-INPUT.
      *-----------------------

           READ INPUT-FILE
               AT END
                   SET  W-INPUT-EOF TO TRUE
           END-READ
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-CONVERT-RECORD.
      *---------------------------

           ADD  1                   TO W-RECORD-COUNT

      **** RECSEL PICKS THE RECORD'S FIELD SET.  WITH NO RECTYPE
      **** CARD EVERY RECORD GETS GROUP 0, THE COMMON FIELDS ONLY.
      **** A RECORD WHOSE SET CANNOT BE CHOSEN IS WRITTEN AS IT
      **** STANDS, LISTED AND COUNTED; BOTH VERIFICATION STREAMS
      **** TAKE IT WHOLE, SO IT MUST COME THROUGH UNCHANGED.

           SET  RS-FUNCTION-SELECT  TO TRUE
           SET  RS-RECORD-PTR       TO ADDRESS OF INPUT-RECORD
           MOVE W-INPUT-REC-LEN     TO RS-RECORD-LEN
           CALL W-RECSEL-PROG    USING W-RECSEL-PARAMETER

           IF      RS-TYPE-UNKNOWN
           OR      RS-COUNT-BAD
               PERFORM SUB-2250-PASS-RECORD THRU SUB-2250-EXIT
               GO TO SUB-2200-EXIT
           END-IF

      **** START FROM THE RECORD TRANSLATED WHOLE WHEN THE FILLER IS
      **** TEXT, OR COPIED AS IT STANDS WHEN IT IS KEPT; EACH FIELD
      **** THEN PUTS ITS OWN BYTES RIGHT.

           IF      W-FILLER-TEXT
               SET  TR-INPUT-PTR    TO ADDRESS OF INPUT-RECORD
               MOVE W-INPUT-REC-LEN TO TR-INPUT-LEN
               SET  TR-OUTPUT-PTR   TO ADDRESS OF OUTPUT-RECORD
               CALL W-TRANSLAT-PROG USING W-TRANSLAT-PARAMETER
               MOVE SPACES          TO W-IN-IMAGE
                                       (1:W-INPUT-REC-LEN)
               MOVE SPACES          TO W-OUT-IMAGE
                                       (1:W-INPUT-REC-LEN)
           ELSE
               MOVE INPUT-RECORD(1:W-INPUT-REC-LEN)
                                    TO OUTPUT-RECORD
                                       (1:W-INPUT-REC-LEN)
               MOVE INPUT-RECORD(1:W-INPUT-REC-LEN)
                                    TO W-IN-IMAGE
                                       (1:W-INPUT-REC-LEN)
           END-IF

           PERFORM SUB-2280-CONVERT-FIELD-SET THRU SUB-2280-EXIT
               VARYING W-F-DX FROM 1 BY 1
                 UNTIL W-F-DX > W-FIELD-COUNT

      **** FEED THE VERIFICATION STREAMS.  UNDER FILLER KEEP THE
      **** OUTPUT IMAGE IS TAKEN ONLY NOW, WITH EVERY FIELD IN PLACE,
      **** AND THE CHARACTER FIELDS ARE BLANKED ON BOTH SIDES.

           IF      W-FILLER-KEEP
               MOVE OUTPUT-RECORD(1:W-INPUT-REC-LEN)
                                    TO W-OUT-IMAGE
                                       (1:W-INPUT-REC-LEN)
               PERFORM SUB-2290-BLANK-FIELD-SET THRU SUB-2290-EXIT
                   VARYING W-F-DX FROM 1 BY 1
                     UNTIL W-F-DX > W-FIELD-COUNT
           END-IF

           PERFORM SUB-2700-FEED-VERIFY THRU SUB-2700-EXIT

           WRITE OUTPUT-RECORD

           PERFORM SUB-2100-READ-INPUT THRU SUB-2100-EXIT
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2250-PASS-RECORD.
      *------------------------

           ADD  1                   TO W-TYPE-EXC-COUNT

           IF      RS-TYPE-UNKNOWN
               DISPLAY 'XLATREC  record ' W-RECORD-COUNT ' type '
                   RS-TYPE-VALUE(1:RS-RT-LENGTH)
                   ' - unknown record type, passed through'
           ELSE
               DISPLAY 'XLATREC  record ' W-RECORD-COUNT ' type '
                   RS-TYPE-VALUE(1:RS-RT-LENGTH) ' ' RS-OCC-NAME
                   ' - OCCURS count not valid, passed through'
           END-IF

           MOVE INPUT-RECORD(1:W-INPUT-REC-LEN)
                                    TO OUTPUT-RECORD
                                       (1:W-INPUT-REC-LEN)
                                       W-IN-IMAGE
                                       (1:W-INPUT-REC-LEN)
                                       W-OUT-IMAGE
                                       (1:W-INPUT-REC-LEN)

           PERFORM SUB-2700-FEED-VERIFY THRU SUB-2700-EXIT

           WRITE OUTPUT-RECORD

           PERFORM SUB-2100-READ-INPUT THRU SUB-2100-EXIT
           .
       SUB-2250-EXIT.
           EXIT.
      /
       SUB-2280-CONVERT-FIELD-SET.
      *-------------------------------

      **** ONLY THE COMMON FIELDS AND THE SELECTED TYPE'S FIELDS
      **** APPLY.  AN OCCURS ELEMENT FIELD IS CONVERTED ONCE PER
      **** OCCURRENCE, EACH ONE ELEMENT LENGTH FURTHER ON.

           IF      FLD-GROUP(W-F-DX) NOT = 0
           AND     FLD-GROUP(W-F-DX) NOT = RS-GROUP
               GO TO SUB-2280-EXIT
           END-IF

           IF      FLD-SINGLE(W-F-DX)
               MOVE 0               TO W-OCC-SHIFT
               PERFORM SUB-2300-CONVERT-FIELD THRU SUB-2300-EXIT
               GO TO SUB-2280-EXIT
           END-IF

           PERFORM SUB-2285-CONVERT-OCCURRENCE THRU SUB-2285-EXIT
               VARYING W-OCC-NO FROM 1 BY 1
                 UNTIL W-OCC-NO > RS-OCC-COUNT
           .
       SUB-2280-EXIT.
           EXIT.
      /
       SUB-2285-CONVERT-OCCURRENCE.
      *--------------------------------

           COMPUTE W-OCC-SHIFT = (W-OCC-NO - 1) * RS-OCC-STRIDE

           PERFORM SUB-2300-CONVERT-FIELD THRU SUB-2300-EXIT
           .
       SUB-2285-EXIT.
           EXIT.
      /
       SUB-2290-BLANK-FIELD-SET.
      *-----------------------------

           IF      FLD-GROUP(W-F-DX) NOT = 0
           AND     FLD-GROUP(W-F-DX) NOT = RS-GROUP
               GO TO SUB-2290-EXIT
           END-IF

           IF      FLD-SINGLE(W-F-DX)
               MOVE 0               TO W-OCC-SHIFT
               PERFORM SUB-2600-BLANK-FIELD THRU SUB-2600-EXIT
               GO TO SUB-2290-EXIT
           END-IF

           PERFORM SUB-2295-BLANK-OCCURRENCE THRU SUB-2295-EXIT
               VARYING W-OCC-NO FROM 1 BY 1
                 UNTIL W-OCC-NO > RS-OCC-COUNT
           .
       SUB-2290-EXIT.
           EXIT.
      /
       SUB-2295-BLANK-OCCURRENCE.
      *------------------------------

           COMPUTE W-OCC-SHIFT = (W-OCC-NO - 1) * RS-OCC-STRIDE

           PERFORM SUB-2600-BLANK-FIELD THRU SUB-2600-EXIT
           .
       SUB-2295-EXIT.
           EXIT.
      /
       SUB-2300-CONVERT-FIELD.
      *--------------------------

      **** A FIELD PAST A SHORT RECORD'S END IS SIMPLY NOT CARRIED
      **** BY THAT RECORD, THE SAME RULE DELTACHK APPLIES.

           COMPUTE W-FLD-POS = FLD-OFFSET(W-F-DX) + W-OCC-SHIFT + 1
           MOVE FLD-LENGTH(W-F-DX)  TO W-FLD-LEN

           IF      W-FLD-POS + W-FLD-LEN - 1 > W-INPUT-REC-LEN
               GO TO SUB-2300-EXIT
           END-IF

           EVALUATE TRUE
               WHEN FLD-TYPE-CHAR(W-F-DX)
                   IF      W-FILLER-KEEP
                       PERFORM SUB-2400-TRANSLATE-FIELD
                          THRU SUB-2400-EXIT
                   END-IF

               WHEN FLD-TYPE-KEPT(W-F-DX)
                   MOVE INPUT-RECORD(W-FLD-POS:W-FLD-LEN)
                       TO OUTPUT-RECORD(W-FLD-POS:W-FLD-LEN)
                   IF      W-FILLER-TEXT
                       MOVE INPUT-RECORD(W-FLD-POS:W-FLD-LEN)
                           TO W-IN-IMAGE(W-FLD-POS:W-FLD-LEN)
                       MOVE OUTPUT-RECORD(W-FLD-POS:W-FLD-LEN)
                           TO W-OUT-IMAGE(W-FLD-POS:W-FLD-LEN)
                   END-IF

               WHEN FLD-TYPE-ZONED(W-F-DX)
                   PERFORM SUB-2500-CONVERT-ZONED THRU SUB-2500-EXIT
           END-EVALUATE

           ADD  1                   TO FLD-CONVERTED(W-F-DX)
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2400-TRANSLATE-FIELD.
      *-----------------------------

           SET  TR-INPUT-PTR        TO ADDRESS OF
                                       INPUT-RECORD(W-FLD-POS:1)
           MOVE W-FLD-LEN           TO TR-INPUT-LEN
           SET  TR-OUTPUT-PTR       TO ADDRESS OF
                                       OUTPUT-RECORD(W-FLD-POS:1)
           CALL W-TRANSLAT-PROG  USING W-TRANSLAT-PARAMETER
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2500-CONVERT-ZONED.
      *---------------------------

      **** EVERY BYTE BUT THE LAST IS A PLAIN DIGIT; THE LAST CARRIES
      **** THE SIGN.  THE FIELD IS BUILT IN A WORK AREA AND ONLY
      **** MOVED INTO THE RECORD WHEN EVERY BYTE WAS A ZONED DIGIT --
      **** ANYTHING ELSE (SPACES IN AN OPTIONAL AMOUNT, SAY) IS
      **** TRANSLATED AS TEXT AND COUNTED.

           SET  W-ZONED-VALID       TO TRUE

           PERFORM SUB-2510-CONVERT-DIGIT THRU SUB-2510-EXIT
               VARYING W-BYTE-DX FROM 1 BY 1
                 UNTIL W-BYTE-DX >= W-FLD-LEN OR W-ZONED-INVALID

           IF      W-ZONED-VALID
               PERFORM SUB-2520-CONVERT-SIGN THRU SUB-2520-EXIT
           END-IF

           IF      W-ZONED-VALID
               MOVE W-ZONED-FIELD(1:W-FLD-LEN)
                   TO OUTPUT-RECORD(W-FLD-POS:W-FLD-LEN)
               GO TO SUB-2500-EXIT
           END-IF

           ADD  1                   TO FLD-EXCEPTIONS(W-F-DX)
           ADD  1                   TO W-EXCEPTION-COUNT

           IF      FLD-EXCEPTIONS(W-F-DX) = 1
               DISPLAY 'XLATREC  ' FLD-NAME(W-F-DX) ' record '
                   W-RECORD-COUNT ' is not zoned decimal - '
                   'translated as text'
           END-IF

           PERFORM SUB-2400-TRANSLATE-FIELD THRU SUB-2400-EXIT
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2510-CONVERT-DIGIT.
      *---------------------------

           MOVE INPUT-RECORD(W-FLD-POS + W-BYTE-DX - 1:1)
                                    TO W-ZONE-BYTE

           IF      W-DIRECTION-E2A
               MOVE W-EBC-UNSIGNED  TO W-ZONE-TABLE
           ELSE
               MOVE W-ASC-UNSIGNED  TO W-ZONE-TABLE
           END-IF

           PERFORM SUB-2530-FIND-DIGIT THRU SUB-2530-EXIT

           IF      W-ZONE-DIGIT = 0
               SET  W-ZONED-INVALID TO TRUE
               GO TO SUB-2510-EXIT
           END-IF

           IF      W-DIRECTION-E2A
               MOVE W-ASC-UNSIGNED(W-ZONE-DIGIT:1)
                   TO W-ZONED-FIELD(W-BYTE-DX:1)
           ELSE
               MOVE W-EBC-UNSIGNED(W-ZONE-DIGIT:1)
                   TO W-ZONED-FIELD(W-BYTE-DX:1)
           END-IF
           .
       SUB-2510-EXIT.
           EXIT.
      /
       SUB-2520-CONVERT-SIGN.
      *--------------------------

      **** READ THE SIGN OFF THE LAST BYTE IN THE SOURCE CONVENTION
      **** AND WRITE IT IN THE TARGET'S.  EBCDIC F IS UNSIGNED, C
      **** POSITIVE AND D NEGATIVE.  AN ASCII DIGIT WITHOUT A SIGN
      **** MAY BE EITHER UNSIGNED OR POSITIVE, SO IT BECOMES AN F
      **** ZONE, WHICH IBM ARITHMETIC ALSO TAKES AS POSITIVE.

           MOVE INPUT-RECORD(W-FLD-POS + W-FLD-LEN - 1:1)
                                    TO W-ZONE-BYTE

           IF      W-DIRECTION-E2A
               MOVE W-EBC-UNSIGNED  TO W-ZONE-TABLE
           ELSE
               MOVE W-ASC-UNSIGNED  TO W-ZONE-TABLE
           END-IF

           SET  W-ZONE-UNSIGNED     TO TRUE
           PERFORM SUB-2530-FIND-DIGIT THRU SUB-2530-EXIT

           IF      W-ZONE-DIGIT = 0
               IF      W-DIRECTION-E2A
                   MOVE W-EBC-POSITIVE
                                    TO W-ZONE-TABLE
               ELSE
                   MOVE W-OVP-POSITIVE
                                    TO W-ZONE-TABLE
               END-IF
               SET  W-ZONE-POSITIVE TO TRUE
               PERFORM SUB-2530-FIND-DIGIT THRU SUB-2530-EXIT
           END-IF

           IF      W-ZONE-DIGIT = 0
               IF      W-DIRECTION-E2A
                   MOVE W-EBC-NEGATIVE
                                    TO W-ZONE-TABLE
               ELSE
                   MOVE W-ASC-NEGATIVE
                                    TO W-ZONE-TABLE
               END-IF
               SET  W-ZONE-NEGATIVE TO TRUE
               PERFORM SUB-2530-FIND-DIGIT THRU SUB-2530-EXIT
           END-IF

           IF      W-ZONE-DIGIT = 0
           AND     W-DIRECTION-A2E
               MOVE W-OVP-NEGATIVE  TO W-ZONE-TABLE
               PERFORM SUB-2530-FIND-DIGIT THRU SUB-2530-EXIT
           END-IF

           IF      W-ZONE-DIGIT = 0
               SET  W-ZONED-INVALID TO TRUE
               GO TO SUB-2520-EXIT
           END-IF

           EVALUATE TRUE
               WHEN W-DIRECTION-A2E
               AND  W-ZONE-NEGATIVE
                   MOVE W-EBC-NEGATIVE(W-ZONE-DIGIT:1)
                       TO W-ZONED-FIELD(W-FLD-LEN:1)

               WHEN W-DIRECTION-A2E
               AND  W-ZONE-POSITIVE
                   MOVE W-EBC-POSITIVE(W-ZONE-DIGIT:1)
                       TO W-ZONED-FIELD(W-FLD-LEN:1)

               WHEN W-DIRECTION-A2E
                   MOVE W-EBC-UNSIGNED(W-ZONE-DIGIT:1)
                       TO W-ZONED-FIELD(W-FLD-LEN:1)

               WHEN W-ZONE-NEGATIVE
               AND  W-SIGN-OVERPUNCH
                   MOVE W-OVP-NEGATIVE(W-ZONE-DIGIT:1)
                       TO W-ZONED-FIELD(W-FLD-LEN:1)

               WHEN W-ZONE-NEGATIVE
                   MOVE W-ASC-NEGATIVE(W-ZONE-DIGIT:1)
                       TO W-ZONED-FIELD(W-FLD-LEN:1)

               WHEN W-ZONE-POSITIVE
               AND  W-SIGN-OVERPUNCH
                   MOVE W-OVP-POSITIVE(W-ZONE-DIGIT:1)
                       TO W-ZONED-FIELD(W-FLD-LEN:1)

               WHEN OTHER
                   MOVE W-ASC-UNSIGNED(W-ZONE-DIGIT:1)
                       TO W-ZONED-FIELD(W-FLD-LEN:1)
           END-EVALUATE
           .
       SUB-2520-EXIT.
           EXIT.
      /
       SUB-2530-FIND-DIGIT.
      *-----------------------

      **** W-ZONE-DIGIT COMES BACK AS THE DIGIT PLUS ONE WHEN
      **** W-ZONE-BYTE IS IN W-ZONE-TABLE, OR ZERO WHEN IT IS NOT.

           MOVE 0                   TO W-ZONE-DIGIT

           PERFORM SUB-2540-MATCH-DIGIT THRU SUB-2540-EXIT
               VARYING W-ZONE-DX FROM 1 BY 1
                 UNTIL W-ZONE-DX > 10 OR W-ZONE-DIGIT NOT = 0
           .
       SUB-2530-EXIT.
           EXIT.
      /
       SUB-2540-MATCH-DIGIT.
      *------------------------

           IF      W-ZONE-TABLE(W-ZONE-DX:1) = W-ZONE-BYTE
               MOVE W-ZONE-DX       TO W-ZONE-DIGIT
           END-IF
           .
       SUB-2540-EXIT.
           EXIT.
      /
       SUB-2600-BLANK-FIELD.
      *------------------------

           COMPUTE W-FLD-POS = FLD-OFFSET(W-F-DX) + W-OCC-SHIFT + 1
           MOVE FLD-LENGTH(W-F-DX)  TO W-FLD-LEN

           IF      W-FLD-POS + W-FLD-LEN - 1 > W-INPUT-REC-LEN
           OR      FLD-TYPE-KEPT(W-F-DX)
               GO TO SUB-2600-EXIT
           END-IF

           MOVE SPACES              TO W-IN-IMAGE
                                       (W-FLD-POS:W-FLD-LEN)
           MOVE SPACES              TO W-OUT-IMAGE
                                       (W-FLD-POS:W-FLD-LEN)
           .
       SUB-2600-EXIT.
           EXIT.
      /
       SUB-2700-FEED-VERIFY.
      *------------------------

           IF      W-IN-CRC-FIRST
               SET  CRC-STAGE-START OF W-CRC32-IN-PARM
                                    TO TRUE
               SET  W-IN-CRC-NOT-FIRST
                                    TO TRUE
           ELSE
               SET  CRC-STAGE-IN-PROCESS OF W-CRC32-IN-PARM
                                    TO TRUE
           END-IF

           SET  CRC-BUFFER-PTR OF W-CRC32-IN-PARM
                                    TO ADDRESS OF W-IN-IMAGE
           MOVE W-INPUT-REC-LEN     TO CRC-BUFFER-LEN
                                       OF W-CRC32-IN-PARM
           CALL W-CRC32-PROG     USING W-CRC32-IN-PARM

           IF      W-OUT-CRC-FIRST
               SET  CRC-STAGE-START OF W-CRC32-OUT-PARM
                                    TO TRUE
               SET  W-OUT-CRC-NOT-FIRST
                                    TO TRUE
           ELSE
               SET  CRC-STAGE-IN-PROCESS OF W-CRC32-OUT-PARM
                                    TO TRUE
           END-IF

           SET  CRC-BUFFER-PTR OF W-CRC32-OUT-PARM
                                    TO ADDRESS OF W-OUT-IMAGE
           MOVE W-INPUT-REC-LEN     TO CRC-BUFFER-LEN
                                       OF W-CRC32-OUT-PARM
           CALL W-CRC32-PROG     USING W-CRC32-OUT-PARM
           .
       SUB-2700-EXIT.
           EXIT.
      /
       SUB-3000-CERTIFY.
      *--------------------

           IF      W-IN-CRC-FIRST
               SET  CRC-STAGE-START-END OF W-CRC32-IN-PARM
                                    TO TRUE
           ELSE
               SET  CRC-STAGE-END OF W-CRC32-IN-PARM
                                    TO TRUE
           END-IF

           MOVE 0                   TO CRC-BUFFER-LEN
                                       OF W-CRC32-IN-PARM
           SET  CRC-BUFFER-PTR OF W-CRC32-IN-PARM
                                    TO NULL
           CALL W-CRC32-PROG     USING W-CRC32-IN-PARM

           IF      W-OUT-CRC-FIRST
               SET  CRC-STAGE-START-END OF W-CRC32-OUT-PARM
                                    TO TRUE
           ELSE
               SET  CRC-STAGE-END OF W-CRC32-OUT-PARM
                                    TO TRUE
           END-IF

           MOVE 0                   TO CRC-BUFFER-LEN
                                       OF W-CRC32-OUT-PARM
           SET  CRC-BUFFER-PTR OF W-CRC32-OUT-PARM
                                    TO NULL
           CALL W-CRC32-PROG     USING W-CRC32-OUT-PARM

           MOVE CRC-CHECKSUM OF W-CRC32-IN-PARM
                                    TO W-IN-VERIFY-CRC
           MOVE CRC-CHECKSUM OF W-CRC32-OUT-PARM
                                    TO W-OUT-VERIFY-CRC

           MOVE W-IN-VERIFY-CRC     TO CH-CHECKSUM
           CALL W-CRCHEX-PROG    USING W-CRCHEX-PARAMETER
           MOVE CH-HEX-OUTPUT       TO W-IN-HEX

           MOVE W-OUT-VERIFY-CRC    TO CH-CHECKSUM
           CALL W-CRCHEX-PROG    USING W-CRCHEX-PARAMETER
           MOVE CH-HEX-OUTPUT       TO W-OUT-HEX
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-4000-SHUT-DOWN.
      *-------------------

           IF      RETURN-CODE = 16
               DISPLAY 'XLATREC  completed with errors'
               GO TO SUB-4000-EXIT
           END-IF

           DISPLAY 'XLATREC  '
           DISPLAY 'XLATREC  input      : ' W-INPUT-DSNAME
           DISPLAY 'XLATREC  output     : ' W-OUTPUT-DSNAME
           DISPLAY 'XLATREC  direction  : ' W-DIRECTION
               '   sign ' W-SIGN-STYLE '   filler ' W-FILLER-RULE
           DISPLAY 'XLATREC  records    : ' W-RECORD-COUNT
           DISPLAY 'XLATREC  '
           DISPLAY 'XLATREC  FIELDS CONVERTED'

           PERFORM SUB-4100-PRINT-FIELD-LINE THRU SUB-4100-EXIT
               VARYING W-F-DX FROM 1 BY 1
                 UNTIL W-F-DX > W-FIELD-COUNT

           DISPLAY 'XLATREC  '
           DISPLAY 'XLATREC  non-character bytes in  : X''' W-IN-HEX
               ''''
           DISPLAY 'XLATREC  non-character bytes out : X''' W-OUT-HEX
               ''''

           IF      W-IN-VERIFY-CRC NOT = W-OUT-VERIFY-CRC
               DISPLAY 'XLATREC  ** CONVERSION NOT CERTIFIED - '
                   'packed, binary or kept bytes changed **'
               MOVE 8               TO RETURN-CODE
               GO TO SUB-4000-EXIT
           END-IF

           DISPLAY 'XLATREC  conversion CERTIFIED - every packed, '
               'binary and kept byte is unchanged'

           IF      W-EXCEPTION-COUNT > 0
               DISPLAY 'XLATREC  ' W-EXCEPTION-COUNT ' zoned '
                   'value(s) were not zoned decimal and went '
                   'through as text'
               MOVE 4               TO RETURN-CODE
           END-IF

           IF      W-TYPE-EXC-COUNT > 0
               DISPLAY 'XLATREC  ' W-TYPE-EXC-COUNT ' record(s) of '
                   'unknown type or bad count went through '
                   'unconverted'
               MOVE 4               TO RETURN-CODE
           END-IF

           DISPLAY 'XLATREC  completed'
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-4100-PRINT-FIELD-LINE.
      *------------------------------

           DISPLAY 'XLATREC  ' FLD-NAME(W-F-DX) ' '
               FLD-TYPE(W-F-DX) ' ' FLD-CONVERTED(W-F-DX)
               ' record(s)  ' FLD-EXCEPTIONS(W-F-DX)
               ' not zoned'
           .
       SUB-4100-EXIT.
           EXIT.
