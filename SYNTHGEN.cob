      *=========================== SYNTHGEN ============================*
      * Authors: Brian D Pead
      *
      * Description: Synthetic test file generator, so VALIDCHK,
      *              TRLRCHK and the application edits can be
      *              exercised against files of any size without
      *              borrowing production data.  Driven by the same
      *              FIELD cards DELTACHK and VALIDCHK read (or a
      *              LAYOUT card naming a LAYOUTS registry entry),
      *              it writes a requested number of records with
      *              every field validly encoded for its type --
      *              CHAR as text or zoned digits, PACKED with a
      *              valid sign, BINARY as big-endian two's
      *              complement.  Per-field value rules give numeric
      *              ranges, calendar date ranges, VALUES lists,
      *              sequence counters and fixed literals; a field
      *              with no rule takes a value to suit its type and
      *              VALIDCHK check keyword, and VALIDCHK's own
      *              VALUES, DATE-FROM and DATE-TO cards are honoured
      *              so one deck serves both programs.  A FAULT-RATE
      *              card corrupts a chosen share of the records --
      *              an invalid packed digit or a non-numeric CHAR
      *              field -- and lists each one, so the checker's
      *              exceptions can be ticked off against the plan.
      *              TRLRGEN's trailer description cards close the
      *              file with a trailer TRLRCHK accepts, and a
      *              BAD-TRAILER card deliberately spoils one of its
      *              fields.  The values come from the Park-Miller
      *              minimal standard generator seeded from the SEED
      *              card, so the same deck and seed always produce
      *              the same file.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-10-03  1.0      First release
      * 2026-10-15  1.1      Refuse a layout carrying RECTYPE, WHEN or
      *                      OCCURS cards with RC 16 -- they were
      *                      being passed over when loaded from LAYOUTS
      *================================================================*

       PROCESS TRUNC(BIN)

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 SYNTHGEN.

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

           SELECT OUT-FILE
               ASSIGN TO DYNAMIC   W-OUT-DSNAME
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-OUT-FILE-STATUS.

           SELECT BODY-FILE
               ASSIGN TO DYNAMIC   W-OUT-DSNAME
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-BODY-FILE-STATUS.

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

       FD  OUT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
               DEPENDING ON        W-OUT-REC-LEN.

       01  OUT-RECORD                  PIC X(32760).

       FD  BODY-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
               DEPENDING ON        W-BODY-REC-LEN.

       01  BODY-RECORD                 PIC X(32760).

       FD  LAYOUT-FILE.

       01  LAYOUT-RECORD.
           05  LAY-REC-NAME            PIC X(16).
           05  LAY-REC-SEP             PIC X(01).
           05  LAY-REC-CARD            PIC X(80).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-CRC32-PROG             PIC X(08)       VALUE 'CRC32'.
       01  W-CRCHEX-PROG            PIC X(08)       VALUE 'CRCHEX'.

       01  W-SYSIN-FILE-STATUS      PIC X(02).
       01  W-OUT-FILE-STATUS        PIC X(02).
       01  W-BODY-FILE-STATUS       PIC X(02).
       01  W-LAYREG-FILE-STATUS     PIC X(02).

       01  W-OUT-DSNAME             PIC X(44).
       01  W-OUT-REC-LEN            PIC 9(05)  COMP.
       01  W-BODY-REC-LEN           PIC 9(05)  COMP.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-SYSIN-EOF                          VALUE 'Y'.
           88  W-SYSIN-NOT-EOF                      VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-BODY-EOF                           VALUE 'Y'.
           88  W-BODY-NOT-EOF                       VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'Y'.
           88  W-FIRST-RECORD                       VALUE 'Y'.
           88  W-NOT-FIRST-RECORD                   VALUE 'N'.

       01  W-CARD-KEYWORD           PIC X(11).
       01  W-TRAILER-KEYWORD        PIC X(12).
       01  W-CARD-OFFSET            PIC X(05).
       01  W-CARD-LENGTH            PIC X(05).
       01  W-CARD-FORMAT            PIC X(07).
       01  W-CARD-DIGITS            PIC X(05).
       01  W-CARD-NUMBER            PIC X(09).
       01  W-CARD-NUMBER-2          PIC X(09).
       01  W-CARD-RATE              PIC X(04).

      **** THE FIELD TABLE: DELTACHK'S FIELD CARD COLUMNS PLUS
      **** VALIDCHK'S CHECK KEYWORD, AND THE GENERATION RULE EACH
      **** FIELD ENDS UP WITH ONCE THE RULE CARDS AND DEFAULTS ARE
      **** RESOLVED.  FLD-LOW / FLD-HIGH HOLD THE NUMERIC RANGE, OR
      **** THE INTEGER DAY NUMBERS OF A DATE RANGE.

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
               10  FLD-CHECK       PIC X(07).
                   88  FLD-CHECK-NONE               VALUE SPACES.
                   88  FLD-CHECK-NUMERIC            VALUE 'NUMERIC'.
                   88  FLD-CHECK-DATE               VALUE 'DATE'.
                   88  FLD-CHECK-VALUES             VALUE 'VALUES'.
               10  FLD-RULE        PIC X(08).
                   88  FLD-RULE-NONE                VALUE SPACES.
                   88  FLD-RULE-RANGE               VALUE 'RANGE'.
                   88  FLD-RULE-DATE                VALUE 'DATE'.
                   88  FLD-RULE-VALUES              VALUE 'VALUES'.
                   88  FLD-RULE-SEQUENCE            VALUE 'SEQUENCE'.
                   88  FLD-RULE-LITERAL             VALUE 'LITERAL'.
                   88  FLD-RULE-TEXT                VALUE 'TEXT'.
               10  FLD-CAPACITY    PIC 9(18)  COMP.
               10  FLD-LOW         PIC 9(18)  COMP.
               10  FLD-HIGH        PIC 9(18)  COMP.
               10  FLD-NEXT        PIC 9(18)  COMP.
               10  FLD-STEP        PIC 9(09)  COMP.
               10  FLD-LITERAL     PIC X(56).
               10  FLD-VALUE-COUNT PIC 9(04)  COMP.
               10  FLD-FAULTABLE   PIC X(01).

      **** THE RULE CARDS, HELD BY FIELD NAME UNTIL THE WHOLE DECK
      **** (INCLUDING ANY REGISTRY LAYOUT) HAS BEEN READ.

       01  W-RULE-MAX               PIC 9(04)  COMP VALUE 50.
       01  W-RULE-COUNT             PIC 9(04)  COMP VALUE 0.
       01  W-RULE-TABLE.
           05  W-RULE-ENTRY        OCCURS 50       INDEXED W-U-DX.
               10  RUL-KEYWORD     PIC X(11).
               10  RUL-FIELD-NAME  PIC X(12).
               10  RUL-TEXT        PIC X(56).

      **** VALIDCHK'S ALLOWED-VALUE LIST, ONE VALUE PER ENTRY, TIED
      **** TO ITS FIELD BY NAME.

       01  W-VALUE-MAX              PIC 9(04)  COMP VALUE 200.
       01  W-VALUE-COUNT            PIC 9(04)  COMP VALUE 0.
       01  W-VALUE-TABLE.
           05  W-VALUE-ENTRY       OCCURS 200      INDEXED W-V-DX.
               10  VAL-FIELD-NAME  PIC X(12).
               10  VAL-VALUE       PIC X(16).

       01  W-DATE-FROM              PIC X(08)       VALUE '19000101'.
       01  W-DATE-TO                PIC X(08)       VALUE '20991231'.
       01  W-RANGE-FROM             PIC X(08).
       01  W-RANGE-TO               PIC X(08).
       01  W-DATE-NUM               PIC 9(08).
       01  W-DATE-NUM-2             PIC 9(08).
       01  W-DATE-INT               PIC 9(09)  COMP.
       01  W-DATE-INT-2             PIC 9(09)  COMP.

       01  W-RECORDS                PIC 9(09)  COMP VALUE 0.
       01  W-RECORD-LENGTH          PIC 9(05)       VALUE 0.
       01  W-FAULT-RATE             PIC 9(04)       VALUE 0.
       01  W-FAULTABLE-COUNT        PIC 9(04)  COMP VALUE 0.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-RECORDS-GIVEN                      VALUE 'Y'.
           88  W-RECORDS-NOT-GIVEN                  VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-RULE-FIELD-FOUND                   VALUE 'Y'.
           88  W-RULE-FIELD-NOT-FOUND               VALUE 'N'.

      **** THE PARK-MILLER GENERATOR: X = X * 16807 MOD (2**31 - 1),
      **** THE SAME ONE SAMPLE DRAWS ITS RANDOM SAMPLES FROM.

       01  W-SEED                   PIC 9(10)       VALUE 1.
       01  W-RANDOM                 PIC 9(10)  COMP.
       01  W-RANDOM-PRODUCT         PIC 9(18)  COMP.
       01  W-RANDOM-QUOTIENT        PIC 9(18)  COMP.
       01  W-MODULUS                PIC 9(10)  COMP VALUE 2147483647.

       01  W-PICK-LOW               PIC 9(18)  COMP.
       01  W-PICK-HIGH              PIC 9(18)  COMP.
       01  W-PICK-SPAN              PIC 9(18)  COMP.
       01  W-PICK-VALUE             PIC 9(18)  COMP.

       01  W-LETTERS                PIC X(26)       VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  W-BYTE-DX                PIC 9(05)  COMP.
       01  W-VALUE-WANTED           PIC 9(04)  COMP.
       01  W-VALUE-SEEN             PIC 9(04)  COMP.
       01  W-DEFAULT-HIGH           PIC 9(09)  COMP VALUE 999999999.

      **** THE RECORD BEING BUILT, AND THE COUNTS FOR THE TRAILER
      **** AND THE RUN SUMMARY.

       01  W-RECORD-AREA            PIC X(32760).
       01  W-RECORD-NUMBER          PIC 9(09)  COMP VALUE 0.
       01  W-FAULT-COUNT            PIC 9(09)  COMP VALUE 0.

      **** TRLRGEN'S TRAILER DESCRIPTION: 0-BASED OFFSET, LENGTH,
      **** AND DISPLAY OR PACKED CONTENT.

       01  W-COUNT-FIELD.
           05  CNT-PRESENT          PIC X(01)       VALUE 'N'.
           05  CNT-OFFSET           PIC 9(05).
           05  CNT-LENGTH           PIC 9(05).
           05  CNT-FORMAT           PIC X(07).

       01  W-AMOUNT-FIELD.
           05  AMT-PRESENT          PIC X(01)       VALUE 'N'.
           05  AMT-OFFSET           PIC 9(05).
           05  AMT-LENGTH           PIC 9(05).
           05  AMT-FORMAT           PIC X(07).

       01  W-BODY-FIELD.
           05  BDY-PRESENT          PIC X(01)       VALUE 'N'.
           05  BDY-OFFSET           PIC 9(05).
           05  BDY-LENGTH           PIC 9(05).
           05  BDY-FORMAT           PIC X(07).

       01  W-CRC-FIELD.
           05  CRF-PRESENT          PIC X(01)       VALUE 'N'.
           05  CRF-OFFSET           PIC 9(05).
           05  CRF-LENGTH           PIC 9(05).

       01  W-TRAILER-MODE           PIC X(08)       VALUE 'APPEND'.
           88  W-MODE-APPEND                        VALUE 'APPEND'.

       01  W-BAD-TRAILER            PIC X(06)       VALUE SPACES.
           88  W-BAD-NONE                           VALUE SPACES.
           88  W-BAD-COUNT                          VALUE 'COUNT'.
           88  W-BAD-AMOUNT                         VALUE 'AMOUNT'.
           88  W-BAD-CRC                            VALUE 'CRC'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-TRAILER-WANTED                     VALUE 'Y'.
           88  W-TRAILER-NOT-WANTED                 VALUE 'N'.

       01  W-TRAILER-LENGTH         PIC 9(05)       VALUE 0.
       01  W-NEEDED-LENGTH          PIC 9(09)  COMP VALUE 0.
       01  W-FIELD-END              PIC 9(09)  COMP.

       01  W-TRAILER-AREA           PIC X(32760).

       01  W-BODY-COUNT             PIC 9(09)  COMP VALUE 0.
       01  W-BODY-AMOUNT            PIC S9(17) COMP VALUE 0.
       01  W-TRAILER-COUNT          PIC 9(09)  COMP.
       01  W-TRAILER-AMOUNT         PIC S9(17) COMP.
       01  W-COMPUTED-CRC           PIC X(08).
       01  W-TRAILER-CRC            PIC X(08).

       01  W-NUM-VALUE              PIC S9(17).
       01  W-ZONED-WORK             PIC X(18).
       01  W-ZONED-NUM REDEFINES W-ZONED-WORK
                                    PIC 9(18).
       01  W-PACKED-WORK            PIC X(09).
       01  W-PACKED-NUM REDEFINES W-PACKED-WORK
                                    PIC S9(17) COMP-3.
       01  W-BINARY-WORK            PIC X(08).
       01  W-BINARY-NUM REDEFINES W-BINARY-WORK
                                    PIC S9(18) COMP.
       01  W-FLD-POS                PIC 9(09)  COMP.
       01  W-FLD-LEN                PIC 9(09)  COMP.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-VALUE-GOOD                         VALUE 'Y'.
           88  W-VALUE-BAD                          VALUE 'N'.

      **** A LAYOUT CARD PULLS THE FIELD DECK FROM THE LAYOUTS
      **** CENTRAL REGISTRY, THE SAME WAY VALIDCHK TAKES IT.

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

       01  W-DISPLAY-COUNT          PIC ZZZ,ZZZ,ZZ9.
       01  W-DISPLAY-SEED           PIC Z(09)9.
       01  W-DISPLAY-AMOUNT         PIC -(17)9.

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                    PIC X(04).
           05  W-COMPILED-DATE-MM   PIC X(02).
           05  W-COMPILED-DATE-DD   PIC X(02).
           05  W-COMPILED-TIME-HH   PIC X(02).
           05  W-COMPILED-TIME-MM   PIC X(02).
           05  W-COMPILED-TIME-SS   PIC X(02).
           05  FILLER               PIC X(07).

       01  W-CRC32-PARAMETER.       COPY CRC32L.

       01  W-CRCHEX-PARAMETER.      COPY CRCHEXL.
      /
       PROCEDURE DIVISION.
      *===================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      RETURN-CODE = 0
               PERFORM SUB-2000-GENERATE-FILE THRU SUB-2000-EXIT
           END-IF

           IF      RETURN-CODE = 0
           AND     W-TRAILER-WANTED
               PERFORM SUB-3000-WRITE-TRAILER THRU SUB-3000-EXIT
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

           DISPLAY 'SYNTHGEN compiled on '
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
               DISPLAY 'SYNTHGEN no FIELD cards - nothing to '
                   'generate'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           IF      W-RECORDS-NOT-GIVEN
               DISPLAY 'SYNTHGEN a RECORDS card is required'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           IF      W-SEED = 0
           OR      W-SEED >= W-MODULUS
               DISPLAY 'SYNTHGEN SEED must be 1-2147483646'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           MOVE W-SEED              TO W-RANDOM

           PERFORM SUB-1300-RESOLVE-RULES THRU SUB-1300-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1400-SIZE-RECORD THRU SUB-1400-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           IF      W-TRAILER-WANTED
               PERFORM SUB-1500-SIZE-TRAILER THRU SUB-1500-EXIT
               IF      RETURN-CODE NOT = 0
                   GO TO SUB-1000-EXIT
               END-IF
           END-IF

           OPEN OUTPUT OUT-FILE

           IF      W-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'SYNTHGEN unable to open ' W-OUT-DSNAME
                   ' - status ' W-OUT-FILE-STATUS
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-READ-SYSIN.
      *----------------------

      **** THE FIRST CARD NAMES THE OUTPUT DATASET.  THEN, KEYWORD
      **** IN COLUMNS 1-11:
      ****   FIELD      NAME 12-23, 0-BASED OFFSET 25-29, LENGTH
      ****              31-35, TYPE 37-42 (CHAR/PACKED/BINARY),
      ****              OPTIONAL VALIDCHK CHECK 44-50 (NUMERIC,
      ****              DATE OR VALUES)
      ****   LAYOUT     LAYOUTS REGISTRY ENTRY NAME IN 12-27
      ****   RECORDS    RECORDS TO GENERATE, 12-20
      ****   RECORD-LEN RECORD LENGTH 12-16 (DEFAULTS TO THE LAST
      ****              DESCRIBED BYTE; THE GAPS ARE SPACES)
      ****   SEED       1-2147483646, 12-20 (DEFAULT 1)
      ****   FAULT-RATE FAULTED RECORDS PER THOUSAND, 12-15
      **** THE VALUE RULES, FIELD NAME IN 12-23:
      ****   RANGE      LOW 25-33, HIGH 35-43 (CHAR DIGITS, PACKED
      ****              OR BINARY)
      ****   DATE-RANGE YYYYMMDD FROM 25-32, TO 34-41 (CHAR, 8)
      ****   SEQUENCE   START 25-33, STEP 35-43
      ****   LITERAL    FIXED TEXT FROM COLUMN 25 (CHAR)
      ****   VALUES     ONE VALUE FROM COLUMN 25, REPEATED PER
      ****              VALUE -- VALIDCHK'S CARD, PICKED AT RANDOM
      **** A FIELD WITH NO RULE TAKES ITS VALUES CARDS IF IT HAS
      **** ANY, A DATE BETWEEN VALIDCHK'S DATE-FROM AND DATE-TO
      **** CARDS (YYYYMMDD IN 12-19) IF IT IS CHECKED AS A DATE,
      **** DIGITS IF IT IS NUMERIC, PACKED OR BINARY, AND LETTERS
      **** OTHERWISE.
      **** THE TRAILER CARDS ARE TRLRGEN'S, KEYWORD IN COLUMNS
      **** 1-12: COUNT-FIELD, AMOUNT-FIELD, BODY-AMOUNT, CRC-FIELD,
      **** TRAILER-LEN AND TRAILER-MODE (APPEND ONLY -- THERE IS NO
      **** INPUT TRAILER TO OVERLAY), PLUS BAD-TRAILER WITH COUNT,
      **** AMOUNT OR CRC FROM COLUMN 14 TO SPOIL THAT FIELD.

           OPEN INPUT SYSIN-FILE

           READ SYSIN-FILE
               AT END
                   DISPLAY 'SYNTHGEN SYSIN is empty - no output '
                       'dataset name'
                   MOVE 16          TO RETURN-CODE
           END-READ

           IF      RETURN-CODE NOT = 0
               CLOSE SYSIN-FILE
               GO TO SUB-1100-EXIT
           END-IF

           MOVE SYSIN-RECORD(1:44)  TO W-OUT-DSNAME

           PERFORM SUB-1150-READ-CARD THRU SUB-1150-EXIT
               UNTIL W-SYSIN-EOF OR RETURN-CODE NOT = 0

           IF      RETURN-CODE = 0
           AND     W-LAYOUT-REQUESTED
               PERFORM SUB-1180-LOAD-LAYOUT THRU SUB-1180-EXIT
           END-IF

           CLOSE SYSIN-FILE

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1100-EXIT
           END-IF

           IF      CNT-PRESENT = 'Y'
           OR      AMT-PRESENT = 'Y'
           OR      CRF-PRESENT = 'Y'
               SET  W-TRAILER-WANTED
                                    TO TRUE
           END-IF

           IF      W-TRAILER-NOT-WANTED
           AND     NOT W-BAD-NONE
               DISPLAY 'SYNTHGEN BAD-TRAILER given but no trailer '
                   'fields are described'
               MOVE 16              TO RETURN-CODE
           END-IF
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

      **** TRLRGEN'S TRAILER CARDS KEEP THEIR 12-COLUMN KEYWORD SO
      **** THE SAME CARDS CAN BE SHARED WITH TRLRCHK.

           MOVE SYSIN-RECORD(1:12)  TO W-TRAILER-KEYWORD

           EVALUATE W-TRAILER-KEYWORD
               WHEN 'COUNT-FIELD'
               WHEN 'AMOUNT-FIELD'
               WHEN 'BODY-AMOUNT'
               WHEN 'CRC-FIELD'
               WHEN 'TRAILER-LEN'
               WHEN 'TRAILER-MODE'
               WHEN 'BAD-TRAILER'
                   PERFORM SUB-1170-TAKE-TRAILER-CARD
                      THRU SUB-1170-EXIT
                   GO TO SUB-1155-EXIT
           END-EVALUATE

           MOVE SYSIN-RECORD(1:11)  TO W-CARD-KEYWORD

      **** RECTYPE, WHEN AND OCCURS CARDS DESCRIBE A FILE OF SEVERAL
      **** RECORD TYPES.  SYNTHGEN GENERATES EVERY RECORD FROM ONE
      **** FIXED FIELD SET, SO A LAYOUT CARRYING THEM IS REFUSED
      **** RATHER THAN HAVING FIELDS APPLIED TO RECORDS THEY DO NOT
      **** DESCRIBE.

           IF      W-CARD-KEYWORD = 'RECTYPE'
           OR      W-CARD-KEYWORD = 'WHEN'
           OR      W-CARD-KEYWORD = 'OCCURS'
               IF      W-LAYOUT-LOADING
                   DISPLAY 'SYNTHGEN layout ' W-LAYOUT-NAME
                       ' refused - multi-record-type layouts are '
                       'not supported, card: ' W-CARD-KEYWORD
               ELSE
                   DISPLAY 'SYNTHGEN multi-record-type layouts '
                       'are not supported, card: ' W-CARD-KEYWORD
               END-IF
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1155-EXIT
           END-IF

           EVALUATE W-CARD-KEYWORD
               WHEN 'FIELD'
                   PERFORM SUB-1160-TAKE-FIELD THRU SUB-1160-EXIT

               WHEN 'RANGE'
               WHEN 'DATE-RANGE'
               WHEN 'SEQUENCE'
               WHEN 'LITERAL'
                   PERFORM SUB-1165-TAKE-RULE THRU SUB-1165-EXIT

               WHEN 'VALUES'
                   PERFORM SUB-1168-TAKE-VALUE THRU SUB-1168-EXIT

               WHEN 'DATE-FROM'
                   MOVE SYSIN-RECORD(12:8)
                                    TO W-DATE-FROM
                   IF      W-DATE-FROM NOT NUMERIC
                       DISPLAY 'SYNTHGEN DATE-FROM is not YYYYMMDD: '
                           W-DATE-FROM
                       MOVE 16      TO RETURN-CODE
                   END-IF

               WHEN 'DATE-TO'
                   MOVE SYSIN-RECORD(12:8)
                                    TO W-DATE-TO
                   IF      W-DATE-TO NOT NUMERIC
                       DISPLAY 'SYNTHGEN DATE-TO is not YYYYMMDD: '
                           W-DATE-TO
                       MOVE 16      TO RETURN-CODE
                   END-IF

               WHEN 'RECORDS'
                   MOVE SYSIN-RECORD(12:9)
                                    TO W-CARD-NUMBER
                   IF      W-CARD-NUMBER NOT NUMERIC
                       DISPLAY 'SYNTHGEN RECORDS is not numeric: '
                           W-CARD-NUMBER
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       MOVE W-CARD-NUMBER
                                    TO W-RECORDS
                       SET  W-RECORDS-GIVEN
                                    TO TRUE
                   END-IF

               WHEN 'RECORD-LEN'
                   MOVE SYSIN-RECORD(12:5)
                                    TO W-CARD-DIGITS
                   IF      W-CARD-DIGITS NOT NUMERIC
                       DISPLAY 'SYNTHGEN RECORD-LEN is not numeric: '
                           W-CARD-DIGITS
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       MOVE W-CARD-DIGITS
                                    TO W-RECORD-LENGTH
                   END-IF

               WHEN 'SEED'
                   MOVE SYSIN-RECORD(12:9)
                                    TO W-CARD-NUMBER
                   IF      W-CARD-NUMBER NOT NUMERIC
                       DISPLAY 'SYNTHGEN SEED is not numeric: '
                           W-CARD-NUMBER
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       MOVE W-CARD-NUMBER
                                    TO W-SEED
                   END-IF

               WHEN 'FAULT-RATE'
                   MOVE SYSIN-RECORD(12:4)
                                    TO W-CARD-RATE
                   IF      W-CARD-RATE NOT NUMERIC
                       DISPLAY 'SYNTHGEN FAULT-RATE is not numeric: '
                           W-CARD-RATE
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       MOVE W-CARD-RATE
                                    TO W-FAULT-RATE
                       IF      W-FAULT-RATE > 1000
                           DISPLAY 'SYNTHGEN FAULT-RATE is per '
                               'thousand - 0000 to 1000: '
                               W-CARD-RATE
                           MOVE 16  TO RETURN-CODE
                       END-IF
                   END-IF

               WHEN 'LAYOUT'
                   IF      W-LAYOUT-LOADING
                       DISPLAY 'SYNTHGEN a registry layout may not '
                           'name another LAYOUT'
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       IF      W-LAYOUT-REQUESTED
                           DISPLAY 'SYNTHGEN only one LAYOUT card '
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

      **** A REGISTRY LAYOUT MAY CARRY CARDS MEANT FOR OTHER
      **** PROGRAMS (EXCLUDE AND THE LIKE); THEY SAY NOTHING ABOUT
      **** THE GENERATED VALUES AND ARE PASSED OVER.

               WHEN OTHER
                   IF      W-LAYOUT-NOT-LOADING
                       DISPLAY 'SYNTHGEN unknown SYSIN card: '
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
               DISPLAY 'SYNTHGEN too many FIELD cards - limit '
                   W-FIELD-MAX
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1160-EXIT
           END-IF

           MOVE SYSIN-RECORD(25:5)  TO W-CARD-OFFSET
           MOVE SYSIN-RECORD(31:5)  TO W-CARD-LENGTH

           IF      W-CARD-OFFSET NOT NUMERIC
           OR      W-CARD-LENGTH NOT NUMERIC
               DISPLAY 'SYNTHGEN FIELD card offset/length not '
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
           MOVE SYSIN-RECORD(44:7)  TO FLD-CHECK(W-F-DX)
           MOVE SPACES              TO FLD-RULE(W-F-DX)
           MOVE 'N'                 TO FLD-FAULTABLE(W-F-DX)
           MOVE 0                   TO FLD-VALUE-COUNT(W-F-DX)

           IF      NOT FLD-TYPE-CHAR(W-F-DX)
           AND     NOT FLD-TYPE-PACKED(W-F-DX)
           AND     NOT FLD-TYPE-BINARY(W-F-DX)
               DISPLAY 'SYNTHGEN FIELD card type must be CHAR, '
                   'PACKED or BINARY: ' SYSIN-RECORD(37:6)
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1160-EXIT
           END-IF

           IF      NOT FLD-CHECK-NONE(W-F-DX)
           AND     NOT FLD-CHECK-NUMERIC(W-F-DX)
           AND     NOT FLD-CHECK-DATE(W-F-DX)
           AND     NOT FLD-CHECK-VALUES(W-F-DX)
               DISPLAY 'SYNTHGEN FIELD check must be NUMERIC, DATE '
                   'or VALUES: ' SYSIN-RECORD(44:7)
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1160-EXIT
           END-IF

           IF      FLD-LENGTH(W-F-DX) = 0
               DISPLAY 'SYNTHGEN FIELD card length must not be '
                   'zero: ' FLD-NAME(W-F-DX)
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1160-EXIT
           END-IF

           IF      FLD-TYPE-PACKED(W-F-DX)
           AND     FLD-LENGTH(W-F-DX) > 9
               DISPLAY 'SYNTHGEN PACKED field length must be 1-9: '
                   W-CARD-LENGTH
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1160-EXIT
           END-IF

           IF      FLD-TYPE-BINARY(W-F-DX)
           AND     FLD-LENGTH(W-F-DX) > 8
               DISPLAY 'SYNTHGEN BINARY field length must be 1-8: '
                   W-CARD-LENGTH
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1160-EXIT
           END-IF

           IF      FLD-CHECK-DATE(W-F-DX)
           AND     FLD-LENGTH(W-F-DX) NOT = 8
               DISPLAY 'SYNTHGEN DATE fields are YYYYMMDD - length '
                   'must be 8'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1160-EXIT
           END-IF

           IF      NOT FLD-CHECK-NONE(W-F-DX)
           AND     NOT FLD-TYPE-CHAR(W-F-DX)
               DISPLAY 'SYNTHGEN the ' FLD-CHECK(W-F-DX) ' check '
                   'applies to CHAR fields: ' FLD-NAME(W-F-DX)
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1160-EXIT.
           EXIT.
      /
       SUB-1165-TAKE-RULE.
      *----------------------

           IF      W-RULE-COUNT >= W-RULE-MAX
               DISPLAY 'SYNTHGEN too many rule cards - limit '
                   W-RULE-MAX
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1165-EXIT
           END-IF

           ADD  1                   TO W-RULE-COUNT
           SET  W-U-DX              TO W-RULE-COUNT

           MOVE W-CARD-KEYWORD      TO RUL-KEYWORD(W-U-DX)
           MOVE SYSIN-RECORD(12:12) TO RUL-FIELD-NAME(W-U-DX)
           MOVE SYSIN-RECORD(25:56) TO RUL-TEXT(W-U-DX)
           .
       SUB-1165-EXIT.
           EXIT.
      /
       SUB-1168-TAKE-VALUE.
      *-----------------------

           IF      W-VALUE-COUNT >= W-VALUE-MAX
               DISPLAY 'SYNTHGEN too many VALUES cards - limit '
                   W-VALUE-MAX
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1168-EXIT
           END-IF

           ADD  1                   TO W-VALUE-COUNT
           SET  W-V-DX              TO W-VALUE-COUNT

           MOVE SYSIN-RECORD(12:12) TO VAL-FIELD-NAME(W-V-DX)
           MOVE SYSIN-RECORD(25:16) TO VAL-VALUE(W-V-DX)
           .
       SUB-1168-EXIT.
           EXIT.
      /
       SUB-1170-TAKE-TRAILER-CARD.
      *-------------------------------

           MOVE SYSIN-RECORD(14:5)  TO W-CARD-OFFSET
           MOVE SYSIN-RECORD(20:5)  TO W-CARD-LENGTH
           MOVE SYSIN-RECORD(26:7)  TO W-CARD-FORMAT

           EVALUATE W-TRAILER-KEYWORD
               WHEN 'COUNT-FIELD'
                   PERFORM SUB-1175-CHECK-NUMERICS THRU SUB-1175-EXIT
                   IF      RETURN-CODE = 0
                       MOVE 'Y'     TO CNT-PRESENT
                       MOVE W-CARD-OFFSET
                                    TO CNT-OFFSET
                       MOVE W-CARD-LENGTH
                                    TO CNT-LENGTH
                       MOVE W-CARD-FORMAT
                                    TO CNT-FORMAT
                   END-IF

               WHEN 'AMOUNT-FIELD'
                   PERFORM SUB-1175-CHECK-NUMERICS THRU SUB-1175-EXIT
                   IF      RETURN-CODE = 0
                       MOVE 'Y'     TO AMT-PRESENT
                       MOVE W-CARD-OFFSET
                                    TO AMT-OFFSET
                       MOVE W-CARD-LENGTH
                                    TO AMT-LENGTH
                       MOVE W-CARD-FORMAT
                                    TO AMT-FORMAT
                   END-IF

               WHEN 'BODY-AMOUNT'
                   PERFORM SUB-1175-CHECK-NUMERICS THRU SUB-1175-EXIT
                   IF      RETURN-CODE = 0
                       MOVE 'Y'     TO BDY-PRESENT
                       MOVE W-CARD-OFFSET
                                    TO BDY-OFFSET
                       MOVE W-CARD-LENGTH
                                    TO BDY-LENGTH
                       MOVE W-CARD-FORMAT
                                    TO BDY-FORMAT
                   END-IF

               WHEN 'CRC-FIELD'
                   PERFORM SUB-1175-CHECK-NUMERICS THRU SUB-1175-EXIT
                   IF      RETURN-CODE = 0
                       MOVE 'Y'     TO CRF-PRESENT
                       MOVE W-CARD-OFFSET
                                    TO CRF-OFFSET
                       MOVE W-CARD-LENGTH
                                    TO CRF-LENGTH
                   END-IF

               WHEN 'TRAILER-LEN'
                   MOVE SYSIN-RECORD(14:5)
                                    TO W-CARD-DIGITS
                   IF      W-CARD-DIGITS NOT NUMERIC
                       DISPLAY 'SYNTHGEN TRAILER-LEN is not '
                           'numeric: ' W-CARD-DIGITS
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       MOVE W-CARD-DIGITS
                                    TO W-TRAILER-LENGTH
                   END-IF

               WHEN 'TRAILER-MODE'
                   MOVE SYSIN-RECORD(14:8)
                                    TO W-TRAILER-MODE
                   IF      NOT W-MODE-APPEND
                       DISPLAY 'SYNTHGEN TRAILER-MODE must be '
                           'APPEND - a generated file has no '
                           'trailer skeleton: ' W-TRAILER-MODE
                       MOVE 16      TO RETURN-CODE
                   END-IF

               WHEN 'BAD-TRAILER'
                   MOVE SYSIN-RECORD(14:6)
                                    TO W-BAD-TRAILER
                   IF      NOT W-BAD-COUNT
                   AND     NOT W-BAD-AMOUNT
                   AND     NOT W-BAD-CRC
                       DISPLAY 'SYNTHGEN BAD-TRAILER must be COUNT, '
                           'AMOUNT or CRC: ' W-BAD-TRAILER
                       MOVE 16      TO RETURN-CODE
                   END-IF
           END-EVALUATE
           .
       SUB-1170-EXIT.
           EXIT.
      /
       SUB-1175-CHECK-NUMERICS.
      *----------------------------

           IF      W-CARD-OFFSET NOT NUMERIC
           OR      W-CARD-LENGTH NOT NUMERIC
               DISPLAY 'SYNTHGEN ' W-TRAILER-KEYWORD ' offset/length '
                   'not numeric: ' SYSIN-RECORD(1:24)
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1175-EXIT.
           EXIT.
      /
       SUB-1180-LOAD-LAYOUT.
      *------------------------

      **** PULL THE NAMED LAYOUT'S STORED CARD IMAGES FROM THE
      **** LAYOUTS REGISTRY AND RUN EACH THROUGH THE SAME CARD
      **** PROCESSING AS AN INLINE CARD.

           OPEN INPUT LAYOUT-FILE

           IF      W-LAYREG-FILE-STATUS NOT = '00'
               DISPLAY 'SYNTHGEN unable to open LAYOUTS - status '
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
               DISPLAY 'SYNTHGEN layout not found in LAYOUTS: '
                   W-LAYOUT-NAME
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1180-EXIT
           END-IF

           DISPLAY 'SYNTHGEN layout in effect: ' W-LAYOUT-NAME
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
       SUB-1300-RESOLVE-RULES.
      *---------------------------

      **** WORK OUT EACH FIELD'S NUMERIC CAPACITY, ATTACH THE RULE
      **** CARDS TO THEIR FIELDS, GIVE EVERY FIELD STILL WITHOUT A
      **** RULE ITS DEFAULT, AND MARK THE FIELDS A FAULT CAN BE
      **** PLANTED IN.

           PERFORM SUB-1310-SET-CAPACITY THRU SUB-1310-EXIT
               VARYING W-F-DX FROM 1 BY 1
                 UNTIL W-F-DX > W-FIELD-COUNT

           PERFORM SUB-1320-APPLY-RULE THRU SUB-1320-EXIT
               VARYING W-U-DX FROM 1 BY 1
                 UNTIL W-U-DX > W-RULE-COUNT
                    OR RETURN-CODE NOT = 0

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1300-EXIT
           END-IF

           PERFORM SUB-1350-SET-DEFAULT THRU SUB-1350-EXIT
               VARYING W-F-DX FROM 1 BY 1
                 UNTIL W-F-DX > W-FIELD-COUNT
                    OR RETURN-CODE NOT = 0

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1300-EXIT
           END-IF

           PERFORM SUB-1370-MARK-FAULTABLE THRU SUB-1370-EXIT
               VARYING W-F-DX FROM 1 BY 1
                 UNTIL W-F-DX > W-FIELD-COUNT

           IF      W-FAULT-RATE > 0
           AND     W-FAULTABLE-COUNT = 0
               DISPLAY 'SYNTHGEN FAULT-RATE given but no field can '
                   'carry a fault (needs a PACKED field, or a CHAR '
                   'field holding digits, dates or VALUES)'
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-1310-SET-CAPACITY.
      *--------------------------

      **** THE LARGEST VALUE THE FIELD CAN HOLD: LENGTH DIGITS FOR
      **** CHAR (AT MOST 18), 2 * LENGTH - 1 DIGITS FOR PACKED, AND
      **** THE POSITIVE HALF OF THE BYTES FOR BINARY.

           EVALUATE TRUE
               WHEN FLD-TYPE-PACKED(W-F-DX)
                   COMPUTE FLD-CAPACITY(W-F-DX) =
                       10 ** (2 * FLD-LENGTH(W-F-DX) - 1) - 1

               WHEN FLD-TYPE-BINARY(W-F-DX)
                   IF      FLD-LENGTH(W-F-DX) = 8
                       MOVE 999999999999999999
                                    TO FLD-CAPACITY(W-F-DX)
                   ELSE
                       COMPUTE FLD-CAPACITY(W-F-DX) =
                           2 ** (8 * FLD-LENGTH(W-F-DX) - 1) - 1
                   END-IF

               WHEN FLD-LENGTH(W-F-DX) > 17
                   MOVE 999999999999999999
                                    TO FLD-CAPACITY(W-F-DX)

               WHEN OTHER
                   COMPUTE FLD-CAPACITY(W-F-DX) =
                       10 ** FLD-LENGTH(W-F-DX) - 1
           END-EVALUATE
           .
       SUB-1310-EXIT.
           EXIT.
      /
       SUB-1320-APPLY-RULE.
      *-----------------------

           SET  W-RULE-FIELD-NOT-FOUND
                                    TO TRUE

           PERFORM SUB-1325-FIND-FIELD THRU SUB-1325-EXIT
               VARYING W-F-DX FROM 1 BY 1
                 UNTIL W-F-DX > W-FIELD-COUNT
                    OR W-RULE-FIELD-FOUND

           IF      W-RULE-FIELD-NOT-FOUND
               DISPLAY 'SYNTHGEN ' RUL-KEYWORD(W-U-DX) ' card names '
                   'no FIELD: ' RUL-FIELD-NAME(W-U-DX)
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1320-EXIT
           END-IF

      **** THE SEARCH STEPPED ONE PAST THE MATCH.

           SET  W-F-DX              DOWN BY 1

           IF      NOT FLD-RULE-NONE(W-F-DX)
               DISPLAY 'SYNTHGEN more than one rule card for '
                   FLD-NAME(W-F-DX)
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1320-EXIT
           END-IF

           EVALUATE RUL-KEYWORD(W-U-DX)
               WHEN 'RANGE'
                   PERFORM SUB-1330-TAKE-RANGE THRU SUB-1330-EXIT

               WHEN 'DATE-RANGE'
                   PERFORM SUB-1335-TAKE-DATE-RANGE
                      THRU SUB-1335-EXIT

               WHEN 'SEQUENCE'
                   PERFORM SUB-1340-TAKE-SEQUENCE THRU SUB-1340-EXIT

               WHEN 'LITERAL'
                   IF      NOT FLD-TYPE-CHAR(W-F-DX)
                       DISPLAY 'SYNTHGEN LITERAL applies to CHAR '
                           'fields: ' FLD-NAME(W-F-DX)
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       SET  FLD-RULE-LITERAL(W-F-DX)
                                    TO TRUE
                       MOVE RUL-TEXT(W-U-DX)
                                    TO FLD-LITERAL(W-F-DX)
                   END-IF
           END-EVALUATE
           .
       SUB-1320-EXIT.
           EXIT.
      /
       SUB-1325-FIND-FIELD.
      *-----------------------

           IF      FLD-NAME(W-F-DX) = RUL-FIELD-NAME(W-U-DX)
               SET  W-RULE-FIELD-FOUND
                                    TO TRUE
           END-IF
           .
       SUB-1325-EXIT.
           EXIT.
      /
       SUB-1330-TAKE-RANGE.
      *-----------------------

           MOVE RUL-TEXT(W-U-DX)(1:9)
                                    TO W-CARD-NUMBER
           MOVE RUL-TEXT(W-U-DX)(11:9)
                                    TO W-CARD-NUMBER-2

           IF      W-CARD-NUMBER NOT NUMERIC
           OR      W-CARD-NUMBER-2 NOT NUMERIC
               DISPLAY 'SYNTHGEN RANGE low/high not numeric for '
                   FLD-NAME(W-F-DX) ': ' RUL-TEXT(W-U-DX)(1:19)
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1330-EXIT
           END-IF

           MOVE W-CARD-NUMBER       TO FLD-LOW(W-F-DX)
           MOVE W-CARD-NUMBER-2     TO FLD-HIGH(W-F-DX)

           IF      FLD-LOW(W-F-DX) > FLD-HIGH(W-F-DX)
               DISPLAY 'SYNTHGEN RANGE low is above high for '
                   FLD-NAME(W-F-DX)
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1330-EXIT
           END-IF

           IF      FLD-HIGH(W-F-DX) > FLD-CAPACITY(W-F-DX)
               DISPLAY 'SYNTHGEN RANGE high does not fit the '
                   FLD-LENGTH(W-F-DX) '-byte ' FLD-TYPE(W-F-DX)
                   ' field ' FLD-NAME(W-F-DX)
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1330-EXIT
           END-IF

           SET  FLD-RULE-RANGE(W-F-DX)
                                    TO TRUE
           .
       SUB-1330-EXIT.
           EXIT.
      /
       SUB-1335-TAKE-DATE-RANGE.
      *-----------------------------

           IF      NOT FLD-TYPE-CHAR(W-F-DX)
           OR      FLD-LENGTH(W-F-DX) NOT = 8
               DISPLAY 'SYNTHGEN DATE-RANGE applies to 8-byte CHAR '
                   'fields: ' FLD-NAME(W-F-DX)
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1335-EXIT
           END-IF

           MOVE RUL-TEXT(W-U-DX)(1:8)
                                    TO W-RANGE-FROM
           MOVE RUL-TEXT(W-U-DX)(10:8)
                                    TO W-RANGE-TO

           PERFORM SUB-1345-SET-DATE-RANGE THRU SUB-1345-EXIT
           .
       SUB-1335-EXIT.
           EXIT.
      /
       SUB-1340-TAKE-SEQUENCE.
      *---------------------------

           MOVE RUL-TEXT(W-U-DX)(1:9)
                                    TO W-CARD-NUMBER
           MOVE RUL-TEXT(W-U-DX)(11:9)
                                    TO W-CARD-NUMBER-2

           IF      W-CARD-NUMBER NOT NUMERIC
           OR      W-CARD-NUMBER-2 NOT NUMERIC
               DISPLAY 'SYNTHGEN SEQUENCE start/step not numeric '
                   'for ' FLD-NAME(W-F-DX) ': '
                   RUL-TEXT(W-U-DX)(1:19)
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1340-EXIT
           END-IF

           MOVE W-CARD-NUMBER       TO FLD-NEXT(W-F-DX)
           MOVE W-CARD-NUMBER-2     TO FLD-STEP(W-F-DX)

           IF      FLD-NEXT(W-F-DX) > FLD-CAPACITY(W-F-DX)
               DISPLAY 'SYNTHGEN SEQUENCE start does not fit the '
                   FLD-LENGTH(W-F-DX) '-byte ' FLD-TYPE(W-F-DX)
                   ' field ' FLD-NAME(W-F-DX)
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1340-EXIT
           END-IF

           SET  FLD-RULE-SEQUENCE(W-F-DX)
                                    TO TRUE
           .
       SUB-1340-EXIT.
           EXIT.
      /
       SUB-1345-SET-DATE-RANGE.
      *----------------------------

      **** TURN THE YYYYMMDD BOUNDS IN W-RANGE-FROM / W-RANGE-TO INTO
      **** INTEGER DAY NUMBERS ON THE FIELD, SO A DRAW BETWEEN THEM
      **** IS ALWAYS A REAL CALENDAR DATE.

           IF      W-RANGE-FROM NOT NUMERIC
           OR      W-RANGE-TO NOT NUMERIC
               DISPLAY 'SYNTHGEN date range is not YYYYMMDD for '
                   FLD-NAME(W-F-DX) ': ' W-RANGE-FROM ' ' W-RANGE-TO
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1345-EXIT
           END-IF

           MOVE W-RANGE-FROM        TO W-DATE-NUM
           MOVE W-RANGE-TO          TO W-DATE-NUM-2

           IF      W-DATE-NUM < 16010101
           OR      W-DATE-NUM-2 < 16010101
               DISPLAY 'SYNTHGEN date range must start no earlier '
                   'than 16010101 for ' FLD-NAME(W-F-DX)
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1345-EXIT
           END-IF

           COMPUTE W-DATE-INT =
               FUNCTION INTEGER-OF-DATE(W-DATE-NUM)
           COMPUTE W-DATE-INT-2 =
               FUNCTION INTEGER-OF-DATE(W-DATE-NUM-2)

           IF      W-DATE-INT = 0
           OR      W-DATE-INT-2 = 0
               DISPLAY 'SYNTHGEN date range holds an impossible '
                   'date for ' FLD-NAME(W-F-DX) ': ' W-RANGE-FROM ' '
                   W-RANGE-TO
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1345-EXIT
           END-IF

           IF      W-DATE-INT > W-DATE-INT-2
               DISPLAY 'SYNTHGEN date range runs backwards for '
                   FLD-NAME(W-F-DX)
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1345-EXIT
           END-IF

           MOVE W-DATE-INT          TO FLD-LOW(W-F-DX)
           MOVE W-DATE-INT-2        TO FLD-HIGH(W-F-DX)
           SET  FLD-RULE-DATE(W-F-DX)
                                    TO TRUE
           .
       SUB-1345-EXIT.
           EXIT.
      /
       SUB-1350-SET-DEFAULT.
      *------------------------

      **** COUNT THE FIELD'S VALUES CARDS, THEN SETTLE THE RULE FOR
      **** A FIELD THE DECK LEFT TO DEFAULT.  DEFAULT NUMBERS STAY
      **** WITHIN NINE DIGITS, THE REACH OF ONE RANDOM DRAW.

           PERFORM SUB-1355-COUNT-VALUE THRU SUB-1355-EXIT
               VARYING W-V-DX FROM 1 BY 1
                 UNTIL W-V-DX > W-VALUE-COUNT

           IF      NOT FLD-RULE-NONE(W-F-DX)
               GO TO SUB-1350-EXIT
           END-IF

           IF      FLD-VALUE-COUNT(W-F-DX) > 0
               SET  FLD-RULE-VALUES(W-F-DX)
                                    TO TRUE
               GO TO SUB-1350-EXIT
           END-IF

           IF      FLD-CHECK-VALUES(W-F-DX)
               DISPLAY 'SYNTHGEN VALUES-checked field has no '
                   'VALUES cards: ' FLD-NAME(W-F-DX)
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1350-EXIT
           END-IF

           IF      FLD-CHECK-DATE(W-F-DX)
               MOVE W-DATE-FROM     TO W-RANGE-FROM
               MOVE W-DATE-TO       TO W-RANGE-TO
               PERFORM SUB-1345-SET-DATE-RANGE THRU SUB-1345-EXIT
               GO TO SUB-1350-EXIT
           END-IF

           IF      FLD-TYPE-CHAR(W-F-DX)
           AND     NOT FLD-CHECK-NUMERIC(W-F-DX)
               SET  FLD-RULE-TEXT(W-F-DX)
                                    TO TRUE
               GO TO SUB-1350-EXIT
           END-IF

           MOVE 0                   TO FLD-LOW(W-F-DX)

           IF      FLD-CAPACITY(W-F-DX) > W-DEFAULT-HIGH
               MOVE W-DEFAULT-HIGH  TO FLD-HIGH(W-F-DX)
           ELSE
               MOVE FLD-CAPACITY(W-F-DX)
                                    TO FLD-HIGH(W-F-DX)
           END-IF

           SET  FLD-RULE-RANGE(W-F-DX)
                                    TO TRUE
           .
       SUB-1350-EXIT.
           EXIT.
      /
       SUB-1355-COUNT-VALUE.
      *------------------------

           IF      VAL-FIELD-NAME(W-V-DX) = FLD-NAME(W-F-DX)
               ADD  1               TO FLD-VALUE-COUNT(W-F-DX)
           END-IF
           .
       SUB-1355-EXIT.
           EXIT.
      /
       SUB-1370-MARK-FAULTABLE.
      *----------------------------

      **** A FAULT IS SOMETHING A CHECKER CAN SEE: BAD DIGITS IN A
      **** PACKED FIELD, OR NON-NUMERIC TEXT IN A CHAR FIELD THAT
      **** SHOULD HOLD DIGITS, A DATE OR ONE OF ITS VALUES.  BINARY
      **** HAS NO INVALID BIT PATTERN, FREE TEXT HAS NO WRONG
      **** VALUE, AND THE BODY-AMOUNT FIELD IS LEFT CLEAN SO THE
      **** TRAILER TOTAL CAN STILL BE TAKEN.

           IF      FLD-TYPE-BINARY(W-F-DX)
           OR      FLD-RULE-TEXT(W-F-DX)
           OR      FLD-RULE-LITERAL(W-F-DX)
               GO TO SUB-1370-EXIT
           END-IF

           IF      BDY-PRESENT = 'Y'
           AND     FLD-OFFSET(W-F-DX) < BDY-OFFSET + BDY-LENGTH
           AND     BDY-OFFSET < FLD-OFFSET(W-F-DX)
                                + FLD-LENGTH(W-F-DX)
               GO TO SUB-1370-EXIT
           END-IF

           MOVE 'Y'                 TO FLD-FAULTABLE(W-F-DX)
           ADD  1                   TO W-FAULTABLE-COUNT
           .
       SUB-1370-EXIT.
           EXIT.
      /
       SUB-1400-SIZE-RECORD.
      *-------------------------

      **** THE RECORD MUST AT LEAST REACH THE LAST DESCRIBED BYTE;
      **** A RECORD-LEN CARD MAY STRETCH IT BUT NEVER SHRINK IT.

           MOVE 0                   TO W-NEEDED-LENGTH

           PERFORM SUB-1410-FIELD-END THRU SUB-1410-EXIT
               VARYING W-F-DX FROM 1 BY 1
                 UNTIL W-F-DX > W-FIELD-COUNT

           IF      W-RECORD-LENGTH = 0
               MOVE W-NEEDED-LENGTH TO W-RECORD-LENGTH
           END-IF

           IF      W-RECORD-LENGTH < W-NEEDED-LENGTH
               DISPLAY 'SYNTHGEN RECORD-LEN ' W-RECORD-LENGTH
                   ' ends before the last described byte ('
                   W-NEEDED-LENGTH ')'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1400-EXIT
           END-IF

           IF      W-RECORD-LENGTH > 32760
               DISPLAY 'SYNTHGEN record length exceeds 32760: '
                   W-RECORD-LENGTH
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1400-EXIT.
           EXIT.
      /
       SUB-1410-FIELD-END.
      *----------------------

           COMPUTE W-FIELD-END = FLD-OFFSET(W-F-DX)
                               + FLD-LENGTH(W-F-DX)

           IF      W-FIELD-END > W-NEEDED-LENGTH
               MOVE W-FIELD-END     TO W-NEEDED-LENGTH
           END-IF
           .
       SUB-1410-EXIT.
           EXIT.
      /
       SUB-1500-SIZE-TRAILER.
      *-------------------------

      **** AS TRLRGEN: THE TRAILER MUST REACH THE LAST DESCRIBED
      **** BYTE.  WITH NO TRAILER-LEN CARD IT IS MADE THE BODY
      **** RECORD LENGTH WHEN THAT IS LONG ENOUGH, SO A FIXED-
      **** LENGTH FILE STAYS FIXED-LENGTH.

           MOVE 0                   TO W-NEEDED-LENGTH

           IF      CNT-PRESENT = 'Y'
               COMPUTE W-FIELD-END = CNT-OFFSET + CNT-LENGTH
               IF      W-FIELD-END > W-NEEDED-LENGTH
                   MOVE W-FIELD-END TO W-NEEDED-LENGTH
               END-IF
           END-IF

           IF      AMT-PRESENT = 'Y'
               COMPUTE W-FIELD-END = AMT-OFFSET + AMT-LENGTH
               IF      W-FIELD-END > W-NEEDED-LENGTH
                   MOVE W-FIELD-END TO W-NEEDED-LENGTH
               END-IF
           END-IF

           IF      CRF-PRESENT = 'Y'
               COMPUTE W-FIELD-END = CRF-OFFSET + CRF-LENGTH
               IF      W-FIELD-END > W-NEEDED-LENGTH
                   MOVE W-FIELD-END TO W-NEEDED-LENGTH
               END-IF
           END-IF

           IF      W-TRAILER-LENGTH = 0
               IF      W-RECORD-LENGTH > W-NEEDED-LENGTH
                   MOVE W-RECORD-LENGTH
                                    TO W-TRAILER-LENGTH
               ELSE
                   MOVE W-NEEDED-LENGTH
                                    TO W-TRAILER-LENGTH
               END-IF
           END-IF

           IF      W-TRAILER-LENGTH < W-NEEDED-LENGTH
               DISPLAY 'SYNTHGEN TRAILER-LEN ' W-TRAILER-LENGTH
                   ' ends before the last described byte ('
                   W-NEEDED-LENGTH ')'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1500-EXIT
           END-IF

           IF      CRF-PRESENT = 'Y'
           AND     CRF-LENGTH NOT = 8
               DISPLAY 'SYNTHGEN CRC-FIELD length must be 8'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1500-EXIT
           END-IF

           IF      AMT-PRESENT = 'Y'
           AND     BDY-PRESENT = 'N'
               DISPLAY 'SYNTHGEN AMOUNT-FIELD needs a BODY-AMOUNT '
                   'card naming the body field to total'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1500-EXIT
           END-IF

           IF      (W-BAD-COUNT  AND CNT-PRESENT = 'N')
           OR      (W-BAD-AMOUNT AND AMT-PRESENT = 'N')
           OR      (W-BAD-CRC    AND CRF-PRESENT = 'N')
               DISPLAY 'SYNTHGEN BAD-TRAILER ' W-BAD-TRAILER
                   ' names a trailer field that is not described'
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1500-EXIT.
           EXIT.
      /
       SUB-2000-GENERATE-FILE.
      *---------------------------

           PERFORM SUB-2100-BUILD-RECORD THRU SUB-2100-EXIT
               UNTIL W-RECORD-NUMBER >= W-RECORDS
                  OR RETURN-CODE NOT = 0

           CLOSE OUT-FILE
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-BUILD-RECORD.
      *--------------------------

      **** LAY EVERY FIELD INTO A SPACE-FILLED RECORD, PLANT A FAULT
      **** WHEN THIS RECORD'S DRAW FALLS UNDER THE FAULT RATE, THEN
      **** WRITE IT.

           ADD  1                   TO W-RECORD-NUMBER

           MOVE SPACES              TO W-RECORD-AREA
                                       (1:W-RECORD-LENGTH)

           PERFORM SUB-2200-GENERATE-FIELD THRU SUB-2200-EXIT
               VARYING W-F-DX FROM 1 BY 1
                 UNTIL W-F-DX > W-FIELD-COUNT

           IF      W-FAULT-RATE > 0
               PERFORM SUB-5000-NEXT-RANDOM THRU SUB-5000-EXIT
               DIVIDE W-RANDOM BY 1000
                   GIVING W-RANDOM-QUOTIENT
                   REMAINDER W-PICK-VALUE
               IF      W-PICK-VALUE < W-FAULT-RATE
                   PERFORM SUB-2500-PLANT-FAULT THRU SUB-2500-EXIT
               END-IF
           END-IF

           MOVE W-RECORD-AREA(1:W-RECORD-LENGTH)
                                    TO OUT-RECORD(1:W-RECORD-LENGTH)
           MOVE W-RECORD-LENGTH     TO W-OUT-REC-LEN
           WRITE OUT-RECORD

           IF      W-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'SYNTHGEN write failed on record '
                   W-RECORD-NUMBER ' - status ' W-OUT-FILE-STATUS
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-GENERATE-FIELD.
      *----------------------------

           COMPUTE W-FLD-POS = FLD-OFFSET(W-F-DX) + 1
           MOVE FLD-LENGTH(W-F-DX)  TO W-FLD-LEN

           EVALUATE TRUE
               WHEN FLD-RULE-RANGE(W-F-DX)
                   MOVE FLD-LOW(W-F-DX)
                                    TO W-PICK-LOW
                   MOVE FLD-HIGH(W-F-DX)
                                    TO W-PICK-HIGH
                   PERFORM SUB-5100-PICK-NUMBER THRU SUB-5100-EXIT
                   PERFORM SUB-2300-STORE-NUMBER THRU SUB-2300-EXIT

               WHEN FLD-RULE-SEQUENCE(W-F-DX)
                   MOVE FLD-NEXT(W-F-DX)
                                    TO W-PICK-VALUE
                   PERFORM SUB-2300-STORE-NUMBER THRU SUB-2300-EXIT
                   ADD  FLD-STEP(W-F-DX)
                                    TO FLD-NEXT(W-F-DX)

               WHEN FLD-RULE-DATE(W-F-DX)
                   MOVE FLD-LOW(W-F-DX)
                                    TO W-PICK-LOW
                   MOVE FLD-HIGH(W-F-DX)
                                    TO W-PICK-HIGH
                   PERFORM SUB-5100-PICK-NUMBER THRU SUB-5100-EXIT
                   MOVE W-PICK-VALUE
                                    TO W-DATE-INT
                   MOVE FUNCTION DATE-OF-INTEGER(W-DATE-INT)
                                    TO W-DATE-NUM
                   MOVE W-DATE-NUM  TO W-RECORD-AREA(W-FLD-POS:8)

               WHEN FLD-RULE-VALUES(W-F-DX)
                   PERFORM SUB-2400-PICK-VALUE THRU SUB-2400-EXIT

               WHEN FLD-RULE-LITERAL(W-F-DX)
                   MOVE FLD-LITERAL(W-F-DX)
                                    TO W-RECORD-AREA
                                       (W-FLD-POS:W-FLD-LEN)

               WHEN FLD-RULE-TEXT(W-F-DX)
                   PERFORM SUB-2250-PICK-LETTER THRU SUB-2250-EXIT
                       VARYING W-BYTE-DX FROM 0 BY 1
                         UNTIL W-BYTE-DX >= W-FLD-LEN
           END-EVALUATE
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2250-PICK-LETTER.
      *------------------------

           MOVE 1                   TO W-PICK-LOW
           MOVE 26                  TO W-PICK-HIGH
           PERFORM SUB-5100-PICK-NUMBER THRU SUB-5100-EXIT

           MOVE W-LETTERS(W-PICK-VALUE:1)
                                    TO W-RECORD-AREA
                                       (W-FLD-POS + W-BYTE-DX:1)
           .
       SUB-2250-EXIT.
           EXIT.
      /
       SUB-2300-STORE-NUMBER.
      *--------------------------

      **** ENCODE W-PICK-VALUE INTO THE FIELD FOR ITS TYPE: ZONED
      **** DIGITS FOR CHAR (ZERO-FILLED ON THE LEFT PAST 18),
      **** THE RIGHTMOST BYTES OF A 17-DIGIT COMP-3 FOR PACKED, AND
      **** THE RIGHTMOST BYTES OF AN 8-BYTE BINARY FOR BINARY.  A
      **** SEQUENCE THAT OUTGROWS THE FIELD KEEPS ITS LOW ORDER.

           EVALUATE TRUE
               WHEN FLD-TYPE-PACKED(W-F-DX)
                   MOVE W-PICK-VALUE
                                    TO W-PACKED-NUM
                   MOVE W-PACKED-WORK(10 - W-FLD-LEN:W-FLD-LEN)
                       TO W-RECORD-AREA(W-FLD-POS:W-FLD-LEN)

               WHEN FLD-TYPE-BINARY(W-F-DX)
                   MOVE W-PICK-VALUE
                                    TO W-BINARY-NUM
                   MOVE W-BINARY-WORK(9 - W-FLD-LEN:W-FLD-LEN)
                       TO W-RECORD-AREA(W-FLD-POS:W-FLD-LEN)

               WHEN W-FLD-LEN > 18
                   MOVE ALL '0'     TO W-RECORD-AREA
                                       (W-FLD-POS:W-FLD-LEN)
                   MOVE W-PICK-VALUE
                                    TO W-ZONED-NUM
                   MOVE W-ZONED-WORK
                       TO W-RECORD-AREA(W-FLD-POS + W-FLD-LEN - 18:18)

               WHEN OTHER
                   MOVE W-PICK-VALUE
                                    TO W-ZONED-NUM
                   MOVE W-ZONED-WORK(19 - W-FLD-LEN:W-FLD-LEN)
                       TO W-RECORD-AREA(W-FLD-POS:W-FLD-LEN)
           END-EVALUATE
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2400-PICK-VALUE.
      *-----------------------

      **** DRAW WHICH OF THE FIELD'S VALUES CARDS TO USE, THEN WALK
      **** THE VALUE TABLE TO THAT ONE.

           MOVE 1                   TO W-PICK-LOW
           MOVE FLD-VALUE-COUNT(W-F-DX)
                                    TO W-PICK-HIGH
           PERFORM SUB-5100-PICK-NUMBER THRU SUB-5100-EXIT

           MOVE W-PICK-VALUE        TO W-VALUE-WANTED
           MOVE 0                   TO W-VALUE-SEEN

           PERFORM SUB-2410-COUNT-TO-VALUE THRU SUB-2410-EXIT
               VARYING W-V-DX FROM 1 BY 1
                 UNTIL W-V-DX > W-VALUE-COUNT
                    OR W-VALUE-SEEN = W-VALUE-WANTED

           SET  W-V-DX              DOWN BY 1

           MOVE VAL-VALUE(W-V-DX)   TO W-RECORD-AREA
                                       (W-FLD-POS:W-FLD-LEN)
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2410-COUNT-TO-VALUE.
      *----------------------------

           IF      VAL-FIELD-NAME(W-V-DX) = FLD-NAME(W-F-DX)
               ADD  1               TO W-VALUE-SEEN
           END-IF
           .
       SUB-2410-EXIT.
           EXIT.
      /
       SUB-2500-PLANT-FAULT.
      *-------------------------

      **** DRAW ONE OF THE FAULTABLE FIELDS AND SPOIL IT: X'FF' IN
      **** THE FIRST BYTE OF A PACKED FIELD (AN F DIGIT IS NEVER
      **** VALID), QUESTION MARKS THROUGH A CHAR FIELD.  EACH FAULT
      **** IS LISTED SO THE CHECKER'S EXCEPTIONS CAN BE MATCHED.

           MOVE 1                   TO W-PICK-LOW
           MOVE W-FAULTABLE-COUNT   TO W-PICK-HIGH
           PERFORM SUB-5100-PICK-NUMBER THRU SUB-5100-EXIT

           MOVE W-PICK-VALUE        TO W-VALUE-WANTED
           MOVE 0                   TO W-VALUE-SEEN

           PERFORM SUB-2510-COUNT-TO-FIELD THRU SUB-2510-EXIT
               VARYING W-F-DX FROM 1 BY 1
                 UNTIL W-F-DX > W-FIELD-COUNT
                    OR W-VALUE-SEEN = W-VALUE-WANTED

           SET  W-F-DX              DOWN BY 1

           COMPUTE W-FLD-POS = FLD-OFFSET(W-F-DX) + 1
           MOVE FLD-LENGTH(W-F-DX)  TO W-FLD-LEN

           IF      FLD-TYPE-PACKED(W-F-DX)
               MOVE X'FF'           TO W-RECORD-AREA(W-FLD-POS:1)
           ELSE
               MOVE ALL '?'         TO W-RECORD-AREA
                                       (W-FLD-POS:W-FLD-LEN)
           END-IF

           ADD  1                   TO W-FAULT-COUNT
           MOVE W-RECORD-NUMBER     TO W-DISPLAY-COUNT

           DISPLAY 'SYNTHGEN fault planted in record '
               W-DISPLAY-COUNT ' field ' FLD-NAME(W-F-DX)
               ' (' FLD-TYPE(W-F-DX) ')'
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2510-COUNT-TO-FIELD.
      *----------------------------

           IF      FLD-FAULTABLE(W-F-DX) = 'Y'
               ADD  1               TO W-VALUE-SEEN
           END-IF
           .
       SUB-2510-EXIT.
           EXIT.
      /
       SUB-2600-READ-BACK.
      *-----------------------

      **** THE TRAILER IS TAKEN FROM THE BODY AS IT READS BACK --
      **** THE RECORDS TRLRCHK WILL SEE -- RATHER THAN FROM THE
      **** IMAGES HANDED TO WRITE, SO THE COUNT, AMOUNT AND CRC
      **** AGREE WITH ANY READER OF THE FILE.

           OPEN INPUT BODY-FILE

           IF      W-BODY-FILE-STATUS NOT = '00'
               DISPLAY 'SYNTHGEN unable to reopen ' W-OUT-DSNAME
                   ' - status ' W-BODY-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-2600-EXIT
           END-IF

           PERFORM SUB-2610-READ-BODY THRU SUB-2610-EXIT

           PERFORM SUB-2650-FEED-TRAILER THRU SUB-2650-EXIT
               UNTIL W-BODY-EOF OR RETURN-CODE NOT = 0

           CLOSE BODY-FILE
           .
       SUB-2600-EXIT.
           EXIT.
      /
       SUB-2610-READ-BODY.
      *-----------------------

           READ BODY-FILE
               AT END
                   SET  W-BODY-EOF  TO TRUE
           END-READ
           .
       SUB-2610-EXIT.
           EXIT.
      /
       SUB-2650-FEED-TRAILER.
      *--------------------------

      **** THE SAME BODY ACCOUNTING TRLRGEN DOES: THE STAGED CRC32
      **** OVER EACH RECORD AND THE BODY-AMOUNT TOTAL.

           ADD  1                   TO W-BODY-COUNT

           IF      W-FIRST-RECORD
               SET  CRC-STAGE-START TO TRUE
               SET  W-NOT-FIRST-RECORD
                                    TO TRUE
           ELSE
               SET  CRC-STAGE-IN-PROCESS
                                    TO TRUE
           END-IF

           SET  CRC-BUFFER-PTR      TO ADDRESS OF BODY-RECORD
           MOVE W-BODY-REC-LEN      TO CRC-BUFFER-LEN

           CALL W-CRC32-PROG     USING W-CRC32-PARAMETER

           IF      BDY-PRESENT = 'N'
               GO TO SUB-2650-NEXT
           END-IF

           MOVE BDY-OFFSET          TO W-FLD-POS
           MOVE BDY-LENGTH          TO W-FLD-LEN
           MOVE BDY-FORMAT          TO W-CARD-FORMAT
           PERFORM SUB-2700-EXTRACT-VALUE THRU SUB-2700-EXIT

           IF      W-VALUE-GOOD
               ADD  W-NUM-VALUE     TO W-BODY-AMOUNT
           ELSE
               DISPLAY 'SYNTHGEN body amount field is not numeric '
                   'in record ' W-BODY-COUNT ' - is BODY-AMOUNT '
                   'on a digit or PACKED field?'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-2650-EXIT
           END-IF
           .
       SUB-2650-NEXT.

           PERFORM SUB-2610-READ-BODY THRU SUB-2610-EXIT
           .
       SUB-2650-EXIT.
           EXIT.
      /
       SUB-2700-EXTRACT-VALUE.
      *---------------------------

      **** TRLRGEN'S EXTRACTION: DISPLAY DIGITS LOAD RIGHT-ALIGNED
      **** INTO A ZONED WORK FIELD, PACKED BYTES RIGHT-ALIGNED INTO
      **** A 9-BYTE PACKED WORK FIELD.

           SET  W-VALUE-BAD         TO TRUE

           IF      W-FLD-POS + W-FLD-LEN > W-BODY-REC-LEN
               GO TO SUB-2700-EXIT
           END-IF

           IF      W-CARD-FORMAT = 'PACKED'
               IF      W-FLD-LEN > 9
                   GO TO SUB-2700-EXIT
               END-IF
               MOVE ALL X'00'       TO W-PACKED-WORK
               MOVE BODY-RECORD(W-FLD-POS + 1:W-FLD-LEN)
                   TO W-PACKED-WORK(10 - W-FLD-LEN:W-FLD-LEN)
               IF      W-PACKED-NUM NOT NUMERIC
                   GO TO SUB-2700-EXIT
               END-IF
               MOVE W-PACKED-NUM    TO W-NUM-VALUE
               SET  W-VALUE-GOOD    TO TRUE
           ELSE
               IF      W-FLD-LEN > 18
                   GO TO SUB-2700-EXIT
               END-IF
               MOVE ALL '0'         TO W-ZONED-WORK
               MOVE BODY-RECORD(W-FLD-POS + 1:W-FLD-LEN)
                   TO W-ZONED-WORK(19 - W-FLD-LEN:W-FLD-LEN)
               IF      W-ZONED-WORK NOT NUMERIC
                   GO TO SUB-2700-EXIT
               END-IF
               MOVE W-ZONED-NUM     TO W-NUM-VALUE
               SET  W-VALUE-GOOD    TO TRUE
           END-IF
           .
       SUB-2700-EXIT.
           EXIT.
      /
       SUB-3000-WRITE-TRAILER.
      *---------------------------

      **** READ THE BODY BACK, CLOSE OUT ITS CHECKSUM AND EXTEND
      **** THE FILE WITH A FRESH TRAILER THE WAY TRLRGEN'S APPEND
      **** MODE BUILDS ONE, SPOILING THE ONE FIELD A BAD-TRAILER
      **** CARD NAMES.

           PERFORM SUB-2600-READ-BACK THRU SUB-2600-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-3000-EXIT
           END-IF

           IF      W-FIRST-RECORD
               SET  CRC-STAGE-START-END
                                    TO TRUE
           ELSE
               SET  CRC-STAGE-END   TO TRUE
           END-IF

           MOVE 0                   TO CRC-BUFFER-LEN
           SET  CRC-BUFFER-PTR      TO NULL

           MOVE 'SYNTHGEN'          TO CRC-JOB-NAME
           MOVE W-OUT-DSNAME        TO CRC-DATASET-NAME
           MOVE W-BODY-COUNT        TO CRC-RECORD-COUNT

           CALL W-CRC32-PROG     USING W-CRC32-PARAMETER

           MOVE CRC-CHECKSUM        TO CH-CHECKSUM
           CALL W-CRCHEX-PROG    USING W-CRCHEX-PARAMETER
           MOVE CH-HEX-OUTPUT       TO W-COMPUTED-CRC

           MOVE W-BODY-COUNT        TO W-TRAILER-COUNT
           MOVE W-BODY-AMOUNT       TO W-TRAILER-AMOUNT
           MOVE W-COMPUTED-CRC      TO W-TRAILER-CRC

           EVALUATE TRUE
               WHEN W-BAD-COUNT
                   ADD  1           TO W-TRAILER-COUNT
               WHEN W-BAD-AMOUNT
                   ADD  1           TO W-TRAILER-AMOUNT
               WHEN W-BAD-CRC
                   IF      W-COMPUTED-CRC = 'FFFFFFFF'
                       MOVE '00000000'
                                    TO W-TRAILER-CRC
                   ELSE
                       MOVE 'FFFFFFFF'
                                    TO W-TRAILER-CRC
                   END-IF
           END-EVALUATE

           MOVE SPACES              TO W-TRAILER-AREA
                                       (1:W-TRAILER-LENGTH)

           IF      CNT-PRESENT = 'Y'
               MOVE W-TRAILER-COUNT TO W-NUM-VALUE
               MOVE CNT-OFFSET      TO W-FLD-POS
               MOVE CNT-LENGTH      TO W-FLD-LEN
               MOVE CNT-FORMAT      TO W-CARD-FORMAT
               PERFORM SUB-3100-STAMP-VALUE THRU SUB-3100-EXIT
           END-IF

           IF      AMT-PRESENT = 'Y'
               MOVE W-TRAILER-AMOUNT
                                    TO W-NUM-VALUE
               MOVE AMT-OFFSET      TO W-FLD-POS
               MOVE AMT-LENGTH      TO W-FLD-LEN
               MOVE AMT-FORMAT      TO W-CARD-FORMAT
               PERFORM SUB-3100-STAMP-VALUE THRU SUB-3100-EXIT
           END-IF

           IF      CRF-PRESENT = 'Y'
               MOVE W-TRAILER-CRC   TO W-TRAILER-AREA
                                       (CRF-OFFSET + 1:8)
           END-IF

           IF      RETURN-CODE NOT = 0
               GO TO SUB-3000-EXIT
           END-IF

           OPEN EXTEND OUT-FILE

           IF      W-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'SYNTHGEN unable to extend ' W-OUT-DSNAME
                   ' - status ' W-OUT-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-3000-EXIT
           END-IF

           MOVE W-TRAILER-AREA(1:W-TRAILER-LENGTH)
                                    TO OUT-RECORD(1:W-TRAILER-LENGTH)
           MOVE W-TRAILER-LENGTH    TO W-OUT-REC-LEN
           WRITE OUT-RECORD

           CLOSE OUT-FILE
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-STAMP-VALUE.
      *------------------------

      **** FORMAT W-NUM-VALUE INTO THE TRAILER AT W-FLD-POS FOR
      **** W-FLD-LEN BYTES, EXACTLY AS TRLRGEN STAMPS IT.

           IF      W-CARD-FORMAT = 'PACKED'
               IF      W-FLD-LEN > 9 OR W-FLD-LEN = 0
                   DISPLAY 'SYNTHGEN PACKED trailer field length '
                       'must be 1-9: ' W-FLD-LEN
                   MOVE 16          TO RETURN-CODE
                   GO TO SUB-3100-EXIT
               END-IF
               MOVE W-NUM-VALUE     TO W-PACKED-NUM
               MOVE W-PACKED-WORK(10 - W-FLD-LEN:W-FLD-LEN)
                   TO W-TRAILER-AREA(W-FLD-POS + 1:W-FLD-LEN)
           ELSE
               IF      W-FLD-LEN > 18 OR W-FLD-LEN = 0
                   DISPLAY 'SYNTHGEN DISPLAY trailer field length '
                       'must be 1-18: ' W-FLD-LEN
                   MOVE 16          TO RETURN-CODE
                   GO TO SUB-3100-EXIT
               END-IF
               MOVE W-NUM-VALUE     TO W-ZONED-NUM
               MOVE W-ZONED-WORK(19 - W-FLD-LEN:W-FLD-LEN)
                   TO W-TRAILER-AREA(W-FLD-POS + 1:W-FLD-LEN)
           END-IF
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-4000-SHUT-DOWN.
      *-------------------

           IF      RETURN-CODE NOT = 0
               DISPLAY 'SYNTHGEN completed with errors'
               GO TO SUB-4000-EXIT
           END-IF

           DISPLAY 'SYNTHGEN output          : ' W-OUT-DSNAME
           MOVE W-RECORD-NUMBER     TO W-DISPLAY-COUNT
           DISPLAY 'SYNTHGEN records written : ' W-DISPLAY-COUNT
           MOVE W-RECORD-LENGTH     TO W-DISPLAY-COUNT
           DISPLAY 'SYNTHGEN record length  : ' W-DISPLAY-COUNT
           MOVE W-SEED              TO W-DISPLAY-SEED
           DISPLAY 'SYNTHGEN seed            : ' W-DISPLAY-SEED
           MOVE W-FAULT-COUNT       TO W-DISPLAY-COUNT
           DISPLAY 'SYNTHGEN faults planted  : ' W-DISPLAY-COUNT
               ' (rate ' W-FAULT-RATE ' per thousand)'

           IF      W-TRAILER-WANTED
               MOVE W-TRAILER-COUNT TO W-DISPLAY-COUNT
               DISPLAY 'SYNTHGEN trailer count   : ' W-DISPLAY-COUNT
               MOVE W-TRAILER-AMOUNT
                                    TO W-DISPLAY-AMOUNT
               DISPLAY 'SYNTHGEN trailer amount  : ' W-DISPLAY-AMOUNT
               DISPLAY 'SYNTHGEN trailer CRC32   : X'''
                   W-TRAILER-CRC ''''
               IF      NOT W-BAD-NONE
                   DISPLAY 'SYNTHGEN trailer ' W-BAD-TRAILER
                       ' deliberately spoiled'
               END-IF
           END-IF

           DISPLAY 'SYNTHGEN completed'
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-5000-NEXT-RANDOM.
      *------------------------

           COMPUTE W-RANDOM-PRODUCT = W-RANDOM * 16807
           DIVIDE W-RANDOM-PRODUCT BY W-MODULUS
               GIVING W-RANDOM-QUOTIENT
               REMAINDER W-RANDOM
           .
       SUB-5000-EXIT.
           EXIT.
      /
       SUB-5100-PICK-NUMBER.
      *------------------------

      **** DRAW W-PICK-VALUE FROM W-PICK-LOW THROUGH W-PICK-HIGH.

           PERFORM SUB-5000-NEXT-RANDOM THRU SUB-5000-EXIT

           COMPUTE W-PICK-SPAN = W-PICK-HIGH - W-PICK-LOW + 1

           DIVIDE W-RANDOM BY W-PICK-SPAN
               GIVING W-RANDOM-QUOTIENT
               REMAINDER W-PICK-VALUE

           ADD  W-PICK-LOW          TO W-PICK-VALUE
           .
       SUB-5100-EXIT.
           EXIT.
