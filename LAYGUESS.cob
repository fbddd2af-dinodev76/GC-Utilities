      *=========================== LAYGUESS ============================*
      * Authors: Brian D Pead
      *
      * Description: Layout inference for files that arrive with no
      *              copybook.  Where FILEPROF profiles a dataset and
      *              LAYOUTGN builds a FIELD deck from a copybook,
      *              LAYGUESS builds the deck from the data itself:
      *              it reads a sample of the dataset, classifies
      *              every byte column by what it holds across the
      *              sample (zoned digits, packed-decimal digit and
      *              sign nibbles, printable text, binary), groups
      *              the columns into candidate fields -- zoned
      *              numeric, YYYYMMDD dates, packed decimal, binary
      *              counters and free text -- and then reads the
      *              sample again to measure how often each guessed
      *              field really holds valid data of its type.  The
      *              candidate deck is written to FIELDOUT in the
      *              FIELD card format VALIDCHK reads (zoned and date
      *              fields as CHAR with a NUMERIC or DATE check),
      *              with each field's confidence in the card's
      *              sequence columns, ready for review and a
      *              LAYMAINT ADD.  The report gives the evidence
      *              behind every guess.  RETURN-CODE 4 when any
      *              field's confidence is below the threshold or the
      *              records are wider than can be analysed, 16 for
      *              a bad deck, an empty dataset or an I/O failure.
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

       PROGRAM-ID.                 LAYGUESS.

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

           SELECT DECK-FILE
               ASSIGN TO           'FIELDOUT'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-DECK-FILE-STATUS.
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

       FD  DECK-FILE.

       01  DECK-RECORD                 PIC X(80).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-TRANSLAT-PROG          PIC X(08)       VALUE 'TRANSLAT'.

       01  W-SYSIN-FILE-STATUS      PIC X(02).
       01  W-INPUT-FILE-STATUS      PIC X(02).
       01  W-DECK-FILE-STATUS       PIC X(02).

       01  W-INPUT-DSNAME           PIC X(44).
       01  W-INPUT-REC-LEN          PIC 9(05)  COMP.
       01  W-INPUT-AREA             PIC X(32760).

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-SYSIN-EOF                          VALUE 'Y'.
           88  W-SYSIN-NOT-EOF                      VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-INPUT-EOF                          VALUE 'Y'.
           88  W-INPUT-NOT-EOF                      VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-BINARY-MODE                        VALUE 'Y'.
           88  W-TEXT-MODE                          VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-CHARSET-ASCII                      VALUE 'Y'.
           88  W-CHARSET-EBCDIC                     VALUE 'N'.

       01  W-CARD-KEYWORD           PIC X(11).
       01  W-CARD-DIGITS-9          PIC X(09).
       01  W-CARD-DIGITS-3          PIC X(03).

      **** THE SAMPLE: HOW MANY RECORDS FROM THE FRONT OF THE FILE
      **** ARE READ (SAMPLE CARD), AND THE PERCENTAGE OF THEM THAT
      **** MUST AGREE BEFORE A COLUMN OR A FIELD IS TAKEN TO BE OF A
      **** TYPE (THRESHOLD CARD).

       01  W-SAMPLE-LIMIT           PIC 9(09)  COMP VALUE 1000.
       01  W-THRESHOLD              PIC 9(03)  COMP VALUE 95.
       01  W-SAMPLED                PIC 9(09)  COMP VALUE 0.
       01  W-PASS-COUNT             PIC 9(09)  COMP.
       01  W-MIN-LEN                PIC 9(05)  COMP VALUE 99999.
       01  W-MAX-LEN                PIC 9(05)  COMP VALUE 0.

      **** THE BYTE-VALUE TABLES, BUILT ONCE AT START-UP FOR THE
      **** FILE'S CHARACTER SET: WHAT EACH VALUE IS AS A CHARACTER,
      **** ITS DIGIT VALUE WHEN IT IS A DIGIT, AND WHAT ITS TWO
      **** NIBBLES MAKE OF IT AS A PACKED-DECIMAL BYTE.

       01  W-BYTE-TABLE.
           05  W-BYTE-ENTRY        OCCURS 256.
               10  BYT-KIND        PIC X(01).
                   88  BYT-DIGIT                    VALUE 'D'.
                   88  BYT-SPACE                    VALUE 'S'.
                   88  BYT-PRINTABLE                VALUE 'D' 'S'
                                                          'P'.
                   88  BYT-BINARY                   VALUE 'B'.
               10  BYT-DIGIT-VALUE PIC 9(01).
               10  BYT-NIBBLES     PIC X(01).
                   88  BYT-PACKED-DIGITS            VALUE 'D'.
                   88  BYT-PACKED-SIGN              VALUE 'S'.
                   88  BYT-PACKED-NEITHER           VALUE ' '.

       01  W-ASCII-IMAGE.
           05  W-ASCII-IMAGE-BYTE  PIC X(01)       OCCURS 256.

       01  W-BLD-1                  PIC S9(04) COMP.
       01  W-BLD-BYTE               PIC S9(04) COMP.
       01  FILLER REDEFINES W-BLD-BYTE.
           05  FILLER               PIC X(01).
           05  W-BLD-BYTE-2         PIC X(01).
       01  W-BLD-CHAR               PIC S9(04) COMP.
       01  FILLER REDEFINES W-BLD-CHAR.
           05  FILLER               PIC X(01).
           05  W-BLD-CHAR-2         PIC X(01).
       01  W-HIGH-NIBBLE            PIC S9(04) COMP.
       01  W-LOW-NIBBLE             PIC S9(04) COMP.

       01  W-BYTE-VALUE             PIC S9(04) COMP.
       01  FILLER REDEFINES W-BYTE-VALUE.
           05  FILLER               PIC X(01).
           05  W-BYTE-VALUE-2       PIC X(01).
       01  W-BYTE-DX                PIC 9(04)  COMP.

      **** THE COLUMN STATISTICS, ONE ENTRY PER BYTE POSITION OF
      **** THE RECORD FOR THE FIRST 4096 POSITIONS: HOW MANY SAMPLED
      **** RECORDS REACH THE COLUMN AND HOW MANY OF THOSE HOLD EACH
      **** KIND OF BYTE THERE, THEN THE CLASS THE COLUMN IS GIVEN.

       01  W-COL-MAX                PIC 9(05)  COMP VALUE 4096.
       01  W-ANALYSE-LEN            PIC 9(05)  COMP VALUE 0.
       01  W-COL-TABLE.
           05  W-COL-ENTRY         OCCURS 4096.
               10  COL-PRESENT     PIC 9(09)  COMP.
               10  COL-DIGIT       PIC 9(09)  COMP.
               10  COL-PRINT       PIC 9(09)  COMP.
               10  COL-SPACE       PIC 9(09)  COMP.
               10  COL-PK-DIGITS   PIC 9(09)  COMP.
               10  COL-PK-SIGN     PIC 9(09)  COMP.
               10  COL-ZERO        PIC 9(09)  COMP.
               10  COL-SPACE-PCT   PIC 9(03)  COMP.
               10  COL-ZERO-PCT    PIC 9(03)  COMP.
               10  COL-CLASS       PIC X(01).
                   88  COL-ZONED                    VALUE 'N'.
                   88  COL-PK-SIGN-COL              VALUE 'K'.
                   88  COL-PK-DIGIT-COL             VALUE 'P'.
                   88  COL-TEXT-ONLY                VALUE 'T'.
                   88  COL-BINARY                   VALUE 'B'.
               10  COL-TEXT-SW     PIC X(01).
                   88  COL-IS-TEXT                  VALUE 'Y'.
                   88  COL-NOT-TEXT                 VALUE 'N'.

       01  W-COL-DX                 PIC 9(05)  COMP.
       01  W-COL-LIMIT              PIC 9(05)  COMP.
       01  W-PCT                    PIC 9(03)  COMP.

      **** THE CANDIDATE FIELDS, IN RECORD ORDER.  A ZONED RUN OF
      **** EXACTLY 8 DIGITS IS A DATE CANDIDATE, DECIDED ON THE
      **** SECOND PASS.

       01  W-FIELD-MAX              PIC 9(04)  COMP VALUE 500.
       01  W-FIELD-COUNT            PIC 9(04)  COMP VALUE 0.
       01  W-FIELD-TABLE.
           05  W-FIELD-ENTRY       OCCURS 500      INDEXED W-F-DX.
               10  GF-OFFSET       PIC 9(05)  COMP.
               10  GF-LENGTH       PIC 9(05)  COMP.
               10  GF-KIND         PIC X(01).
                   88  GF-ZONED                     VALUE 'Z'.
                   88  GF-DATE                      VALUE 'D'.
                   88  GF-PACKED                    VALUE 'P'.
                   88  GF-BINARY                    VALUE 'B'.
                   88  GF-TEXT                      VALUE 'T'.
                   88  GF-UNKNOWN                   VALUE 'U'.
               10  GF-DATE-SW      PIC X(01).
                   88  GF-DATE-CANDIDATE            VALUE 'Y'.
                   88  GF-NOT-DATE-CANDIDATE        VALUE 'N'.
               10  GF-PRESENT      PIC 9(09)  COMP.
               10  GF-VALID        PIC 9(09)  COMP.
               10  GF-AUX          PIC 9(09)  COMP.
               10  GF-DATE-LOW     PIC 9(08).
               10  GF-DATE-HIGH    PIC 9(08).
               10  GF-CONFIDENCE   PIC 9(03)  COMP.
               10  GF-EVIDENCE     PIC X(60).

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-FIELDS-OVERFLOWED                  VALUE 'Y'.
           88  W-FIELDS-FIT                         VALUE 'N'.

      **** DIGIT RUNS LONGER THAN A DATE, PROBED ON A PASS OF THEIR
      **** OWN FOR A YYYYMMDD DATE AT EITHER END -- A DATE BUTTED UP
      **** AGAINST ANOTHER ZONED NUMBER IS NOT TOLD APART FROM IT BY
      **** THE COLUMN CLASSES ALONE.

       01  W-PROBE-MAX              PIC 9(04)  COMP VALUE 200.
       01  W-PROBE-COUNT            PIC 9(04)  COMP VALUE 0.
       01  W-PROBE-TABLE.
           05  W-PROBE-ENTRY       OCCURS 200      INDEXED W-P-DX.
               10  PRB-START       PIC 9(05)  COMP.
               10  PRB-END         PIC 9(05)  COMP.
               10  PRB-SEEN        PIC 9(09)  COMP.
               10  PRB-LEAD        PIC 9(09)  COMP.
               10  PRB-TRAIL       PIC 9(09)  COMP.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-PROBE-FOUND                        VALUE 'Y'.
           88  W-PROBE-NOT-FOUND                    VALUE 'N'.

      **** SEGMENTATION WORK FIELDS.  POSITIONS ARE 1-BASED COLUMN
      **** NUMBERS; THE DECK CARRIES 0-BASED OFFSETS.

       01  W-SEG-POS                PIC 9(05)  COMP.
       01  W-RUN-END                PIC 9(05)  COMP.
       01  W-PIECE-START            PIC 9(05)  COMP.
       01  W-PIECE-END              PIC 9(05)  COMP.
       01  W-PIECE-LEN              PIC 9(05)  COMP.
       01  W-PIECE-LAST             PIC 9(05)  COMP.
       01  W-PENDING-START          PIC 9(05)  COMP.
       01  W-REMAIN                 PIC 9(05)  COMP.
       01  W-SCAN-DX                PIC 9(05)  COMP.
       01  W-TRY-POS                PIC 9(05)  COMP.
       01  W-PACKED-END             PIC 9(05)  COMP.
       01  W-EMIT-START             PIC 9(05)  COMP.
       01  W-EMIT-LEN               PIC 9(05)  COMP.
       01  W-EMIT-KIND              PIC X(01).
       01  W-FIELD-LIMIT            PIC 9(05)  COMP VALUE 64.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-RUN-STOPPED                        VALUE 'Y'.
           88  W-RUN-GOING                          VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-SCAN-STOPPED                       VALUE 'Y'.
           88  W-SCAN-GOING                         VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-RUN-HAS-BINARY                     VALUE 'Y'.
           88  W-RUN-ALL-TEXT                       VALUE 'N'.

      **** SECOND-PASS WORK FIELDS.

       01  W-FLD-POS                PIC 9(05)  COMP.
       01  W-FLD-END                PIC 9(05)  COMP.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-BYTES-GOOD                         VALUE 'Y'.
           88  W-BYTES-BAD                          VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-SAW-BINARY                         VALUE 'Y'.
           88  W-SAW-NO-BINARY                      VALUE 'N'.

       01  W-DATE-WORK              PIC X(08).

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-DATE-OK                            VALUE 'Y'.
           88  W-DATE-BAD                           VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'Y'.
           88  W-DATE-ALL-DIGITS                    VALUE 'Y'.
           88  W-DATE-NOT-DIGITS                    VALUE 'N'.

       01  W-DATE-NUM               PIC 9(08).
       01  W-DATE-YYYY-NUM          PIC 9(04)  COMP.
       01  W-DATE-MM-NUM            PIC 9(02)  COMP.
       01  W-DATE-DD-NUM            PIC 9(02)  COMP.
       01  W-MONTH-DAYS-X           PIC X(24)       VALUE
           '312831303130313130313031'.
       01  FILLER REDEFINES W-MONTH-DAYS-X.
           05  W-MONTH-DAYS        PIC 9(02)       OCCURS 12.
       01  W-MAX-DAY                PIC 9(02)  COMP.
       01  W-LEAP-REM               PIC 9(04)  COMP.
       01  W-DIGIT-DX               PIC 9(02)  COMP.

      **** THE REPORT AND THE EMITTED CARD, LAID OUT COLUMN FOR
      **** COLUMN THE WAY VALIDCHK'S SUB-1160-TAKE-FIELD READS IT.
      **** THE CONFIDENCE SITS IN THE SEQUENCE COLUMNS, WHICH NO
      **** FIELD-DRIVEN PROGRAM READS.

       01  W-FIELD-CARD.
           05  FC-KEYWORD           PIC X(11)       VALUE 'FIELD'.
           05  FC-NAME.
               10  FC-NAME-PREFIX   PIC X(04)       VALUE 'FLD-'.
               10  FC-NAME-OFFSET   PIC 9(05).
               10  FC-NAME-DASH     PIC X(01)       VALUE '-'.
               10  FC-NAME-KIND     PIC X(02).
           05  FILLER               PIC X(01)       VALUE SPACE.
           05  FC-OFFSET            PIC 9(05).
           05  FILLER               PIC X(01)       VALUE SPACE.
           05  FC-LENGTH            PIC 9(05).
           05  FILLER               PIC X(01)       VALUE SPACE.
           05  FC-TYPE              PIC X(06).
           05  FILLER               PIC X(01)       VALUE SPACE.
           05  FC-CHECK             PIC X(07).
           05  FILLER               PIC X(22)       VALUE SPACES.
           05  FC-CONFIDENCE        PIC 9(03).
           05  FC-PERCENT           PIC X(01)       VALUE '%'.
           05  FILLER               PIC X(04)       VALUE SPACES.

       01  W-DECK-COUNT             PIC 9(04)  COMP VALUE 0.
       01  W-LOW-COUNT              PIC 9(04)  COMP VALUE 0.
       01  W-KIND-COUNTS.
           05  W-KIND-COUNT        PIC 9(04)  COMP OCCURS 6.
       01  W-KIND-LETTERS           PIC X(06)       VALUE 'ZDPBTU'.
       01  W-KIND-DX                PIC 9(04)  COMP.

       01  W-TXT-PCT-1              PIC ZZ9.
       01  W-TXT-PCT-2              PIC ZZ9.
       01  W-TXT-NUM-1              PIC ZZZ,ZZZ,ZZ9.
       01  W-DISPLAY-COUNT          PIC ZZZ,ZZZ,ZZ9.
       01  W-DISPLAY-LEN            PIC ZZ,ZZ9.
       01  W-DISPLAY-LEN-2          PIC ZZ,ZZ9.
       01  W-DISPLAY-OFFSET         PIC ZZ,ZZ9.
       01  W-DISPLAY-LENGTH         PIC ZZ,ZZ9.
       01  W-DISPLAY-CONF           PIC ZZ9.
       01  W-DISPLAY-FIELDS         PIC ZZZ9.
       01  W-LOW-FLAG               PIC X(01).

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
      /
       PROCEDURE DIVISION.
      *===================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      RETURN-CODE = 0
               PERFORM SUB-2000-PROFILE-COLUMNS THRU SUB-2000-EXIT
           END-IF

           IF      RETURN-CODE = 0
               PERFORM SUB-3000-CLASSIFY-COLUMNS THRU SUB-3000-EXIT
               PERFORM SUB-3500-PROBE-DATES THRU SUB-3500-EXIT
           END-IF

           IF      RETURN-CODE = 0
               PERFORM SUB-4000-SEGMENT-RECORD THRU SUB-4000-EXIT
               PERFORM SUB-5000-MEASURE-FIELDS THRU SUB-5000-EXIT
           END-IF

           IF      RETURN-CODE = 0
               PERFORM SUB-6000-WRITE-DECK THRU SUB-6000-EXIT
           END-IF

           IF      RETURN-CODE = 0
               PERFORM SUB-7000-REPORT THRU SUB-7000-EXIT
           END-IF

           PERFORM SUB-8000-SHUT-DOWN THRU SUB-8000-EXIT
           .
       MAIN-EXIT.
           STOP RUN.
      /
       SUB-1000-START-UP.
      *------------------

           MOVE FUNCTION WHEN-COMPILED
                                    TO W-COMPILED-DATE

           DISPLAY 'LAYGUESS compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           INITIALIZE W-COL-TABLE
           INITIALIZE W-KIND-COUNTS

           PERFORM SUB-1100-READ-SYSIN THRU SUB-1100-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1200-BUILD-BYTE-TABLE THRU SUB-1200-EXIT
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-READ-SYSIN.
      *----------------------

      **** THE FIRST CARD IS THE DATASET TO SAMPLE (COLUMNS 1-44).
      **** OPTIONAL CARDS FOLLOW, KEYWORD IN COLUMNS 1-11, VALUE
      **** FROM COLUMN 13:
      ****   RECORD-MODE BINARY OR TEXT, AS HEXVIEW TAKES IT -- A
      ****               FILE WITH PACKED OR BINARY FIELDS MUST BE
      ****               READ BINARY
      ****   ASCII       THE FILE'S CHARACTERS ARE ASCII, NOT HOST
      ****               EBCDIC
      ****   SAMPLE      RECORDS TO READ FROM THE FRONT OF THE FILE,
      ****               9 DIGITS (DEFAULT 1000)
      ****   THRESHOLD   PERCENTAGE OF THE SAMPLE THAT MUST AGREE,
      ****               3 DIGITS, 50-100 (DEFAULT 95)

           OPEN INPUT SYSIN-FILE

           IF      W-SYSIN-FILE-STATUS NOT = '00'
               DISPLAY 'LAYGUESS unable to open SYSIN - status '
                   W-SYSIN-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1100-EXIT
           END-IF

           READ SYSIN-FILE
               AT END
                   DISPLAY 'LAYGUESS SYSIN is empty - no dataset '
                       'name'
                   MOVE 16          TO RETURN-CODE
           END-READ

           IF      RETURN-CODE NOT = 0
               CLOSE SYSIN-FILE
               GO TO SUB-1100-EXIT
           END-IF

           MOVE SYSIN-RECORD(1:44)  TO W-INPUT-DSNAME

           PERFORM SUB-1150-READ-OPTION-CARD THRU SUB-1150-EXIT
               UNTIL W-SYSIN-EOF OR RETURN-CODE NOT = 0

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

           MOVE SYSIN-RECORD(1:11)  TO W-CARD-KEYWORD

           EVALUATE W-CARD-KEYWORD
               WHEN 'RECORD-MODE'
                   IF      SYSIN-RECORD(13:6) = 'BINARY'
                       SET  W-BINARY-MODE
                                    TO TRUE
                   ELSE
                       IF      SYSIN-RECORD(13:4) NOT = 'TEXT'
                           DISPLAY 'LAYGUESS RECORD-MODE must be '
                               'BINARY or TEXT: ' SYSIN-RECORD(13:6)
                           MOVE 16  TO RETURN-CODE
                       END-IF
                   END-IF

               WHEN 'ASCII'
                   SET  W-CHARSET-ASCII
                                    TO TRUE

               WHEN 'SAMPLE'
                   MOVE SYSIN-RECORD(13:9)
                                    TO W-CARD-DIGITS-9
                   IF      W-CARD-DIGITS-9 NOT NUMERIC
                       DISPLAY 'LAYGUESS SAMPLE must be 9 digits: '
                           W-CARD-DIGITS-9
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       MOVE W-CARD-DIGITS-9
                                    TO W-SAMPLE-LIMIT
                       IF      W-SAMPLE-LIMIT = 0
                           DISPLAY 'LAYGUESS SAMPLE must be at '
                               'least 1 record'
                           MOVE 16  TO RETURN-CODE
                       END-IF
                   END-IF

               WHEN 'THRESHOLD'
                   MOVE SYSIN-RECORD(13:3)
                                    TO W-CARD-DIGITS-3
                   IF      W-CARD-DIGITS-3 NOT NUMERIC
                       DISPLAY 'LAYGUESS THRESHOLD must be 3 digits: '
                           W-CARD-DIGITS-3
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       MOVE W-CARD-DIGITS-3
                                    TO W-THRESHOLD
                       IF      W-THRESHOLD < 50
                       OR      W-THRESHOLD > 100
                           DISPLAY 'LAYGUESS THRESHOLD must be '
                               '050-100: ' W-CARD-DIGITS-3
                           MOVE 16  TO RETURN-CODE
                       END-IF
                   END-IF

               WHEN SPACES
                   CONTINUE

               WHEN OTHER
                   DISPLAY 'LAYGUESS unknown SYSIN card: '
                       W-CARD-KEYWORD
                   MOVE 16          TO RETURN-CODE
           END-EVALUATE
           .
       SUB-1150-EXIT.
           EXIT.
      /
       SUB-1200-BUILD-BYTE-TABLE.
      *------------------------------

      **** CLASSIFY EVERY BYTE VALUE ONCE.  AS A CHARACTER, A VALUE
      **** IS TAKEN IN THE FILE'S OWN CHARACTER SET: FOR HOST EBCDIC
      **** THROUGH ITS TRANSLAT ASCII IMAGE, AS FILEPROF DOES, FOR
      **** AN ASCII FILE AS IT STANDS.  AS A PACKED-DECIMAL BYTE, A
      **** VALUE IS TWO DIGIT NIBBLES, A DIGIT AND A SIGN NIBBLE
      **** (C, D OR F), OR NEITHER.

           PERFORM SUB-1210-SEED-IMAGE THRU SUB-1210-EXIT
               VARYING W-BLD-1 FROM 0 BY 1 UNTIL W-BLD-1 > 255

           IF      W-CHARSET-EBCDIC
               SET  TR-EBCDIC-TO-ASCII
                                    TO TRUE
               SET  TR-INPUT-PTR    TO ADDRESS OF W-ASCII-IMAGE
               MOVE 256             TO TR-INPUT-LEN
               SET  TR-OUTPUT-PTR   TO ADDRESS OF W-ASCII-IMAGE

               CALL W-TRANSLAT-PROG
                                 USING W-TRANSLAT-PARAMETER
           END-IF

           PERFORM SUB-1220-CLASSIFY-VALUE THRU SUB-1220-EXIT
               VARYING W-BLD-1 FROM 0 BY 1 UNTIL W-BLD-1 > 255
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-1210-SEED-IMAGE.
      *-----------------------

           MOVE W-BLD-1             TO W-BLD-BYTE
           MOVE W-BLD-BYTE-2        TO W-ASCII-IMAGE-BYTE(W-BLD-1 + 1)
           .
       SUB-1210-EXIT.
           EXIT.
      /
       SUB-1220-CLASSIFY-VALUE.
      *----------------------------

           MOVE 0                   TO W-BLD-CHAR
           MOVE W-ASCII-IMAGE-BYTE(W-BLD-1 + 1)
                                    TO W-BLD-CHAR-2
           MOVE 0                   TO BYT-DIGIT-VALUE(W-BLD-1 + 1)

           EVALUATE TRUE
               WHEN W-BLD-CHAR >= 48 AND W-BLD-CHAR <= 57
                   MOVE 'D'         TO BYT-KIND(W-BLD-1 + 1)
                   COMPUTE BYT-DIGIT-VALUE(W-BLD-1 + 1) =
                       W-BLD-CHAR - 48
               WHEN W-BLD-CHAR = 32
                   MOVE 'S'         TO BYT-KIND(W-BLD-1 + 1)
               WHEN W-BLD-CHAR > 32 AND W-BLD-CHAR <= 126
                   MOVE 'P'         TO BYT-KIND(W-BLD-1 + 1)
               WHEN OTHER
                   MOVE 'B'         TO BYT-KIND(W-BLD-1 + 1)
           END-EVALUATE

           DIVIDE W-BLD-1 BY 16  GIVING W-HIGH-NIBBLE
                                 REMAINDER W-LOW-NIBBLE

           EVALUATE TRUE
               WHEN W-HIGH-NIBBLE > 9
                   MOVE ' '         TO BYT-NIBBLES(W-BLD-1 + 1)
               WHEN W-LOW-NIBBLE <= 9
                   MOVE 'D'         TO BYT-NIBBLES(W-BLD-1 + 1)
               WHEN W-LOW-NIBBLE = 12 OR 13 OR 15
                   MOVE 'S'         TO BYT-NIBBLES(W-BLD-1 + 1)
               WHEN OTHER
                   MOVE ' '         TO BYT-NIBBLES(W-BLD-1 + 1)
           END-EVALUATE
           .
       SUB-1220-EXIT.
           EXIT.
      /
       SUB-2000-PROFILE-COLUMNS.
      *-----------------------------

      **** FIRST PASS: TALLY WHAT EVERY COLUMN HOLDS ACROSS THE
      **** SAMPLE.

           PERFORM SUB-2050-OPEN-INPUT THRU SUB-2050-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-2000-EXIT
           END-IF

           PERFORM SUB-2100-READ-INPUT THRU SUB-2100-EXIT

           PERFORM SUB-2200-PROFILE-RECORD THRU SUB-2200-EXIT
               UNTIL W-INPUT-EOF

           PERFORM SUB-2150-CLOSE-INPUT THRU SUB-2150-EXIT

           IF      W-SAMPLED = 0
               DISPLAY 'LAYGUESS ' W-INPUT-DSNAME
               DISPLAY 'LAYGUESS the dataset is empty - there is '
                   'nothing to infer a layout from'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-2000-EXIT
           END-IF

           IF      W-MAX-LEN > W-COL-MAX
               MOVE W-COL-MAX       TO W-ANALYSE-LEN
           ELSE
               MOVE W-MAX-LEN       TO W-ANALYSE-LEN
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2050-OPEN-INPUT.
      *-----------------------

           IF      W-BINARY-MODE
               OPEN INPUT INPUT-BIN-FILE
           ELSE
               OPEN INPUT INPUT-FILE
           END-IF

           IF      W-INPUT-FILE-STATUS NOT = '00'
               DISPLAY 'LAYGUESS unable to open ' W-INPUT-DSNAME
                   ' - status ' W-INPUT-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-2050-EXIT
           END-IF

           SET  W-INPUT-NOT-EOF     TO TRUE
           MOVE 0                   TO W-PASS-COUNT
           .
       SUB-2050-EXIT.
           EXIT.
      /
       SUB-2100-READ-INPUT.
      *-----------------------

      **** BOTH PASSES READ THE SAME RECORDS: THE SAMPLE ENDS AT THE
      **** SAMPLE LIMIT OR END OF FILE, WHICHEVER COMES FIRST.

           IF      W-PASS-COUNT >= W-SAMPLE-LIMIT
               SET  W-INPUT-EOF     TO TRUE
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

           ADD  1                   TO W-PASS-COUNT
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2150-CLOSE-INPUT.
      *------------------------

           IF      W-BINARY-MODE
               CLOSE INPUT-BIN-FILE
           ELSE
               CLOSE INPUT-FILE
           END-IF
           .
       SUB-2150-EXIT.
           EXIT.
      /
       SUB-2200-PROFILE-RECORD.
      *----------------------------

           ADD  1                   TO W-SAMPLED

           IF      W-INPUT-REC-LEN < W-MIN-LEN
               MOVE W-INPUT-REC-LEN TO W-MIN-LEN
           END-IF
           IF      W-INPUT-REC-LEN > W-MAX-LEN
               MOVE W-INPUT-REC-LEN TO W-MAX-LEN
           END-IF

           IF      W-INPUT-REC-LEN > W-COL-MAX
               MOVE W-COL-MAX       TO W-COL-LIMIT
           ELSE
               MOVE W-INPUT-REC-LEN TO W-COL-LIMIT
           END-IF

           PERFORM SUB-2210-TALLY-COLUMN THRU SUB-2210-EXIT
               VARYING W-COL-DX FROM 1 BY 1
                 UNTIL W-COL-DX > W-COL-LIMIT

           PERFORM SUB-2100-READ-INPUT THRU SUB-2100-EXIT
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2210-TALLY-COLUMN.
      *-------------------------

           MOVE 0                   TO W-BYTE-VALUE
           MOVE W-INPUT-AREA(W-COL-DX:1)
                                    TO W-BYTE-VALUE-2
           COMPUTE W-BYTE-DX = W-BYTE-VALUE + 1

           ADD  1                   TO COL-PRESENT(W-COL-DX)

           IF      BYT-DIGIT(W-BYTE-DX)
               ADD  1               TO COL-DIGIT(W-COL-DX)
           END-IF
           IF      BYT-PRINTABLE(W-BYTE-DX)
               ADD  1               TO COL-PRINT(W-COL-DX)
           END-IF
           IF      BYT-SPACE(W-BYTE-DX)
               ADD  1               TO COL-SPACE(W-COL-DX)
           END-IF
           IF      BYT-PACKED-DIGITS(W-BYTE-DX)
               ADD  1               TO COL-PK-DIGITS(W-COL-DX)
           END-IF
           IF      BYT-PACKED-SIGN(W-BYTE-DX)
               ADD  1               TO COL-PK-SIGN(W-COL-DX)
           END-IF
           IF      W-BYTE-VALUE = 0
               ADD  1               TO COL-ZERO(W-COL-DX)
           END-IF
           .
       SUB-2210-EXIT.
           EXIT.
      /
       SUB-3000-CLASSIFY-COLUMNS.
      *------------------------------

           PERFORM SUB-3100-CLASSIFY-COLUMN THRU SUB-3100-EXIT
               VARYING W-COL-DX FROM 1 BY 1
                 UNTIL W-COL-DX > W-ANALYSE-LEN
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-CLASSIFY-COLUMN.
      *-----------------------------

      **** A COLUMN TAKES THE FIRST CLASS THAT THE THRESHOLD SHARE
      **** OF THE RECORDS REACHING IT AGREE ON: ZONED DIGIT, PACKED
      **** SIGN BYTE, PACKED DIGIT BYTE, TEXT, ELSE BINARY.  WHETHER
      **** THE COLUMN IS ALSO PRINTABLE TEXT IS KEPT SEPARATELY --
      **** A PACKED RUN THAT IS PRINTABLE THROUGHOUT IS TAKEN AS
      **** TEXT.

           COMPUTE COL-SPACE-PCT(W-COL-DX) =
               COL-SPACE(W-COL-DX) * 100 / COL-PRESENT(W-COL-DX)
           COMPUTE COL-ZERO-PCT(W-COL-DX) =
               COL-ZERO(W-COL-DX) * 100 / COL-PRESENT(W-COL-DX)

           COMPUTE W-PCT =
               COL-PRINT(W-COL-DX) * 100 / COL-PRESENT(W-COL-DX)
           IF      W-PCT >= W-THRESHOLD
               SET  COL-IS-TEXT(W-COL-DX)
                                    TO TRUE
           ELSE
               SET  COL-NOT-TEXT(W-COL-DX)
                                    TO TRUE
           END-IF

           COMPUTE W-PCT =
               COL-DIGIT(W-COL-DX) * 100 / COL-PRESENT(W-COL-DX)
           IF      W-PCT >= W-THRESHOLD
               SET  COL-ZONED(W-COL-DX)
                                    TO TRUE
               GO TO SUB-3100-EXIT
           END-IF

           COMPUTE W-PCT =
               COL-PK-SIGN(W-COL-DX) * 100 / COL-PRESENT(W-COL-DX)
           IF      W-PCT >= W-THRESHOLD
               SET  COL-PK-SIGN-COL(W-COL-DX)
                                    TO TRUE
               GO TO SUB-3100-EXIT
           END-IF

           COMPUTE W-PCT =
               COL-PK-DIGITS(W-COL-DX) * 100 / COL-PRESENT(W-COL-DX)
           IF      W-PCT >= W-THRESHOLD
               SET  COL-PK-DIGIT-COL(W-COL-DX)
                                    TO TRUE
               GO TO SUB-3100-EXIT
           END-IF

           IF      COL-IS-TEXT(W-COL-DX)
               SET  COL-TEXT-ONLY(W-COL-DX)
                                    TO TRUE
           ELSE
               SET  COL-BINARY(W-COL-DX)
                                    TO TRUE
           END-IF
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3500-PROBE-DATES.
      *-------------------------

      **** NOTE EVERY DIGIT RUN LONGER THAN 8 COLUMNS, THEN READ THE
      **** SAMPLE AGAIN COUNTING, OF THE RECORDS LONG ENOUGH TO HOLD
      **** THE RUN, THOSE IN WHICH ITS FIRST AND ITS LAST 8 DIGITS
      **** ARE A VALID DATE.

           MOVE 1                   TO W-SEG-POS

           PERFORM SUB-3510-NOTE-RUN THRU SUB-3510-EXIT
               UNTIL W-SEG-POS > W-ANALYSE-LEN

           IF      W-PROBE-COUNT = 0
               GO TO SUB-3500-EXIT
           END-IF

           PERFORM SUB-2050-OPEN-INPUT THRU SUB-2050-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-3500-EXIT
           END-IF

           PERFORM SUB-2100-READ-INPUT THRU SUB-2100-EXIT

           PERFORM SUB-3520-PROBE-RECORD THRU SUB-3520-EXIT
               UNTIL W-INPUT-EOF

           PERFORM SUB-2150-CLOSE-INPUT THRU SUB-2150-EXIT
           .
       SUB-3500-EXIT.
           EXIT.
      /
       SUB-3510-NOTE-RUN.
      *---------------------

           IF      NOT COL-ZONED(W-SEG-POS)
               ADD  1               TO W-SEG-POS
               GO TO SUB-3510-EXIT
           END-IF

           MOVE W-SEG-POS           TO W-RUN-END
           SET  W-RUN-GOING         TO TRUE

           PERFORM SUB-4110-EXTEND-ZONED THRU SUB-4110-EXIT
               UNTIL W-RUN-STOPPED

           IF      W-RUN-END - W-SEG-POS + 1 > 8
           AND     W-PROBE-COUNT < W-PROBE-MAX
               ADD  1               TO W-PROBE-COUNT
               SET  W-P-DX          TO W-PROBE-COUNT
               MOVE W-SEG-POS       TO PRB-START(W-P-DX)
               MOVE W-RUN-END       TO PRB-END(W-P-DX)
               MOVE 0               TO PRB-SEEN(W-P-DX)
                                       PRB-LEAD(W-P-DX)
                                       PRB-TRAIL(W-P-DX)
           END-IF

           COMPUTE W-SEG-POS = W-RUN-END + 1
           .
       SUB-3510-EXIT.
           EXIT.
      /
       SUB-3520-PROBE-RECORD.
      *-------------------------

           PERFORM SUB-3530-PROBE-RUN THRU SUB-3530-EXIT
               VARYING W-P-DX FROM 1 BY 1
                 UNTIL W-P-DX > W-PROBE-COUNT

           PERFORM SUB-2100-READ-INPUT THRU SUB-2100-EXIT
           .
       SUB-3520-EXIT.
           EXIT.
      /
       SUB-3530-PROBE-RUN.
      *----------------------

           IF      PRB-END(W-P-DX) > W-INPUT-REC-LEN
               GO TO SUB-3530-EXIT
           END-IF

           ADD  1                   TO PRB-SEEN(W-P-DX)

           MOVE W-INPUT-AREA(PRB-START(W-P-DX):8)
                                    TO W-DATE-WORK
           PERFORM SUB-5300-CHECK-DATE THRU SUB-5300-EXIT
           IF      W-DATE-OK
               ADD  1               TO PRB-LEAD(W-P-DX)
           END-IF

           MOVE W-INPUT-AREA(PRB-END(W-P-DX) - 7:8)
                                    TO W-DATE-WORK
           PERFORM SUB-5300-CHECK-DATE THRU SUB-5300-EXIT
           IF      W-DATE-OK
               ADD  1               TO PRB-TRAIL(W-P-DX)
           END-IF
           .
       SUB-3530-EXIT.
           EXIT.
      /
       SUB-4000-SEGMENT-RECORD.
      *----------------------------

      **** WALK THE COLUMNS LEFT TO RIGHT, TAKING AT EACH POSITION
      **** A RUN OF ZONED DIGITS, ELSE A PACKED FIELD, ELSE A RUN
      **** OF TEXT, ELSE A RUN OF BINARY BYTES.

           MOVE 1                   TO W-SEG-POS

           PERFORM SUB-4010-TAKE-RUN THRU SUB-4010-EXIT
               UNTIL W-SEG-POS > W-ANALYSE-LEN
                  OR W-FIELDS-OVERFLOWED
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-4010-TAKE-RUN.
      *---------------------

           IF      COL-ZONED(W-SEG-POS)
               PERFORM SUB-4100-ZONED-RUN THRU SUB-4100-EXIT
               GO TO SUB-4010-EXIT
           END-IF

           MOVE W-SEG-POS           TO W-TRY-POS
           PERFORM SUB-4250-TRY-PACKED THRU SUB-4250-EXIT

           IF      W-PACKED-END > 0
               MOVE W-SEG-POS       TO W-EMIT-START
               COMPUTE W-EMIT-LEN = W-PACKED-END - W-SEG-POS + 1
               MOVE 'P'             TO W-EMIT-KIND
               PERFORM SUB-4900-EMIT-FIELD THRU SUB-4900-EXIT
               COMPUTE W-SEG-POS = W-PACKED-END + 1
               GO TO SUB-4010-EXIT
           END-IF

           IF      COL-IS-TEXT(W-SEG-POS)
               PERFORM SUB-4300-TEXT-RUN THRU SUB-4300-EXIT
           ELSE
               PERFORM SUB-4400-BINARY-RUN THRU SUB-4400-EXIT
           END-IF
           .
       SUB-4010-EXIT.
           EXIT.
      /
       SUB-4100-ZONED-RUN.
      *----------------------

      **** A RUN OF DIGIT COLUMNS IS ONE ZONED NUMBER, CUT INTO
      **** PIECES NO LONGER THAN A FIELD CARD ALLOWS.  A RUN OF
      **** EXACTLY 8 IS ALSO A DATE CANDIDATE, AND A LONGER RUN
      **** WHOSE FIRST OR LAST 8 DIGITS PROBED AS A DATE OFTEN
      **** ENOUGH HAS THEM SPLIT OFF AS ONE.

           MOVE W-SEG-POS           TO W-RUN-END
           SET  W-RUN-GOING         TO TRUE

           PERFORM SUB-4110-EXTEND-ZONED THRU SUB-4110-EXIT
               UNTIL W-RUN-STOPPED

           MOVE 'Z'                 TO W-EMIT-KIND
           MOVE W-SEG-POS           TO W-PIECE-START
           MOVE W-RUN-END           TO W-PIECE-LAST

           SET  W-PROBE-NOT-FOUND   TO TRUE
           PERFORM SUB-4120-FIND-PROBE THRU SUB-4120-EXIT
               VARYING W-P-DX FROM 1 BY 1
                 UNTIL W-P-DX > W-PROBE-COUNT
                    OR W-PROBE-FOUND

           IF      W-PROBE-FOUND
               SET  W-P-DX      DOWN BY 1
               COMPUTE W-PCT =
                   PRB-LEAD(W-P-DX) * 100 / PRB-SEEN(W-P-DX)
               IF      W-PCT >= W-THRESHOLD
                   COMPUTE W-PIECE-LAST = W-SEG-POS + 7
                   PERFORM SUB-4800-EMIT-PIECES THRU SUB-4800-EXIT
                   MOVE W-RUN-END   TO W-PIECE-LAST
               ELSE
                   COMPUTE W-PCT =
                       PRB-TRAIL(W-P-DX) * 100 / PRB-SEEN(W-P-DX)
                   IF      W-PCT >= W-THRESHOLD
                       COMPUTE W-PIECE-LAST = W-RUN-END - 8
                       PERFORM SUB-4800-EMIT-PIECES THRU SUB-4800-EXIT
                       MOVE W-RUN-END
                                    TO W-PIECE-LAST
                   END-IF
               END-IF
           END-IF

           PERFORM SUB-4800-EMIT-PIECES THRU SUB-4800-EXIT

           COMPUTE W-SEG-POS = W-RUN-END + 1
           .
       SUB-4100-EXIT.
           EXIT.
      /
       SUB-4110-EXTEND-ZONED.
      *-------------------------

           IF      W-RUN-END >= W-ANALYSE-LEN
               SET  W-RUN-STOPPED   TO TRUE
               GO TO SUB-4110-EXIT
           END-IF

           IF      COL-ZONED(W-RUN-END + 1)
               ADD  1               TO W-RUN-END
           ELSE
               SET  W-RUN-STOPPED   TO TRUE
           END-IF
           .
       SUB-4110-EXIT.
           EXIT.
      /
       SUB-4120-FIND-PROBE.
      *-----------------------

           IF      PRB-START(W-P-DX) = W-SEG-POS
               SET  W-PROBE-FOUND   TO TRUE
           END-IF
           .
       SUB-4120-EXIT.
           EXIT.
      /
       SUB-4250-TRY-PACKED.
      *-----------------------

      **** IS THERE A PACKED FIELD STARTING AT W-TRY-POS?  UP TO 8
      **** DIGIT-BYTE COLUMNS THEN A SIGN-BYTE COLUMN, 9 BYTES AT
      **** MOST, NOT PRINTABLE THROUGHOUT.  W-PACKED-END IS ITS LAST
      **** COLUMN, OR ZERO.

           MOVE 0                   TO W-PACKED-END
           MOVE W-TRY-POS           TO W-SCAN-DX
           SET  W-RUN-ALL-TEXT      TO TRUE
           SET  W-SCAN-GOING        TO TRUE

           PERFORM SUB-4260-SCAN-PACKED THRU SUB-4260-EXIT
               UNTIL W-SCAN-STOPPED

           IF      W-PACKED-END > 0
           AND     W-RUN-ALL-TEXT
               MOVE 0               TO W-PACKED-END
           END-IF
           .
       SUB-4250-EXIT.
           EXIT.
      /
       SUB-4260-SCAN-PACKED.
      *------------------------

           IF      W-SCAN-DX > W-ANALYSE-LEN
           OR      W-SCAN-DX - W-TRY-POS >= 9
               SET  W-SCAN-STOPPED  TO TRUE
               GO TO SUB-4260-EXIT
           END-IF

           IF      COL-NOT-TEXT(W-SCAN-DX)
               SET  W-RUN-HAS-BINARY
                                    TO TRUE
           END-IF

           EVALUATE TRUE
               WHEN COL-PK-SIGN-COL(W-SCAN-DX)
                   MOVE W-SCAN-DX   TO W-PACKED-END
                   SET  W-SCAN-STOPPED
                                    TO TRUE
               WHEN COL-PK-DIGIT-COL(W-SCAN-DX)
                   ADD  1           TO W-SCAN-DX
               WHEN OTHER
                   SET  W-SCAN-STOPPED
                                    TO TRUE
           END-EVALUATE
           .
       SUB-4260-EXIT.
           EXIT.
      /
       SUB-4300-TEXT-RUN.
      *---------------------

      **** A RUN OF TEXT COLUMNS, ENDING AT A DIGIT COLUMN, A
      **** NON-TEXT COLUMN OR THE START OF A PACKED FIELD.  IT IS
      **** CUT INTO FIELDS WHERE SPACE-FILL DROPS AWAY -- THE
      **** BLANK TAIL OF ONE LEFT-JUSTIFIED FIELD MEETING THE FIRST
      **** CHARACTER OF THE NEXT.

           MOVE W-SEG-POS           TO W-RUN-END
           SET  W-RUN-GOING         TO TRUE

           PERFORM SUB-4310-EXTEND-TEXT THRU SUB-4310-EXIT
               UNTIL W-RUN-STOPPED

           MOVE W-SEG-POS           TO W-PIECE-START
           COMPUTE W-TRY-POS = W-SEG-POS + 1

           PERFORM SUB-4320-SPLIT-TEXT THRU SUB-4320-EXIT
               VARYING W-SCAN-DX FROM W-TRY-POS BY 1
                 UNTIL W-SCAN-DX > W-RUN-END
                    OR W-FIELDS-OVERFLOWED

           MOVE W-PIECE-START       TO W-EMIT-START
           COMPUTE W-EMIT-LEN = W-RUN-END - W-PIECE-START + 1
           MOVE 'T'                 TO W-EMIT-KIND
           PERFORM SUB-4900-EMIT-FIELD THRU SUB-4900-EXIT

           COMPUTE W-SEG-POS = W-RUN-END + 1
           .
       SUB-4300-EXIT.
           EXIT.
      /
       SUB-4310-EXTEND-TEXT.
      *------------------------

           IF      W-RUN-END >= W-ANALYSE-LEN
               SET  W-RUN-STOPPED   TO TRUE
               GO TO SUB-4310-EXIT
           END-IF

           IF      COL-ZONED(W-RUN-END + 1)
           OR      COL-NOT-TEXT(W-RUN-END + 1)
               SET  W-RUN-STOPPED   TO TRUE
               GO TO SUB-4310-EXIT
           END-IF

           COMPUTE W-TRY-POS = W-RUN-END + 1
           PERFORM SUB-4250-TRY-PACKED THRU SUB-4250-EXIT

           IF      W-PACKED-END > 0
               SET  W-RUN-STOPPED   TO TRUE
           ELSE
               ADD  1               TO W-RUN-END
           END-IF
           .
       SUB-4310-EXIT.
           EXIT.
      /
       SUB-4320-SPLIT-TEXT.
      *-----------------------

           IF      W-SCAN-DX - W-PIECE-START < W-FIELD-LIMIT
               IF      COL-SPACE-PCT(W-SCAN-DX - 1) < 50
                   GO TO SUB-4320-EXIT
               END-IF
               IF      COL-SPACE-PCT(W-SCAN-DX) + 40 >
                       COL-SPACE-PCT(W-SCAN-DX - 1)
                   GO TO SUB-4320-EXIT
               END-IF
           END-IF

           MOVE W-PIECE-START       TO W-EMIT-START
           COMPUTE W-EMIT-LEN = W-SCAN-DX - W-PIECE-START
           MOVE 'T'                 TO W-EMIT-KIND
           PERFORM SUB-4900-EMIT-FIELD THRU SUB-4900-EXIT

           MOVE W-SCAN-DX           TO W-PIECE-START
           .
       SUB-4320-EXIT.
           EXIT.
      /
       SUB-4400-BINARY-RUN.
      *-----------------------

      **** A RUN OF NON-TEXT COLUMNS THAT ARE NEITHER DIGITS NOR A
      **** PACKED FIELD.  A RUN OF 2, 4 OR 8 BYTES IS ONE BINARY
      **** FIELD; A LONGER RUN IS CARVED INTO BINARY COUNTERS WHERE
      **** A MOSTLY-ZERO HIGH-ORDER BYTE STARTS ONE, AND WHAT IS
      **** LEFT OVER IS PASSED ON AS UNCLASSIFIED BYTES FOR REVIEW.

           MOVE W-SEG-POS           TO W-RUN-END
           SET  W-RUN-GOING         TO TRUE

           PERFORM SUB-4410-EXTEND-BINARY THRU SUB-4410-EXIT
               UNTIL W-RUN-STOPPED

           COMPUTE W-PIECE-LEN = W-RUN-END - W-SEG-POS + 1

           IF      W-PIECE-LEN = 2 OR 4 OR 8
               MOVE W-SEG-POS       TO W-EMIT-START
               MOVE W-PIECE-LEN     TO W-EMIT-LEN
               MOVE 'B'             TO W-EMIT-KIND
               PERFORM SUB-4900-EMIT-FIELD THRU SUB-4900-EXIT
           ELSE
               MOVE 0               TO W-PENDING-START
               MOVE W-SEG-POS       TO W-SCAN-DX
               PERFORM SUB-4420-CARVE-BINARY THRU SUB-4420-EXIT
                   UNTIL W-SCAN-DX > W-RUN-END
                      OR W-FIELDS-OVERFLOWED
               PERFORM SUB-4430-FLUSH-PENDING THRU SUB-4430-EXIT
           END-IF

           COMPUTE W-SEG-POS = W-RUN-END + 1
           .
       SUB-4400-EXIT.
           EXIT.
      /
       SUB-4410-EXTEND-BINARY.
      *--------------------------

           IF      W-RUN-END >= W-ANALYSE-LEN
               SET  W-RUN-STOPPED   TO TRUE
               GO TO SUB-4410-EXIT
           END-IF

           IF      COL-ZONED(W-RUN-END + 1)
           OR      COL-IS-TEXT(W-RUN-END + 1)
               SET  W-RUN-STOPPED   TO TRUE
               GO TO SUB-4410-EXIT
           END-IF

           COMPUTE W-TRY-POS = W-RUN-END + 1
           PERFORM SUB-4250-TRY-PACKED THRU SUB-4250-EXIT

           IF      W-PACKED-END > 0
               SET  W-RUN-STOPPED   TO TRUE
           ELSE
               ADD  1               TO W-RUN-END
           END-IF
           .
       SUB-4410-EXIT.
           EXIT.
      /
       SUB-4420-CARVE-BINARY.
      *-------------------------

           COMPUTE W-REMAIN = W-RUN-END - W-SCAN-DX + 1

           IF      COL-ZERO-PCT(W-SCAN-DX) >= 50
           AND     W-REMAIN >= 2
               PERFORM SUB-4430-FLUSH-PENDING THRU SUB-4430-EXIT
               MOVE W-SCAN-DX       TO W-EMIT-START
               IF      W-REMAIN >= 4
                   MOVE 4           TO W-EMIT-LEN
               ELSE
                   MOVE 2           TO W-EMIT-LEN
               END-IF
               MOVE 'B'             TO W-EMIT-KIND
               PERFORM SUB-4900-EMIT-FIELD THRU SUB-4900-EXIT
               ADD  W-EMIT-LEN      TO W-SCAN-DX
               GO TO SUB-4420-EXIT
           END-IF

           IF      W-PENDING-START = 0
               MOVE W-SCAN-DX       TO W-PENDING-START
           END-IF

           IF      W-SCAN-DX - W-PENDING-START + 1 >= W-FIELD-LIMIT
               ADD  1               TO W-SCAN-DX
               PERFORM SUB-4430-FLUSH-PENDING THRU SUB-4430-EXIT
               GO TO SUB-4420-EXIT
           END-IF

           ADD  1                   TO W-SCAN-DX
           .
       SUB-4420-EXIT.
           EXIT.
      /
       SUB-4430-FLUSH-PENDING.
      *--------------------------

      **** THE UNCLASSIFIED BYTES GATHERED SO FAR END JUST BEFORE
      **** W-SCAN-DX.

           IF      W-PENDING-START = 0
               GO TO SUB-4430-EXIT
           END-IF

           MOVE W-PENDING-START     TO W-EMIT-START
           COMPUTE W-EMIT-LEN = W-SCAN-DX - W-PENDING-START
           MOVE 'U'                 TO W-EMIT-KIND
           PERFORM SUB-4900-EMIT-FIELD THRU SUB-4900-EXIT

           MOVE 0                   TO W-PENDING-START
           .
       SUB-4430-EXIT.
           EXIT.
      /
       SUB-4800-EMIT-PIECES.
      *-------------------------

      **** EMIT W-PIECE-START THRU W-PIECE-LAST AS FIELDS OF
      **** W-EMIT-KIND NO LONGER THAN THE FIELD CARD LIMIT, LEAVING
      **** W-PIECE-START JUST PAST THEM.

           PERFORM SUB-4810-EMIT-PIECE THRU SUB-4810-EXIT
               UNTIL W-PIECE-START > W-PIECE-LAST
                  OR W-FIELDS-OVERFLOWED
           .
       SUB-4800-EXIT.
           EXIT.
      /
       SUB-4810-EMIT-PIECE.
      *-----------------------

           COMPUTE W-PIECE-LEN = W-PIECE-LAST - W-PIECE-START + 1

           IF      W-PIECE-LEN > W-FIELD-LIMIT
               MOVE W-FIELD-LIMIT   TO W-PIECE-LEN
           END-IF

           MOVE W-PIECE-START       TO W-EMIT-START
           MOVE W-PIECE-LEN         TO W-EMIT-LEN
           PERFORM SUB-4900-EMIT-FIELD THRU SUB-4900-EXIT

           ADD  W-PIECE-LEN         TO W-PIECE-START
           .
       SUB-4810-EXIT.
           EXIT.
      /
       SUB-4900-EMIT-FIELD.
      *-----------------------

           IF      W-FIELD-COUNT >= W-FIELD-MAX
               SET  W-FIELDS-OVERFLOWED
                                    TO TRUE
               GO TO SUB-4900-EXIT
           END-IF

           ADD  1                   TO W-FIELD-COUNT
           SET  W-F-DX              TO W-FIELD-COUNT

           COMPUTE GF-OFFSET(W-F-DX) = W-EMIT-START - 1
           MOVE W-EMIT-LEN          TO GF-LENGTH(W-F-DX)
           MOVE W-EMIT-KIND         TO GF-KIND(W-F-DX)
           MOVE 0                   TO GF-PRESENT(W-F-DX)
                                       GF-VALID(W-F-DX)
                                       GF-AUX(W-F-DX)
                                       GF-CONFIDENCE(W-F-DX)
           MOVE 99999999            TO GF-DATE-LOW(W-F-DX)
           MOVE 0                   TO GF-DATE-HIGH(W-F-DX)
           MOVE SPACES              TO GF-EVIDENCE(W-F-DX)

           IF      GF-ZONED(W-F-DX)
           AND     W-EMIT-LEN = 8
               SET  GF-DATE-CANDIDATE(W-F-DX)
                                    TO TRUE
           ELSE
               SET  GF-NOT-DATE-CANDIDATE(W-F-DX)
                                    TO TRUE
           END-IF
           .
       SUB-4900-EXIT.
           EXIT.
      /
       SUB-5000-MEASURE-FIELDS.
      *----------------------------

      **** SECOND PASS: READ THE SAME SAMPLE AGAIN AND COUNT, FOR
      **** EVERY CANDIDATE FIELD, THE RECORDS IN WHICH IT HOLDS
      **** VALID DATA OF ITS GUESSED TYPE.

           PERFORM SUB-2050-OPEN-INPUT THRU SUB-2050-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-5000-EXIT
           END-IF

           PERFORM SUB-2100-READ-INPUT THRU SUB-2100-EXIT

           PERFORM SUB-5100-MEASURE-RECORD THRU SUB-5100-EXIT
               UNTIL W-INPUT-EOF

           PERFORM SUB-2150-CLOSE-INPUT THRU SUB-2150-EXIT

           PERFORM SUB-5500-SCORE-FIELD THRU SUB-5500-EXIT
               VARYING W-F-DX FROM 1 BY 1
                 UNTIL W-F-DX > W-FIELD-COUNT
           .
       SUB-5000-EXIT.
           EXIT.
      /
       SUB-5100-MEASURE-RECORD.
      *----------------------------

           PERFORM SUB-5200-MEASURE-FIELD THRU SUB-5200-EXIT
               VARYING W-F-DX FROM 1 BY 1
                 UNTIL W-F-DX > W-FIELD-COUNT

           PERFORM SUB-2100-READ-INPUT THRU SUB-2100-EXIT
           .
       SUB-5100-EXIT.
           EXIT.
      /
       SUB-5200-MEASURE-FIELD.
      *---------------------------

           COMPUTE W-FLD-POS = GF-OFFSET(W-F-DX) + 1
           COMPUTE W-FLD-END = GF-OFFSET(W-F-DX) + GF-LENGTH(W-F-DX)

           IF      W-FLD-END > W-INPUT-REC-LEN
               GO TO SUB-5200-EXIT
           END-IF

           ADD  1                   TO GF-PRESENT(W-F-DX)
           SET  W-BYTES-GOOD        TO TRUE
           SET  W-SAW-NO-BINARY     TO TRUE

           EVALUATE TRUE
               WHEN GF-ZONED(W-F-DX)
                   PERFORM SUB-5210-CHECK-DIGIT THRU SUB-5210-EXIT
                       VARYING W-COL-DX FROM W-FLD-POS BY 1
                         UNTIL W-COL-DX > W-FLD-END
                            OR W-BYTES-BAD
                   IF      W-BYTES-GOOD
                   AND     GF-DATE-CANDIDATE(W-F-DX)
                       PERFORM SUB-5250-COUNT-DATE THRU SUB-5250-EXIT
                   END-IF

               WHEN GF-PACKED(W-F-DX)
                   PERFORM SUB-5220-CHECK-PACKED THRU SUB-5220-EXIT
                       VARYING W-COL-DX FROM W-FLD-POS BY 1
                         UNTIL W-COL-DX > W-FLD-END
                            OR W-BYTES-BAD

               WHEN GF-TEXT(W-F-DX)
                   PERFORM SUB-5230-CHECK-TEXT THRU SUB-5230-EXIT
                       VARYING W-COL-DX FROM W-FLD-POS BY 1
                         UNTIL W-COL-DX > W-FLD-END
                            OR W-BYTES-BAD

               WHEN OTHER
                   IF      W-INPUT-AREA(W-FLD-POS:1) = LOW-VALUE
                       ADD  1       TO GF-AUX(W-F-DX)
                       SET  W-SAW-BINARY
                                    TO TRUE
                   ELSE
                       PERFORM SUB-5240-FIND-BINARY THRU SUB-5240-EXIT
                           VARYING W-COL-DX FROM W-FLD-POS BY 1
                             UNTIL W-COL-DX > W-FLD-END
                                OR W-SAW-BINARY
                   END-IF
                   IF      W-SAW-NO-BINARY
                       SET  W-BYTES-BAD
                                    TO TRUE
                   END-IF
           END-EVALUATE

           IF      W-BYTES-GOOD
               ADD  1               TO GF-VALID(W-F-DX)
           END-IF
           .
       SUB-5200-EXIT.
           EXIT.
      /
       SUB-5210-CHECK-DIGIT.
      *------------------------

           MOVE 0                   TO W-BYTE-VALUE
           MOVE W-INPUT-AREA(W-COL-DX:1)
                                    TO W-BYTE-VALUE-2

           IF      NOT BYT-DIGIT(W-BYTE-VALUE + 1)
               SET  W-BYTES-BAD     TO TRUE
           END-IF
           .
       SUB-5210-EXIT.
           EXIT.
      /
       SUB-5220-CHECK-PACKED.
      *-------------------------

      **** EVERY BYTE BUT THE LAST MUST BE TWO DIGIT NIBBLES; THE
      **** LAST, A DIGIT AND A SIGN NIBBLE.

           MOVE 0                   TO W-BYTE-VALUE
           MOVE W-INPUT-AREA(W-COL-DX:1)
                                    TO W-BYTE-VALUE-2

           IF      W-COL-DX < W-FLD-END
               IF      NOT BYT-PACKED-DIGITS(W-BYTE-VALUE + 1)
                   SET  W-BYTES-BAD TO TRUE
               END-IF
           ELSE
               IF      NOT BYT-PACKED-SIGN(W-BYTE-VALUE + 1)
                   SET  W-BYTES-BAD TO TRUE
               END-IF
           END-IF
           .
       SUB-5220-EXIT.
           EXIT.
      /
       SUB-5230-CHECK-TEXT.
      *-----------------------

           MOVE 0                   TO W-BYTE-VALUE
           MOVE W-INPUT-AREA(W-COL-DX:1)
                                    TO W-BYTE-VALUE-2

           IF      NOT BYT-PRINTABLE(W-BYTE-VALUE + 1)
               SET  W-BYTES-BAD     TO TRUE
           END-IF
           .
       SUB-5230-EXIT.
           EXIT.
      /
       SUB-5240-FIND-BINARY.
      *------------------------

      **** A BINARY FIELD IS BORNE OUT WHEN ITS HIGH-ORDER BYTE IS
      **** X'00' OR ANY OF ITS BYTES IS NOT A PRINTABLE CHARACTER.

           MOVE 0                   TO W-BYTE-VALUE
           MOVE W-INPUT-AREA(W-COL-DX:1)
                                    TO W-BYTE-VALUE-2

           IF      BYT-BINARY(W-BYTE-VALUE + 1)
               SET  W-SAW-BINARY    TO TRUE
           END-IF
           .
       SUB-5240-EXIT.
           EXIT.
      /
       SUB-5250-COUNT-DATE.
      *-----------------------

      **** THE LOWEST AND HIGHEST VALID DATES ARE KEPT AS EVIDENCE,
      **** AS NUMBERS SO THAT THEY REPORT IN ANY CHARACTER SET.

           MOVE W-INPUT-AREA(W-FLD-POS:8)
                                    TO W-DATE-WORK
           PERFORM SUB-5300-CHECK-DATE THRU SUB-5300-EXIT

           IF      W-DATE-BAD
               GO TO SUB-5250-EXIT
           END-IF

           ADD  1                   TO GF-AUX(W-F-DX)

           COMPUTE W-DATE-NUM = W-DATE-YYYY-NUM * 10000
                              + W-DATE-MM-NUM * 100
                              + W-DATE-DD-NUM

           IF      W-DATE-NUM < GF-DATE-LOW(W-F-DX)
               MOVE W-DATE-NUM      TO GF-DATE-LOW(W-F-DX)
           END-IF
           IF      W-DATE-NUM > GF-DATE-HIGH(W-F-DX)
               MOVE W-DATE-NUM      TO GF-DATE-HIGH(W-F-DX)
           END-IF
           .
       SUB-5250-EXIT.
           EXIT.
      /
       SUB-5300-CHECK-DATE.
      *-----------------------

      **** W-DATE-WORK AS YYYYMMDD, VALIDATED THE WAY VALIDCHK
      **** VALIDATES A DATE FIELD.

           SET  W-DATE-BAD          TO TRUE
           SET  W-DATE-ALL-DIGITS   TO TRUE
           MOVE 0                   TO W-DATE-YYYY-NUM
                                       W-DATE-MM-NUM
                                       W-DATE-DD-NUM

           PERFORM SUB-5310-TAKE-DATE-DIGIT THRU SUB-5310-EXIT
               VARYING W-DIGIT-DX FROM 1 BY 1
                 UNTIL W-DIGIT-DX > 8

           IF      W-DATE-NOT-DIGITS
               GO TO SUB-5300-EXIT
           END-IF

           IF      W-DATE-MM-NUM < 1 OR W-DATE-MM-NUM > 12
               GO TO SUB-5300-EXIT
           END-IF

           MOVE W-MONTH-DAYS(W-DATE-MM-NUM)
                                    TO W-MAX-DAY

           IF      W-DATE-MM-NUM = 2
               COMPUTE W-LEAP-REM =
                   FUNCTION MOD(W-DATE-YYYY-NUM, 4)
               IF      W-LEAP-REM = 0
                   MOVE 29          TO W-MAX-DAY
               END-IF
               COMPUTE W-LEAP-REM =
                   FUNCTION MOD(W-DATE-YYYY-NUM, 100)
               IF      W-LEAP-REM = 0
                   COMPUTE W-LEAP-REM =
                       FUNCTION MOD(W-DATE-YYYY-NUM, 400)
                   IF      W-LEAP-REM = 0
                       MOVE 29      TO W-MAX-DAY
                   ELSE
                       MOVE 28      TO W-MAX-DAY
                   END-IF
               END-IF
           END-IF

           IF      W-DATE-DD-NUM < 1
           OR      W-DATE-DD-NUM > W-MAX-DAY
               GO TO SUB-5300-EXIT
           END-IF

           SET  W-DATE-OK           TO TRUE
           .
       SUB-5300-EXIT.
           EXIT.
      /
       SUB-5310-TAKE-DATE-DIGIT.
      *----------------------------

           MOVE 0                   TO W-BYTE-VALUE
           MOVE W-DATE-WORK(W-DIGIT-DX:1)
                                    TO W-BYTE-VALUE-2
           COMPUTE W-BYTE-DX = W-BYTE-VALUE + 1

           IF      NOT BYT-DIGIT(W-BYTE-DX)
               SET  W-DATE-NOT-DIGITS
                                    TO TRUE
           END-IF

           EVALUATE TRUE
               WHEN W-DIGIT-DX <= 4
                   COMPUTE W-DATE-YYYY-NUM = W-DATE-YYYY-NUM * 10
                       + BYT-DIGIT-VALUE(W-BYTE-DX)
               WHEN W-DIGIT-DX <= 6
                   COMPUTE W-DATE-MM-NUM = W-DATE-MM-NUM * 10
                       + BYT-DIGIT-VALUE(W-BYTE-DX)
               WHEN OTHER
                   COMPUTE W-DATE-DD-NUM = W-DATE-DD-NUM * 10
                       + BYT-DIGIT-VALUE(W-BYTE-DX)
           END-EVALUATE
           .
       SUB-5310-EXIT.
           EXIT.
      /
       SUB-5500-SCORE-FIELD.
      *------------------------

      **** CONFIDENCE IS THE SHARE OF THE WHOLE SAMPLE IN WHICH THE
      **** FIELD HOLDS VALID DATA OF ITS TYPE -- A FIELD THAT SHORT
      **** RECORDS DO NOT REACH IS LESS CERTAIN FOR IT.  A DATE
      **** CANDIDATE THAT IS A VALID DATE IN ENOUGH OF THE RECORDS
      **** REACHING IT BECOMES A DATE.

           IF      GF-DATE-CANDIDATE(W-F-DX)
           AND     GF-PRESENT(W-F-DX) > 0
               COMPUTE W-PCT =
                   GF-AUX(W-F-DX) * 100 / GF-PRESENT(W-F-DX)
               IF      W-PCT >= W-THRESHOLD
                   MOVE 'D'         TO GF-KIND(W-F-DX)
                   MOVE GF-AUX(W-F-DX)
                                    TO GF-VALID(W-F-DX)
               END-IF
           END-IF

           COMPUTE GF-CONFIDENCE(W-F-DX) =
               GF-VALID(W-F-DX) * 100 / W-SAMPLED

           IF      GF-CONFIDENCE(W-F-DX) < W-THRESHOLD
               ADD  1               TO W-LOW-COUNT
           END-IF

           MOVE GF-CONFIDENCE(W-F-DX)
                                    TO W-TXT-PCT-1
           COMPUTE W-PCT = GF-PRESENT(W-F-DX) * 100 / W-SAMPLED
           MOVE W-PCT               TO W-TXT-PCT-2

           EVALUATE TRUE
               WHEN GF-DATE(W-F-DX)
                   STRING 'valid YYYYMMDD in ' W-TXT-PCT-1 '%, '
                          GF-DATE-LOW(W-F-DX) '-'
                          GF-DATE-HIGH(W-F-DX)
                       DELIMITED BY SIZE INTO GF-EVIDENCE(W-F-DX)
                   END-STRING

               WHEN GF-ZONED(W-F-DX)
                   IF      GF-DATE-CANDIDATE(W-F-DX)
                       COMPUTE W-PCT =
                           GF-AUX(W-F-DX) * 100 / W-SAMPLED
                       MOVE W-PCT   TO W-TXT-PCT-2
                       STRING 'all digits in ' W-TXT-PCT-1
                              '%, a valid date in only '
                              W-TXT-PCT-2 '%'
                           DELIMITED BY SIZE INTO GF-EVIDENCE(W-F-DX)
                       END-STRING
                   ELSE
                       STRING 'all digits in ' W-TXT-PCT-1 '%'
                           DELIMITED BY SIZE INTO GF-EVIDENCE(W-F-DX)
                       END-STRING
                   END-IF

               WHEN GF-PACKED(W-F-DX)
                   STRING 'digit nibbles and C/D/F sign in '
                          W-TXT-PCT-1 '%'
                       DELIMITED BY SIZE INTO GF-EVIDENCE(W-F-DX)
                   END-STRING

               WHEN GF-BINARY(W-F-DX)
                   COMPUTE W-PCT = GF-AUX(W-F-DX) * 100 / W-SAMPLED
                   MOVE W-PCT       TO W-TXT-PCT-2
                   STRING 'non-text in ' W-TXT-PCT-1
                          '%, high-order X''00'' in ' W-TXT-PCT-2 '%'
                       DELIMITED BY SIZE INTO GF-EVIDENCE(W-F-DX)
                   END-STRING

               WHEN GF-TEXT(W-F-DX)
                   STRING 'printable in ' W-TXT-PCT-1
                          '%, present in ' W-TXT-PCT-2 '%'
                       DELIMITED BY SIZE INTO GF-EVIDENCE(W-F-DX)
                   END-STRING

               WHEN OTHER
                   STRING 'unclassified bytes, non-text in '
                          W-TXT-PCT-1 '% - review'
                       DELIMITED BY SIZE INTO GF-EVIDENCE(W-F-DX)
                   END-STRING
           END-EVALUATE
           .
       SUB-5500-EXIT.
           EXIT.
      /
       SUB-6000-WRITE-DECK.
      *-----------------------

           OPEN OUTPUT DECK-FILE

           IF      W-DECK-FILE-STATUS NOT = '00'
               DISPLAY 'LAYGUESS unable to open FIELDOUT - status '
                   W-DECK-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-6000-EXIT
           END-IF

           PERFORM SUB-6100-WRITE-CARD THRU SUB-6100-EXIT
               VARYING W-F-DX FROM 1 BY 1
                 UNTIL W-F-DX > W-FIELD-COUNT

           CLOSE DECK-FILE
           .
       SUB-6000-EXIT.
           EXIT.
      /
       SUB-6100-WRITE-CARD.
      *-----------------------

      **** NAMES CARRY THE 0-BASED OFFSET AND THE KIND OF GUESS, SO
      **** THE REVIEWER CAN RENAME THEM KNOWING WHAT EACH WAS TAKEN
      **** FOR.

           PERFORM SUB-6110-FORMAT-CARD THRU SUB-6110-EXIT

           WRITE DECK-RECORD      FROM W-FIELD-CARD
           ADD  1                   TO W-DECK-COUNT
           .
       SUB-6100-EXIT.
           EXIT.
      /
       SUB-6110-FORMAT-CARD.
      *------------------------

           MOVE GF-OFFSET(W-F-DX)   TO FC-NAME-OFFSET
                                       FC-OFFSET
           MOVE GF-LENGTH(W-F-DX)   TO FC-LENGTH
           MOVE GF-CONFIDENCE(W-F-DX)
                                    TO FC-CONFIDENCE
           MOVE SPACES              TO FC-CHECK

           EVALUATE TRUE
               WHEN GF-ZONED(W-F-DX)
                   MOVE 'NU'        TO FC-NAME-KIND
                   MOVE 'CHAR'      TO FC-TYPE
                   MOVE 'NUMERIC'   TO FC-CHECK
               WHEN GF-DATE(W-F-DX)
                   MOVE 'DT'        TO FC-NAME-KIND
                   MOVE 'CHAR'      TO FC-TYPE
                   MOVE 'DATE'      TO FC-CHECK
               WHEN GF-PACKED(W-F-DX)
                   MOVE 'PK'        TO FC-NAME-KIND
                   MOVE 'PACKED'    TO FC-TYPE
               WHEN GF-BINARY(W-F-DX)
                   MOVE 'BN'        TO FC-NAME-KIND
                   MOVE 'BINARY'    TO FC-TYPE
               WHEN GF-TEXT(W-F-DX)
                   MOVE 'TX'        TO FC-NAME-KIND
                   MOVE 'CHAR'      TO FC-TYPE
               WHEN OTHER
                   MOVE 'UN'        TO FC-NAME-KIND
                   MOVE 'CHAR'      TO FC-TYPE
           END-EVALUATE
           .
       SUB-6110-EXIT.
           EXIT.
      /
       SUB-7000-REPORT.
      *-------------------

           MOVE W-SAMPLED           TO W-DISPLAY-COUNT
           MOVE W-MIN-LEN           TO W-DISPLAY-LEN
           MOVE W-MAX-LEN           TO W-DISPLAY-LEN-2

           DISPLAY 'LAYGUESS '
           DISPLAY 'LAYGUESS CANDIDATE LAYOUT FOR ' W-INPUT-DSNAME
           DISPLAY 'LAYGUESS ======================================'
           DISPLAY 'LAYGUESS records sampled : ' W-DISPLAY-COUNT
           DISPLAY 'LAYGUESS record length   : min ' W-DISPLAY-LEN
               ' max ' W-DISPLAY-LEN-2

           MOVE W-THRESHOLD         TO W-DISPLAY-CONF
           IF      W-CHARSET-ASCII
               DISPLAY 'LAYGUESS character set   : ASCII'
           ELSE
               DISPLAY 'LAYGUESS character set   : host EBCDIC'
           END-IF
           DISPLAY 'LAYGUESS threshold       : ' W-DISPLAY-CONF '%'

           IF      W-MAX-LEN > W-COL-MAX
               MOVE W-COL-MAX       TO W-DISPLAY-LEN
               DISPLAY 'LAYGUESS ** only the first ' W-DISPLAY-LEN
                   ' bytes of each record were analysed **'
           END-IF

           IF      W-FIELDS-OVERFLOWED
               MOVE W-FIELD-MAX     TO W-DISPLAY-FIELDS
               DISPLAY 'LAYGUESS ** field limit of ' W-DISPLAY-FIELDS
                   ' reached - the rest of the record is not in '
                   'the deck **'
           END-IF

           DISPLAY 'LAYGUESS '
           DISPLAY 'LAYGUESS field         offset length type   '
               'check   conf  evidence'
           DISPLAY 'LAYGUESS ------------  ------ ------ ------ '
               '------- ----  ----------------------------------'

           PERFORM SUB-7100-REPORT-FIELD THRU SUB-7100-EXIT
               VARYING W-F-DX FROM 1 BY 1
                 UNTIL W-F-DX > W-FIELD-COUNT

           PERFORM SUB-7200-COUNT-KINDS THRU SUB-7200-EXIT
               VARYING W-F-DX FROM 1 BY 1
                 UNTIL W-F-DX > W-FIELD-COUNT

           DISPLAY 'LAYGUESS '
           MOVE W-DECK-COUNT        TO W-DISPLAY-FIELDS
           DISPLAY 'LAYGUESS fields proposed : ' W-DISPLAY-FIELDS
           MOVE W-KIND-COUNT(5)     TO W-DISPLAY-FIELDS
           DISPLAY 'LAYGUESS   text         : ' W-DISPLAY-FIELDS
           MOVE W-KIND-COUNT(1)     TO W-DISPLAY-FIELDS
           DISPLAY 'LAYGUESS   zoned numeric: ' W-DISPLAY-FIELDS
           MOVE W-KIND-COUNT(2)     TO W-DISPLAY-FIELDS
           DISPLAY 'LAYGUESS   date         : ' W-DISPLAY-FIELDS
           MOVE W-KIND-COUNT(3)     TO W-DISPLAY-FIELDS
           DISPLAY 'LAYGUESS   packed       : ' W-DISPLAY-FIELDS
           MOVE W-KIND-COUNT(4)     TO W-DISPLAY-FIELDS
           DISPLAY 'LAYGUESS   binary       : ' W-DISPLAY-FIELDS
           MOVE W-KIND-COUNT(6)     TO W-DISPLAY-FIELDS
           DISPLAY 'LAYGUESS   unclassified : ' W-DISPLAY-FIELDS
           MOVE W-LOW-COUNT         TO W-DISPLAY-FIELDS
           DISPLAY 'LAYGUESS below threshold: ' W-DISPLAY-FIELDS
           DISPLAY 'LAYGUESS '
           DISPLAY 'LAYGUESS candidate deck written to FIELDOUT - '
               'review, rename, then store with LAYMAINT ADD'
           .
       SUB-7000-EXIT.
           EXIT.
      /
       SUB-7100-REPORT-FIELD.
      *-------------------------

           PERFORM SUB-6110-FORMAT-CARD THRU SUB-6110-EXIT

           MOVE GF-OFFSET(W-F-DX)   TO W-DISPLAY-OFFSET
           MOVE GF-LENGTH(W-F-DX)   TO W-DISPLAY-LENGTH
           MOVE GF-CONFIDENCE(W-F-DX)
                                    TO W-DISPLAY-CONF

           IF      GF-CONFIDENCE(W-F-DX) < W-THRESHOLD
               MOVE '*'             TO W-LOW-FLAG
           ELSE
               MOVE SPACE           TO W-LOW-FLAG
           END-IF

           DISPLAY 'LAYGUESS ' FC-NAME '  '
               W-DISPLAY-OFFSET ' '
               W-DISPLAY-LENGTH ' '
               FC-TYPE ' '
               FC-CHECK ' '
               W-DISPLAY-CONF '%' W-LOW-FLAG ' '
               GF-EVIDENCE(W-F-DX)
           .
       SUB-7100-EXIT.
           EXIT.
      /
       SUB-7200-COUNT-KINDS.
      *------------------------

           MOVE 1                   TO W-KIND-DX

           PERFORM SUB-7210-MATCH-KIND THRU SUB-7210-EXIT
               UNTIL W-KIND-DX > 6
                  OR W-KIND-LETTERS(W-KIND-DX:1) = GF-KIND(W-F-DX)

           IF      W-KIND-DX <= 6
               ADD  1               TO W-KIND-COUNT(W-KIND-DX)
           END-IF
           .
       SUB-7200-EXIT.
           EXIT.
      /
       SUB-7210-MATCH-KIND.
      *-----------------------

           ADD  1                   TO W-KIND-DX
           .
       SUB-7210-EXIT.
           EXIT.
      /
       SUB-8000-SHUT-DOWN.
      *-------------------

           IF      RETURN-CODE = 0
               IF      W-LOW-COUNT > 0
               OR      W-MAX-LEN > W-COL-MAX
               OR      W-FIELDS-OVERFLOWED
                   MOVE 4           TO RETURN-CODE
               END-IF
           END-IF

           IF      RETURN-CODE > 4
               DISPLAY 'LAYGUESS completed with errors'
           ELSE
               DISPLAY 'LAYGUESS completed'
           END-IF
           .
       SUB-8000-EXIT.
           EXIT.
