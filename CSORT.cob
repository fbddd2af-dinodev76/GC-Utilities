      *=========================== CSORT ===============================*
      * Authors: Brian D Pead
      *
      * Description: Certified sort.  Sorts the dataset named on the
      *              first SYSIN card into the dataset named on the
      *              second on up to 10 KEY fields (byte order,
      *              ascending or descending, records with equal keys
      *              kept in their input order), and proves the sort
      *              neither lost nor invented a record: an order-
      *              independent fingerprint -- every record's own
      *              CRC-32 summed modulo 2**32, with the record
      *              count -- is taken of the input as it is read and
      *              of the output as it is read back once written.
      *              A whole-file CRC-32 cannot do this, since the
      *              record order differs by design.  The sort is
      *              certified only when the two fingerprints and
      *              counts agree; otherwise the step ends with
      *              RETURN-CODE 8, so a sort that drops or duplicates
      *              records no longer passes as a clean step.  Both
      *              fingerprints are recorded on CRCCTL (variant
      *              ANYORDER) and are the same values FILECHK's
      *              ALGORITHM ANYORDER reports for either file.
      *              RECORD-MODE picks text or binary record mode for
      *              both datasets as in FILECHK.  RETURN-CODE 16 for
      *              a bad deck or a failed sort.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-10-08  1.0      First release
      *================================================================*

       PROCESS TRUNC(BIN)

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 CSORT.

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

           SELECT OUTPUT-FILE
               ASSIGN TO DYNAMIC   W-OUTPUT-DSNAME
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-OUTPUT-FILE-STATUS.

           SELECT OUTPUT-BIN-FILE
               ASSIGN TO DYNAMIC   W-OUTPUT-DSNAME
               ORGANIZATION        SEQUENTIAL
               FILE STATUS IS      W-OUTPUT-FILE-STATUS.

           SELECT SORT-FILE
               ASSIGN TO           'SORTWK01'.
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

       FD  OUTPUT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
               DEPENDING ON        W-OUTPUT-REC-LEN.

       01  OUTPUT-RECORD               PIC X(32760).

       FD  OUTPUT-BIN-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
               DEPENDING ON        W-OUTPUT-REC-LEN.

       01  OUTPUT-BIN-RECORD           PIC X(32760).

      **** THE SORT RECORD: THE KEY FIELDS LAID END TO END (BYTES OF
      **** A DESCENDING KEY INVERTED SO ONE ASCENDING COMPARE SERVES
      **** BOTH), THE INPUT SEQUENCE NUMBER TO KEEP EQUAL KEYS IN
      **** INPUT ORDER, AND THE RECORD ITSELF WITH ITS LENGTH.

       SD  SORT-FILE.

       01  SORT-RECORD.
           05  SRT-KEY                 PIC X(256).
           05  SRT-SEQUENCE            PIC 9(09)  COMP.
           05  SRT-LENGTH              PIC 9(05)  COMP.
           05  SRT-DATA                PIC X(32760).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-CRC32-PROG             PIC X(08)       VALUE 'CRC32'.
       01  W-HEXDUMP-PROG           PIC X(08)       VALUE 'HEXDUMP'.

       01  W-SYSIN-FILE-STATUS      PIC X(02).
       01  W-INPUT-FILE-STATUS      PIC X(02).
       01  W-OUTPUT-FILE-STATUS     PIC X(02).

       01  W-INPUT-DSNAME           PIC X(44).
       01  W-OUTPUT-DSNAME          PIC X(44).
       01  W-INPUT-REC-LEN          PIC 9(05)  COMP.
       01  W-OUTPUT-REC-LEN         PIC 9(05)  COMP.

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

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-SORT-EOF                           VALUE 'Y'.
           88  W-SORT-NOT-EOF                       VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-OUTPUT-EOF                         VALUE 'Y'.
           88  W-OUTPUT-NOT-EOF                     VALUE 'N'.

      **** KEY CARDS, IN MAJOR-TO-MINOR ORDER.

       01  W-KEY-MAX                PIC 9(04)  COMP VALUE 10.
       01  W-KEY-COUNT              PIC 9(04)  COMP VALUE 0.
       01  W-KEY-TOTAL-LEN          PIC 9(05)  COMP VALUE 0.
       01  W-KEY-AREA-MAX           PIC 9(05)  COMP VALUE 256.
       01  W-KEY-TABLE.
           05  W-KEY-ENTRY         OCCURS 10       INDEXED W-K-DX.
               10  KEY-OFFSET      PIC 9(05).
               10  KEY-LENGTH      PIC 9(05).
               10  KEY-ORDER       PIC X(01).
                   88  KEY-ASCENDING                VALUE 'A'.
                   88  KEY-DESCENDING               VALUE 'D'.
               10  KEY-SORT-POS    PIC 9(05)  COMP.

       01  W-CARD-OFFSET            PIC X(05).
       01  W-CARD-LENGTH            PIC X(05).
       01  W-KEY-POS                PIC 9(09)  COMP.
       01  W-KEY-LEN                PIC 9(09)  COMP.
       01  W-KEY-AVAILABLE          PIC 9(09)  COMP.

      **** THE 256 BYTE VALUES IN ASCENDING AND IN DESCENDING ORDER,
      **** BUILT AT START-UP, TO INVERT A DESCENDING KEY'S BYTES.

       01  W-ASCENDING-BYTES        PIC X(256).
       01  W-DESCENDING-BYTES       PIC X(256).
       01  W-BYTE-NUM               PIC 9(04)  COMP.
       01  W-BYTE-NUM-X REDEFINES W-BYTE-NUM
                                    PIC X(02).

      **** THE FINGERPRINTS: EACH RECORD'S OWN CRC-32, SUMMED
      **** MODULO 2**32, AND THE RECORD COUNTS.

       01  W-FINGERPRINT-MODULUS    PIC 9(18)  COMP
                                                    VALUE 4294967296.
       01  W-IN-FINGERPRINT-SUM     PIC 9(18)  COMP VALUE 0.
       01  W-OUT-FINGERPRINT-SUM    PIC 9(18)  COMP VALUE 0.
       01  W-RECORD-CRC             PIC 9(18)  COMP.
       01  W-FINGERPRINT            PIC 9(09)  COMP.
       01  W-HEX-OUT                PIC X(08).
       01  W-IN-HEX                 PIC X(08).
       01  W-OUT-HEX                PIC X(08).

       01  W-IN-RECORDS             PIC 9(09)  COMP VALUE 0.
       01  W-SORTED-RECORDS         PIC 9(09)  COMP VALUE 0.
       01  W-OUT-RECORDS            PIC 9(09)  COMP VALUE 0.

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

       01  W-HEXDUMP-PARAMETER.     COPY HEXDUMPL.
      /
       PROCEDURE DIVISION.
      *===================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      RETURN-CODE = 0
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-KEY
                                    SRT-SEQUENCE
                   INPUT  PROCEDURE SUB-2000-SORT-INPUT
                                 THRU SUB-2000-EXIT
                   OUTPUT PROCEDURE SUB-3000-SORT-OUTPUT
                                 THRU SUB-3000-EXIT
               IF      SORT-RETURN NOT = 0
                   DISPLAY 'CSORT    sort failed - SORT-RETURN '
                       SORT-RETURN
                   MOVE 16          TO RETURN-CODE
               END-IF
           END-IF

           IF      RETURN-CODE = 0
               PERFORM SUB-4000-READ-BACK THRU SUB-4000-EXIT
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

           DISPLAY 'CSORT    compiled on '
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

           IF      W-KEY-COUNT = 0
               DISPLAY 'CSORT    SYSIN has no KEY cards - nothing to '
                   'sort on'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1200-BUILD-BYTES THRU SUB-1200-EXIT
               VARYING W-BYTE-NUM FROM 0 BY 1
                 UNTIL W-BYTE-NUM > 255
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-READ-SYSIN.
      *----------------------

      **** THE FIRST TWO CARDS NAME THE INPUT AND OUTPUT DATASETS.
      **** THEN, KEYWORD IN COLUMNS 1-11:
      ****   KEY        0-BASED OFFSET 12-16, LENGTH 18-22, A OR D
      ****              (ASCENDING, THE DEFAULT, OR DESCENDING) IN 24
      ****              -- MAJOR KEY FIRST, UP TO 10 KEYS AND 256
      ****              BYTES OF KEY IN ALL
      ****   RECORD-MODE
      ****              BINARY OR TEXT (THE DEFAULT) IN 13-18, FOR
      ****              BOTH DATASETS, AS IN FILECHK

           OPEN INPUT SYSIN-FILE

           READ SYSIN-FILE
               AT END
                   DISPLAY 'CSORT    SYSIN is missing the input '
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
                   DISPLAY 'CSORT    SYSIN is missing the output '
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

           EVALUATE SYSIN-RECORD(1:11)
               WHEN 'KEY'
                   PERFORM SUB-1160-TAKE-KEY THRU SUB-1160-EXIT

               WHEN 'RECORD-MODE'
                   IF      SYSIN-RECORD(13:6) = 'BINARY'
                       SET  W-BINARY-MODE
                                    TO TRUE
                   ELSE
                       IF      SYSIN-RECORD(13:4) NOT = 'TEXT'
                           DISPLAY 'CSORT    RECORD-MODE must be '
                               'BINARY or TEXT: ' SYSIN-RECORD(13:6)
                           MOVE 16  TO RETURN-CODE
                       END-IF
                   END-IF

               WHEN SPACES
                   CONTINUE

               WHEN OTHER
                   DISPLAY 'CSORT    unknown SYSIN card: '
                       SYSIN-RECORD(1:11)
                   MOVE 16          TO RETURN-CODE
           END-EVALUATE
           .
       SUB-1150-EXIT.
           EXIT.
      /
       SUB-1160-TAKE-KEY.
      *---------------------

           IF      W-KEY-COUNT >= W-KEY-MAX
               DISPLAY 'CSORT    too many KEY cards - limit '
                   W-KEY-MAX
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1160-EXIT
           END-IF

           MOVE SYSIN-RECORD(12:5)  TO W-CARD-OFFSET
           MOVE SYSIN-RECORD(18:5)  TO W-CARD-LENGTH

           IF      W-CARD-OFFSET NOT NUMERIC
           OR      W-CARD-LENGTH NOT NUMERIC
               DISPLAY 'CSORT    KEY offset/length not numeric: '
                   SYSIN-RECORD(1:24)
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1160-EXIT
           END-IF

           ADD  1                   TO W-KEY-COUNT
           SET  W-K-DX              TO W-KEY-COUNT

           MOVE W-CARD-OFFSET       TO KEY-OFFSET(W-K-DX)
           MOVE W-CARD-LENGTH       TO KEY-LENGTH(W-K-DX)
           MOVE SYSIN-RECORD(24:1)  TO KEY-ORDER(W-K-DX)

           IF      KEY-ORDER(W-K-DX) = SPACE
               SET  KEY-ASCENDING(W-K-DX)
                                    TO TRUE
           END-IF

           IF      NOT KEY-ASCENDING(W-K-DX)
           AND     NOT KEY-DESCENDING(W-K-DX)
               DISPLAY 'CSORT    KEY order must be A or D: '
                   SYSIN-RECORD(24:1)
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1160-EXIT
           END-IF

           COMPUTE KEY-SORT-POS(W-K-DX) = W-KEY-TOTAL-LEN + 1
           ADD  KEY-LENGTH(W-K-DX)  TO W-KEY-TOTAL-LEN

           IF      KEY-LENGTH(W-K-DX) = 0
           OR      KEY-OFFSET(W-K-DX) + KEY-LENGTH(W-K-DX) > 32760
           OR      W-KEY-TOTAL-LEN > W-KEY-AREA-MAX
               DISPLAY 'CSORT    KEY length invalid or keys exceed '
                   W-KEY-AREA-MAX ' bytes: ' SYSIN-RECORD(1:24)
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1160-EXIT.
           EXIT.
      /
       SUB-1200-BUILD-BYTES.
      *------------------------

           MOVE W-BYTE-NUM-X(2:1)   TO W-ASCENDING-BYTES
                                       (W-BYTE-NUM + 1:1)
           MOVE W-BYTE-NUM-X(2:1)   TO W-DESCENDING-BYTES
                                       (256 - W-BYTE-NUM:1)
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-2000-SORT-INPUT.
      *-----------------------

      **** THE SORT'S INPUT PROCEDURE: READ EACH RECORD, ADD IT TO
      **** THE INPUT FINGERPRINT, BUILD ITS SORT KEY AND RELEASE IT.

           IF      W-BINARY-MODE
               OPEN INPUT INPUT-BIN-FILE
           ELSE
               OPEN INPUT INPUT-FILE
           END-IF

           IF      W-INPUT-FILE-STATUS NOT = '00'
               DISPLAY 'CSORT    unable to open ' W-INPUT-DSNAME
                   ' - status ' W-INPUT-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-2000-EXIT
           END-IF

           PERFORM SUB-2100-READ-INPUT THRU SUB-2100-EXIT

           PERFORM SUB-2200-RELEASE-RECORD THRU SUB-2200-EXIT
               UNTIL W-INPUT-EOF

           IF      W-BINARY-MODE
               CLOSE INPUT-BIN-FILE
           ELSE
               CLOSE INPUT-FILE
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-READ-INPUT.
      *-----------------------

           IF      W-BINARY-MODE
               READ INPUT-BIN-FILE
                   AT END
                       SET  W-INPUT-EOF
                                    TO TRUE
                       GO TO SUB-2100-EXIT
               END-READ
               MOVE INPUT-BIN-RECORD(1:W-INPUT-REC-LEN)
                                    TO W-RECORD-AREA
                                       (1:W-INPUT-REC-LEN)
           ELSE
               READ INPUT-FILE
                   AT END
                       SET  W-INPUT-EOF
                                    TO TRUE
                       GO TO SUB-2100-EXIT
               END-READ
               MOVE INPUT-RECORD(1:W-INPUT-REC-LEN)
                                    TO W-RECORD-AREA
                                       (1:W-INPUT-REC-LEN)
           END-IF

           MOVE W-INPUT-REC-LEN     TO W-RECORD-LEN
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-RELEASE-RECORD.
      *---------------------------

           ADD  1                   TO W-IN-RECORDS

           PERFORM SUB-8000-RECORD-CRC THRU SUB-8000-EXIT

           MOVE CRC-CHECKSUM        TO W-RECORD-CRC
           ADD  W-RECORD-CRC        TO W-IN-FINGERPRINT-SUM
           IF      W-IN-FINGERPRINT-SUM >= W-FINGERPRINT-MODULUS
               SUBTRACT W-FINGERPRINT-MODULUS
                                  FROM W-IN-FINGERPRINT-SUM
           END-IF

           MOVE LOW-VALUES          TO SRT-KEY

           PERFORM SUB-2300-BUILD-KEY THRU SUB-2300-EXIT
               VARYING W-K-DX FROM 1 BY 1
                 UNTIL W-K-DX > W-KEY-COUNT

           MOVE W-IN-RECORDS        TO SRT-SEQUENCE
           MOVE W-RECORD-LEN        TO SRT-LENGTH
           MOVE W-RECORD-AREA(1:W-RECORD-LEN)
                                    TO SRT-DATA(1:W-RECORD-LEN)

           RELEASE SORT-RECORD

           PERFORM SUB-2100-READ-INPUT THRU SUB-2100-EXIT
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-BUILD-KEY.
      *----------------------

      **** COPY ONE KEY FIELD INTO ITS PLACE IN THE SORT KEY.  THE
      **** PART OF A KEY PAST A SHORT RECORD'S END STAYS LOW-VALUES,
      **** SO A SHORT RECORD SORTS AHEAD OF A LONGER ONE WITH THE
      **** SAME LEADING BYTES.  A DESCENDING KEY'S BYTES ARE
      **** INVERTED, X'00' BECOMING X'FF' AND SO ON.

           COMPUTE W-KEY-POS = KEY-OFFSET(W-K-DX) + 1
           MOVE KEY-LENGTH(W-K-DX)  TO W-KEY-LEN

           IF      W-KEY-POS > W-RECORD-LEN
               MOVE 0               TO W-KEY-AVAILABLE
           ELSE
               COMPUTE W-KEY-AVAILABLE = W-RECORD-LEN - W-KEY-POS + 1
               IF      W-KEY-AVAILABLE > W-KEY-LEN
                   MOVE W-KEY-LEN   TO W-KEY-AVAILABLE
               END-IF
           END-IF

           IF      W-KEY-AVAILABLE > 0
               MOVE W-RECORD-AREA(W-KEY-POS:W-KEY-AVAILABLE)
                   TO SRT-KEY(KEY-SORT-POS(W-K-DX):W-KEY-AVAILABLE)
           END-IF

           IF      KEY-DESCENDING(W-K-DX)
               INSPECT SRT-KEY(KEY-SORT-POS(W-K-DX):W-KEY-LEN)
                   CONVERTING W-ASCENDING-BYTES
                           TO W-DESCENDING-BYTES
           END-IF
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-3000-SORT-OUTPUT.
      *------------------------

      **** THE SORT'S OUTPUT PROCEDURE: WRITE THE SORTED RECORDS.

           IF      W-BINARY-MODE
               OPEN OUTPUT OUTPUT-BIN-FILE
           ELSE
               OPEN OUTPUT OUTPUT-FILE
           END-IF

           IF      W-OUTPUT-FILE-STATUS NOT = '00'
               DISPLAY 'CSORT    unable to open ' W-OUTPUT-DSNAME
                   ' - status ' W-OUTPUT-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-3000-EXIT
           END-IF

           PERFORM SUB-3100-RETURN-RECORD THRU SUB-3100-EXIT

           PERFORM SUB-3200-WRITE-RECORD THRU SUB-3200-EXIT
               UNTIL W-SORT-EOF OR RETURN-CODE NOT = 0

           IF      W-BINARY-MODE
               CLOSE OUTPUT-BIN-FILE
           ELSE
               CLOSE OUTPUT-FILE
           END-IF
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-RETURN-RECORD.
      *--------------------------

           RETURN SORT-FILE
               AT END
                   SET  W-SORT-EOF  TO TRUE
           END-RETURN
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3200-WRITE-RECORD.
      *-------------------------

           ADD  1                   TO W-SORTED-RECORDS
           MOVE SRT-LENGTH          TO W-OUTPUT-REC-LEN

           IF      W-BINARY-MODE
               MOVE SRT-DATA(1:SRT-LENGTH)
                                    TO OUTPUT-BIN-RECORD
                                       (1:SRT-LENGTH)
               WRITE OUTPUT-BIN-RECORD
           ELSE
               MOVE SRT-DATA(1:SRT-LENGTH)
                                    TO OUTPUT-RECORD(1:SRT-LENGTH)
               WRITE OUTPUT-RECORD
           END-IF

           IF      W-OUTPUT-FILE-STATUS NOT = '00'
               DISPLAY 'CSORT    unable to write ' W-OUTPUT-DSNAME
                   ' - status ' W-OUTPUT-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-3200-EXIT
           END-IF

           PERFORM SUB-3100-RETURN-RECORD THRU SUB-3100-EXIT
           .
       SUB-3200-EXIT.
           EXIT.
      /
       SUB-4000-READ-BACK.
      *----------------------

      **** THE OUTPUT FINGERPRINT IS TAKEN FROM THE DATASET AS IT
      **** WAS WRITTEN, NOT FROM THE SORT'S HANDS, SO A WRITE THAT
      **** WENT ASTRAY SHOWS UP TOO.

           IF      W-BINARY-MODE
               OPEN INPUT OUTPUT-BIN-FILE
           ELSE
               OPEN INPUT OUTPUT-FILE
           END-IF

           IF      W-OUTPUT-FILE-STATUS NOT = '00'
               DISPLAY 'CSORT    unable to reopen ' W-OUTPUT-DSNAME
                   ' - status ' W-OUTPUT-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-4000-EXIT
           END-IF

           PERFORM SUB-4100-READ-OUTPUT THRU SUB-4100-EXIT

           PERFORM SUB-4200-TAKE-RECORD THRU SUB-4200-EXIT
               UNTIL W-OUTPUT-EOF

           IF      W-BINARY-MODE
               CLOSE OUTPUT-BIN-FILE
           ELSE
               CLOSE OUTPUT-FILE
           END-IF
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-4100-READ-OUTPUT.
      *------------------------

           IF      W-BINARY-MODE
               READ OUTPUT-BIN-FILE
                   AT END
                       SET  W-OUTPUT-EOF
                                    TO TRUE
                       GO TO SUB-4100-EXIT
               END-READ
               MOVE OUTPUT-BIN-RECORD(1:W-OUTPUT-REC-LEN)
                                    TO W-RECORD-AREA
                                       (1:W-OUTPUT-REC-LEN)
           ELSE
               READ OUTPUT-FILE
                   AT END
                       SET  W-OUTPUT-EOF
                                    TO TRUE
                       GO TO SUB-4100-EXIT
               END-READ
               MOVE OUTPUT-RECORD(1:W-OUTPUT-REC-LEN)
                                    TO W-RECORD-AREA
                                       (1:W-OUTPUT-REC-LEN)
           END-IF

           MOVE W-OUTPUT-REC-LEN    TO W-RECORD-LEN
           .
       SUB-4100-EXIT.
           EXIT.
      /
       SUB-4200-TAKE-RECORD.
      *------------------------

           ADD  1                   TO W-OUT-RECORDS

           PERFORM SUB-8000-RECORD-CRC THRU SUB-8000-EXIT

           MOVE CRC-CHECKSUM        TO W-RECORD-CRC
           ADD  W-RECORD-CRC        TO W-OUT-FINGERPRINT-SUM
           IF      W-OUT-FINGERPRINT-SUM >= W-FINGERPRINT-MODULUS
               SUBTRACT W-FINGERPRINT-MODULUS
                                  FROM W-OUT-FINGERPRINT-SUM
           END-IF

           PERFORM SUB-4100-READ-OUTPUT THRU SUB-4100-EXIT
           .
       SUB-4200-EXIT.
           EXIT.
      /
       SUB-5000-SHUT-DOWN.
      *-------------------

           IF      RETURN-CODE NOT = 0
               DISPLAY 'CSORT    completed with errors'
               GO TO SUB-5000-EXIT
           END-IF

           MOVE W-IN-FINGERPRINT-SUM
                                    TO W-FINGERPRINT
           PERFORM SUB-9200-DISPLAY-HEX THRU SUB-9200-EXIT
           MOVE W-HEX-OUT           TO W-IN-HEX

           MOVE W-OUT-FINGERPRINT-SUM
                                    TO W-FINGERPRINT
           PERFORM SUB-9200-DISPLAY-HEX THRU SUB-9200-EXIT
           MOVE W-HEX-OUT           TO W-OUT-HEX

           DISPLAY 'CSORT    input      : ' W-INPUT-DSNAME
           DISPLAY 'CSORT    records    : ' W-IN-RECORDS
           DISPLAY 'CSORT    fingerprint: X''' W-IN-HEX ''''
           DISPLAY 'CSORT    output     : ' W-OUTPUT-DSNAME
           DISPLAY 'CSORT    sorted     : ' W-SORTED-RECORDS
           DISPLAY 'CSORT    records    : ' W-OUT-RECORDS
           DISPLAY 'CSORT    fingerprint: X''' W-OUT-HEX ''''

      **** BOTH FINGERPRINTS GO ON THE CRCCTL AUDIT TRAIL.

           MOVE W-IN-FINGERPRINT-SUM
                                    TO CRC-CHECKSUM
           MOVE W-INPUT-DSNAME      TO CRC-DATASET-NAME
           MOVE W-IN-RECORDS        TO CRC-RECORD-COUNT
           PERFORM SUB-8100-RECORD-FINGERPRINT THRU SUB-8100-EXIT

           MOVE W-OUT-FINGERPRINT-SUM
                                    TO CRC-CHECKSUM
           MOVE W-OUTPUT-DSNAME     TO CRC-DATASET-NAME
           MOVE W-OUT-RECORDS       TO CRC-RECORD-COUNT
           PERFORM SUB-8100-RECORD-FINGERPRINT THRU SUB-8100-EXIT

      **** THE CALLS HAND CRC32'S RETURN CODE BACK IN THE RETURN-CODE
      **** REGISTER, SO THE VERDICT IS SET AFTER THEM.

           MOVE 0                   TO RETURN-CODE

           IF      W-IN-FINGERPRINT-SUM = W-OUT-FINGERPRINT-SUM
           AND     W-IN-RECORDS = W-OUT-RECORDS
               DISPLAY 'CSORT    CERTIFIED - output holds exactly the '
                   'input records'
           ELSE
               DISPLAY 'CSORT    ** NOT CERTIFIED - the sort lost, '
                   'gained or altered records **'
               MOVE 8               TO RETURN-CODE
           END-IF

           DISPLAY 'CSORT    completed'
           .
       SUB-5000-EXIT.
           EXIT.
      /
       SUB-8000-RECORD-CRC.
      *-----------------------

      **** THE CRC-32 OF THE RECORD IN W-RECORD-AREA ON ITS OWN.  NO
      **** JOB OR DATASET NAME IS SET, SO THESE CALLS WRITE NOTHING
      **** TO CRCCTL.

           SET  CRC-STAGE-START-END TO TRUE
           SET  CRC-BUFFER-PTR      TO ADDRESS OF W-RECORD-AREA
           MOVE W-RECORD-LEN        TO CRC-BUFFER-LEN
           MOVE LOW-VALUES          TO CRC-JOB-NAME
                                       CRC-DATASET-NAME

           CALL W-CRC32-PROG     USING W-CRC32-PARAMETER
           .
       SUB-8000-EXIT.
           EXIT.
      /
       SUB-8100-RECORD-FINGERPRINT.
      *-------------------------------

           SET  CRC-STAGE-RECORD-ONLY
                                    TO TRUE
           SET  CRC-BUFFER-PTR      TO NULL
           MOVE 0                   TO CRC-BUFFER-LEN
           MOVE 'CSORT'             TO CRC-JOB-NAME

           CALL W-CRC32-PROG     USING W-CRC32-PARAMETER
           .
       SUB-8100-EXIT.
           EXIT.
      /
       SUB-9200-DISPLAY-HEX.
      *---------------------

           SET  HD-INPUT-PTR        TO ADDRESS OF W-FINGERPRINT
           MOVE LENGTH OF W-FINGERPRINT
                                    TO HD-INPUT-LEN
           SET  HD-OUTPUT-PTR       TO ADDRESS OF W-HEX-OUT

           CALL W-HEXDUMP-PROG   USING W-HEXDUMP-PARAMETER
           .
       SUB-9200-EXIT.
           EXIT.
