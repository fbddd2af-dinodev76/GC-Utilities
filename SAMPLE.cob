      *=========================== SAMPLE ==============================*
      * Authors: Brian D Pead
      *
      * Description: Certified sampling extract.  Auditors and
      *              business analysts keep asking for "a few hundred
      *              representative records" from a large master;
      *              this program draws them reproducibly and ties
      *              the extract to exactly one version of the file.
      *
      *              Three methods, one per run:
      *                  EVERY     every Nth record, from a start
      *                            record drawn from the seed
      *                  RANDOM    a pseudo-random sample of exactly
      *                            the size given
      *                  STRATIFY  M records drawn at random from
      *                            each value of the declared field
      *
      *              The pseudo-random stream is the Park-Miller
      *              minimal standard generator seeded from the SEED
      *              card, computed here in ordinary arithmetic, so
      *              the same deck against the same file draws the
      *              same records on any run.  RANDOM and STRATIFY
      *              use selection sampling: each record is taken
      *              with probability (still needed) / (still to
      *              come), which gives exactly the requested size
      *              in file order without holding records in
      *              storage.
      *
      *              The file is read twice.  The first pass counts
      *              the records (per field value for STRATIFY) and
      *              takes the whole-file CRC32, recorded on the
      *              CRCCTL audit trail under SAMPLE; the second
      *              draws the sample and recomputes the checksum,
      *              so a file that changed between the passes is
      *              caught instead of sampled.  Each extracted
      *              record on SAMPOUT is its original 1-based
      *              record number (9 digits and a space) followed
      *              by the record image.  The report prints the
      *              source checksum, the sampling parameters, the
      *              extract's own CRC32 and the SYSIN deck that
      *              regenerates the sample.
      *
      *              SYSIN: the first card names the dataset; then,
      *              keyword in columns 1-11:
      *                  EVERY     interval N, columns 12-20
      *                  RANDOM    sample size, columns 12-20
      *                  STRATIFY  records per value, columns 12-20
      *                  SEED      1-2147483646, columns 12-20
      *                            (default 1)
      *                  FIELD     the field STRATIFY groups on --
      *                            the same card FREQRPT takes
      *
      *              RETURN-CODE 4 when the file (or a stratum) held
      *              fewer records than asked for, 8 when the file
      *              changed between the passes, 16 for a bad deck.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-30  1.0      First release
      *================================================================*

       PROCESS TRUNC(BIN)

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 SAMPLE.

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

           SELECT CHECK-FILE
               ASSIGN TO DYNAMIC   W-CHECK-DSNAME
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-CHECK-FILE-STATUS.

           SELECT SAMPLE-FILE
               ASSIGN TO           'SAMPOUT'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-SAMPLE-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  SYSIN-FILE.

       01  SYSIN-RECORD                PIC X(80).

       FD  CHECK-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
               DEPENDING ON        W-CHECK-REC-LEN.

       01  CHECK-RECORD                PIC X(32760).

       FD  SAMPLE-FILE
           RECORD IS VARYING IN SIZE FROM 11 TO 32770 CHARACTERS
               DEPENDING ON        W-SAMPLE-REC-LEN.

       01  SAMPLE-RECORD.
           05  SMP-RECNO               PIC 9(09).
           05  SMP-SEP                 PIC X(01).
           05  SMP-DATA                PIC X(32760).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-CRC32-PROG             PIC X(08)       VALUE 'CRC32'.
       01  W-CRCHEX-PROG            PIC X(08)       VALUE 'CRCHEX'.
       01  W-HEXDUMP-PROG           PIC X(08)       VALUE 'HEXDUMP'.

       01  W-SYSIN-FILE-STATUS      PIC X(02).
       01  W-CHECK-FILE-STATUS      PIC X(02).
       01  W-SAMPLE-FILE-STATUS     PIC X(02).

       01  W-CHECK-DSNAME           PIC X(44).
       01  W-CHECK-REC-LEN          PIC 9(05)  COMP.
       01  W-SAMPLE-REC-LEN         PIC 9(05)  COMP.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-SYSIN-EOF                          VALUE 'Y'.
           88  W-SYSIN-NOT-EOF                      VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-CHECK-EOF                          VALUE 'Y'.
           88  W-CHECK-NOT-EOF                      VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'Y'.
           88  W-FIRST-RECORD                       VALUE 'Y'.
           88  W-NOT-FIRST-RECORD                   VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'Y'.
           88  W-FIRST-SAMPLE                       VALUE 'Y'.
           88  W-NOT-FIRST-SAMPLE                   VALUE 'N'.

       01  W-CARD-KEYWORD           PIC X(11).
       01  W-CARD-OFFSET            PIC X(05).
       01  W-CARD-LENGTH            PIC X(05).
       01  W-CARD-NUMBER            PIC X(09).

      **** THE DECK AS READ, ECHOED ON THE REPORT SO THE SAMPLE CAN
      **** BE DRAWN AGAIN.

       01  W-DECK-MAX               PIC 9(04)  COMP VALUE 20.
       01  W-DECK-COUNT             PIC 9(04)  COMP VALUE 0.
       01  W-DECK-TABLE.
           05  W-DECK-CARD         OCCURS 20       INDEXED W-K-DX
                                    PIC X(80).

       01  W-METHOD                 PIC X(08)       VALUE SPACES.
           88  W-METHOD-EVERY                       VALUE 'EVERY'.
           88  W-METHOD-RANDOM                      VALUE 'RANDOM'.
           88  W-METHOD-STRATIFY                    VALUE 'STRATIFY'.
       01  W-METHOD-COUNT           PIC 9(04)  COMP VALUE 0.
       01  W-METHOD-NUMBER          PIC 9(09)  COMP VALUE 0.

      **** THE FIELD STRATIFY GROUPS ON -- THE SAME FIELD CARD
      **** FREQRPT READS: NAME 12-23, 0-BASED OFFSET 25-29, LENGTH
      **** 31-35, TYPE 37-42.

       01  W-FIELD-COUNT            PIC 9(04)  COMP VALUE 0.
       01  W-FLD-NAME               PIC X(12).
       01  W-FLD-OFFSET             PIC 9(05).
       01  W-FLD-LENGTH             PIC 9(05).
       01  W-FLD-TYPE               PIC X(06).
           88  W-FLD-TYPE-CHAR                      VALUE 'CHAR'.
           88  W-FLD-TYPE-HEX                       VALUES 'PACKED'
                                                      'BINARY'.
       01  W-FLD-POS                PIC 9(09)  COMP.
       01  W-WORK-VALUE             PIC X(64).

      **** ONE STRATUM PER DISTINCT FIELD VALUE.  RECORDS TOO SHORT
      **** TO CARRY THE FIELD FORM A STRATUM OF THEIR OWN, KEYED BY
      **** HIGH-VALUES.

       01  W-STRATUM-MAX            PIC 9(04)  COMP VALUE 2000.
       01  W-STRATUM-COUNT          PIC 9(04)  COMP VALUE 0.
       01  W-STRATUM-TABLE.
           05  W-STRATUM-ENTRY     OCCURS 2000     INDEXED W-S-DX.
               10  STR-VALUE       PIC X(64).
               10  STR-RECORDS     PIC 9(09)  COMP.
               10  STR-SEEN        PIC 9(09)  COMP.
               10  STR-TAKEN       PIC 9(09)  COMP.

       01  W-STRATUM-HIT            PIC 9(04)  COMP.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-ENTRY-FOUND                        VALUE 'Y'.
           88  W-ENTRY-NOT-FOUND                    VALUE 'N'.

      **** THE PARK-MILLER GENERATOR: X = X * 16807 MOD (2**31 - 1).

       01  W-SEED                   PIC 9(10)       VALUE 1.
       01  W-RANDOM                 PIC 9(10)  COMP.
       01  W-RANDOM-PRODUCT         PIC 9(18)  COMP.
       01  W-RANDOM-QUOTIENT        PIC 9(18)  COMP.
       01  W-MODULUS                PIC 9(10)  COMP VALUE 2147483647.

       01  W-RECORD-COUNT           PIC 9(09)  COMP VALUE 0.
       01  W-RECNO                  PIC 9(09)  COMP VALUE 0.
       01  W-EVERY-START            PIC 9(09)  COMP VALUE 0.
       01  W-NEXT-EVERY             PIC 9(09)  COMP VALUE 0.
       01  W-NEED                   PIC 9(09)  COMP.
       01  W-REMAINING              PIC 9(09)  COMP.
       01  W-TARGET-COUNT           PIC 9(09)  COMP VALUE 0.
       01  W-SAMPLED-COUNT          PIC 9(09)  COMP VALUE 0.
       01  W-SHORT-STRATA           PIC 9(09)  COMP VALUE 0.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-TAKE-RECORD                        VALUE 'Y'.
           88  W-SKIP-RECORD                        VALUE 'N'.

       01  W-SOURCE-HEX             PIC X(08).
       01  W-RECHECK-HEX            PIC X(08).
       01  W-SAMPLE-HEX             PIC X(08).
       01  W-VALUE-HEX              PIC X(128).
       01  W-VALUE-TEXT             PIC X(40).
       01  W-VALUE-LEN              PIC 9(05)  COMP.

       01  W-DISPLAY-COUNT          PIC ZZZ,ZZZ,ZZ9.
       01  W-DISPLAY-COUNT-2        PIC ZZZ,ZZZ,ZZ9.
       01  W-DISPLAY-SEED           PIC Z(09)9.

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

      **** THE EXTRACT'S OWN CHECKSUM RUNS ALONGSIDE THE SOURCE
      **** RECHECK IN A SECOND PARAMETER BLOCK.

       01  W-SAMPLE-CRC-PARAMETER.  COPY CRC32L.

       01  W-CRCHEX-PARAMETER.      COPY CRCHEXL.

       01  W-HEXDUMP-PARAMETER.     COPY HEXDUMPL.
      /
       PROCEDURE DIVISION.
      *===================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      RETURN-CODE = 0
               PERFORM SUB-2000-COUNT-PASS THRU SUB-2000-EXIT
           END-IF

           IF      RETURN-CODE = 0
               PERFORM SUB-3000-SAMPLE-PASS THRU SUB-3000-EXIT
           END-IF

           IF      RETURN-CODE NOT = 16
               PERFORM SUB-4000-PRINT-REPORT THRU SUB-4000-EXIT
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

           DISPLAY 'SAMPLE   compiled on '
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

           IF      W-METHOD-COUNT NOT = 1
               DISPLAY 'SAMPLE   SYSIN needs exactly one of EVERY, '
                   'RANDOM or STRATIFY'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           IF      W-METHOD-NUMBER = 0
               DISPLAY 'SAMPLE   ' W-METHOD ' count must be greater '
                   'than zero'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           IF      W-METHOD-STRATIFY
           AND     W-FIELD-COUNT NOT = 1
               DISPLAY 'SAMPLE   STRATIFY needs exactly one FIELD '
                   'card'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           IF      W-SEED = 0
           OR      W-SEED >= W-MODULUS
               DISPLAY 'SAMPLE   SEED must be 1-2147483646'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           MOVE W-SEED              TO W-RANDOM

           OPEN INPUT CHECK-FILE

           IF      W-CHECK-FILE-STATUS NOT = '00'
               DISPLAY 'SAMPLE   unable to open ' W-CHECK-DSNAME
                   ' - status ' W-CHECK-FILE-STATUS
               MOVE 16              TO RETURN-CODE
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
                   DISPLAY 'SAMPLE   SYSIN is empty - no dataset '
                       'name'
                   MOVE 16          TO RETURN-CODE
           END-READ

           IF      RETURN-CODE NOT = 0
               CLOSE SYSIN-FILE
               GO TO SUB-1100-EXIT
           END-IF

           MOVE SYSIN-RECORD(1:44)  TO W-CHECK-DSNAME
           PERFORM SUB-1170-KEEP-CARD THRU SUB-1170-EXIT

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

           MOVE SYSIN-RECORD(1:11)  TO W-CARD-KEYWORD

           IF      W-CARD-KEYWORD NOT = SPACES
               PERFORM SUB-1170-KEEP-CARD THRU SUB-1170-EXIT
           END-IF

           EVALUATE W-CARD-KEYWORD
               WHEN 'EVERY'
               WHEN 'RANDOM'
               WHEN 'STRATIFY'
                   MOVE W-CARD-KEYWORD
                                    TO W-METHOD
                   ADD  1           TO W-METHOD-COUNT
                   MOVE SYSIN-RECORD(12:9)
                                    TO W-CARD-NUMBER
                   IF      W-CARD-NUMBER NOT NUMERIC
                       DISPLAY 'SAMPLE   ' W-METHOD ' count is not '
                           'numeric: ' W-CARD-NUMBER
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       MOVE W-CARD-NUMBER
                                    TO W-METHOD-NUMBER
                   END-IF

               WHEN 'SEED'
                   MOVE SYSIN-RECORD(12:9)
                                    TO W-CARD-NUMBER
                   IF      W-CARD-NUMBER NOT NUMERIC
                       DISPLAY 'SAMPLE   SEED is not numeric: '
                           W-CARD-NUMBER
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       MOVE W-CARD-NUMBER
                                    TO W-SEED
                   END-IF

               WHEN 'FIELD'
                   PERFORM SUB-1160-TAKE-FIELD THRU SUB-1160-EXIT

               WHEN SPACES
                   CONTINUE

               WHEN OTHER
                   DISPLAY 'SAMPLE   unknown SYSIN card: '
                       W-CARD-KEYWORD
                   MOVE 16          TO RETURN-CODE
           END-EVALUATE
           .
       SUB-1150-EXIT.
           EXIT.
      /
       SUB-1160-TAKE-FIELD.
      *-----------------------

           ADD  1                   TO W-FIELD-COUNT

           MOVE SYSIN-RECORD(25:5)  TO W-CARD-OFFSET
           MOVE SYSIN-RECORD(31:5)  TO W-CARD-LENGTH

           IF      W-CARD-OFFSET NOT NUMERIC
           OR      W-CARD-LENGTH NOT NUMERIC
               DISPLAY 'SAMPLE   FIELD card offset/length not '
                   'numeric: ' SYSIN-RECORD(1:42)
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1160-EXIT
           END-IF

           MOVE SYSIN-RECORD(12:12) TO W-FLD-NAME
           MOVE W-CARD-OFFSET       TO W-FLD-OFFSET
           MOVE W-CARD-LENGTH       TO W-FLD-LENGTH
           MOVE SYSIN-RECORD(37:6)  TO W-FLD-TYPE

           IF      NOT W-FLD-TYPE-CHAR
           AND     NOT W-FLD-TYPE-HEX
               DISPLAY 'SAMPLE   FIELD card type must be CHAR, '
                   'PACKED or BINARY: ' SYSIN-RECORD(37:6)
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1160-EXIT
           END-IF

           IF      W-FLD-LENGTH = 0
           OR      W-FLD-LENGTH > 64
               DISPLAY 'SAMPLE   FIELD card length must be 1-64: '
                   W-CARD-LENGTH
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1160-EXIT.
           EXIT.
      /
       SUB-1170-KEEP-CARD.
      *----------------------

           IF      W-DECK-COUNT >= W-DECK-MAX
               DISPLAY 'SAMPLE   more than ' W-DECK-MAX
                   ' SYSIN cards'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1170-EXIT
           END-IF

           ADD  1                   TO W-DECK-COUNT
           SET  W-K-DX              TO W-DECK-COUNT
           MOVE SYSIN-RECORD        TO W-DECK-CARD(W-K-DX)
           .
       SUB-1170-EXIT.
           EXIT.
      /
       SUB-2000-COUNT-PASS.
      *-----------------------

           PERFORM SUB-2100-READ-CHECK THRU SUB-2100-EXIT

           PERFORM SUB-2200-COUNT-RECORD THRU SUB-2200-EXIT
               UNTIL W-CHECK-EOF OR RETURN-CODE NOT = 0

           CLOSE CHECK-FILE

           IF      RETURN-CODE NOT = 0
               GO TO SUB-2000-EXIT
           END-IF

      **** CLOSE OUT THE WHOLE-FILE FINGERPRINT, CARRYING THE AUDIT
      **** NAMES ONTO THE CRCCTL RECORD.

           IF      W-FIRST-RECORD
               SET  CRC-STAGE-START-END OF W-CRC32-PARAMETER
                                    TO TRUE
           ELSE
               SET  CRC-STAGE-END OF W-CRC32-PARAMETER
                                    TO TRUE
           END-IF

           MOVE 0                   TO CRC-BUFFER-LEN
                                       OF W-CRC32-PARAMETER
           SET  CRC-BUFFER-PTR OF W-CRC32-PARAMETER
                                    TO NULL
           MOVE 'SAMPLE'            TO CRC-JOB-NAME
                                       OF W-CRC32-PARAMETER
           MOVE W-CHECK-DSNAME      TO CRC-DATASET-NAME
                                       OF W-CRC32-PARAMETER
           MOVE W-RECORD-COUNT      TO CRC-RECORD-COUNT
                                       OF W-CRC32-PARAMETER

           CALL W-CRC32-PROG     USING W-CRC32-PARAMETER

           MOVE CRC-CHECKSUM OF W-CRC32-PARAMETER
                                    TO CH-CHECKSUM
           CALL W-CRCHEX-PROG    USING W-CRCHEX-PARAMETER
           MOVE CH-HEX-OUTPUT       TO W-SOURCE-HEX

           MOVE 0                   TO RETURN-CODE

      **** THE SAMPLE'S TARGET SIZE, NOW THE COUNTS ARE KNOWN.

           EVALUATE TRUE
               WHEN W-METHOD-EVERY
                   PERFORM SUB-2400-NEXT-RANDOM THRU SUB-2400-EXIT
                   DIVIDE W-RANDOM BY W-METHOD-NUMBER
                       GIVING W-RANDOM-QUOTIENT
                       REMAINDER W-EVERY-START
                   ADD  1           TO W-EVERY-START
                   MOVE W-EVERY-START
                                    TO W-NEXT-EVERY
                   IF      W-RECORD-COUNT >= W-EVERY-START
                       COMPUTE W-TARGET-COUNT =
                           (W-RECORD-COUNT - W-EVERY-START)
                               / W-METHOD-NUMBER + 1
                   END-IF

               WHEN W-METHOD-RANDOM
                   MOVE W-METHOD-NUMBER
                                    TO W-TARGET-COUNT

               WHEN W-METHOD-STRATIFY
                   PERFORM SUB-2500-STRATUM-TARGET THRU SUB-2500-EXIT
                       VARYING W-S-DX FROM 1 BY 1
                         UNTIL W-S-DX > W-STRATUM-COUNT
           END-EVALUATE
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-READ-CHECK.
      *-----------------------

           READ CHECK-FILE
               AT END
                   SET  W-CHECK-EOF TO TRUE
           END-READ
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-COUNT-RECORD.
      *-------------------------

           ADD  1                   TO W-RECORD-COUNT

           IF      W-FIRST-RECORD
               SET  CRC-STAGE-START OF W-CRC32-PARAMETER
                                    TO TRUE
               SET  W-NOT-FIRST-RECORD
                                    TO TRUE
           ELSE
               SET  CRC-STAGE-IN-PROCESS OF W-CRC32-PARAMETER
                                    TO TRUE
           END-IF

           SET  CRC-BUFFER-PTR OF W-CRC32-PARAMETER
                                    TO ADDRESS OF CHECK-RECORD
           MOVE W-CHECK-REC-LEN     TO CRC-BUFFER-LEN
                                       OF W-CRC32-PARAMETER

           CALL W-CRC32-PROG     USING W-CRC32-PARAMETER

           IF      W-METHOD-STRATIFY
               PERFORM SUB-2300-FIND-STRATUM THRU SUB-2300-EXIT
               IF      RETURN-CODE = 0
                   SET  W-S-DX      TO W-STRATUM-HIT
                   ADD  1           TO STR-RECORDS(W-S-DX)
               END-IF
           END-IF

           IF      RETURN-CODE = 0
               PERFORM SUB-2100-READ-CHECK THRU SUB-2100-EXIT
           END-IF
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-FIND-STRATUM.
      *-------------------------

      **** THE CRC32 CALL LEAVES ITS OWN RETURN-CODE; ONLY A TABLE
      **** OVERFLOW BELOW MAY SET ONE HERE.

           MOVE 0                   TO RETURN-CODE

           COMPUTE W-FLD-POS = W-FLD-OFFSET + 1

           IF      W-FLD-POS + W-FLD-LENGTH - 1 > W-CHECK-REC-LEN
               MOVE HIGH-VALUES     TO W-WORK-VALUE
           ELSE
               MOVE LOW-VALUES      TO W-WORK-VALUE
               MOVE CHECK-RECORD(W-FLD-POS:W-FLD-LENGTH)
                                    TO W-WORK-VALUE(1:W-FLD-LENGTH)
           END-IF

           SET  W-ENTRY-NOT-FOUND   TO TRUE
           MOVE 0                   TO W-STRATUM-HIT

           PERFORM SUB-2310-MATCH-STRATUM THRU SUB-2310-EXIT
               VARYING W-S-DX FROM 1 BY 1
                 UNTIL W-S-DX > W-STRATUM-COUNT OR W-ENTRY-FOUND

           IF      W-ENTRY-FOUND
               GO TO SUB-2300-EXIT
           END-IF

           IF      W-STRATUM-COUNT >= W-STRATUM-MAX
               DISPLAY 'SAMPLE   more than ' W-STRATUM-MAX
                   ' distinct values of ' W-FLD-NAME
                   ' - too many to stratify on'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-2300-EXIT
           END-IF

           ADD  1                   TO W-STRATUM-COUNT
           MOVE W-STRATUM-COUNT     TO W-STRATUM-HIT
           SET  W-S-DX              TO W-STRATUM-HIT
           MOVE W-WORK-VALUE        TO STR-VALUE(W-S-DX)
           MOVE 0                   TO STR-RECORDS(W-S-DX)
                                       STR-SEEN(W-S-DX)
                                       STR-TAKEN(W-S-DX)
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2310-MATCH-STRATUM.
      *--------------------------

           IF      STR-VALUE(W-S-DX) = W-WORK-VALUE
               SET  W-ENTRY-FOUND   TO TRUE
               SET  W-STRATUM-HIT   TO W-S-DX
           END-IF
           .
       SUB-2310-EXIT.
           EXIT.
      /
       SUB-2400-NEXT-RANDOM.
      *------------------------

           COMPUTE W-RANDOM-PRODUCT = W-RANDOM * 16807
           DIVIDE W-RANDOM-PRODUCT BY W-MODULUS
               GIVING W-RANDOM-QUOTIENT
               REMAINDER W-RANDOM
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2500-STRATUM-TARGET.
      *---------------------------

           IF      STR-RECORDS(W-S-DX) < W-METHOD-NUMBER
               ADD  STR-RECORDS(W-S-DX)
                                    TO W-TARGET-COUNT
               ADD  1               TO W-SHORT-STRATA
           ELSE
               ADD  W-METHOD-NUMBER TO W-TARGET-COUNT
           END-IF
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-3000-SAMPLE-PASS.
      *------------------------

           OPEN INPUT CHECK-FILE

           IF      W-CHECK-FILE-STATUS NOT = '00'
               DISPLAY 'SAMPLE   unable to reopen ' W-CHECK-DSNAME
                   ' - status ' W-CHECK-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-3000-EXIT
           END-IF

           OPEN OUTPUT SAMPLE-FILE

           IF      W-SAMPLE-FILE-STATUS NOT = '00'
               DISPLAY 'SAMPLE   unable to open SAMPOUT - status '
                   W-SAMPLE-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               CLOSE CHECK-FILE
               GO TO SUB-3000-EXIT
           END-IF

           SET  W-CHECK-NOT-EOF     TO TRUE
           SET  W-FIRST-RECORD      TO TRUE
           MOVE 0                   TO W-RECNO

           PERFORM SUB-2100-READ-CHECK THRU SUB-2100-EXIT

           PERFORM SUB-3100-SAMPLE-RECORD THRU SUB-3100-EXIT
               UNTIL W-CHECK-EOF

           CLOSE CHECK-FILE
           CLOSE SAMPLE-FILE

      **** THE RECHECK AND THE EXTRACT CHECKSUM ARE CLOSED WITHOUT
      **** AUDIT NAMES, SO NEITHER ADDS A SECOND CRCCTL RECORD.

           IF      W-FIRST-RECORD
               SET  CRC-STAGE-START-END OF W-CRC32-PARAMETER
                                    TO TRUE
           ELSE
               SET  CRC-STAGE-END OF W-CRC32-PARAMETER
                                    TO TRUE
           END-IF

           MOVE 0                   TO CRC-BUFFER-LEN
                                       OF W-CRC32-PARAMETER
           SET  CRC-BUFFER-PTR OF W-CRC32-PARAMETER
                                    TO NULL
           MOVE LOW-VALUES          TO CRC-JOB-NAME
                                       OF W-CRC32-PARAMETER
                                       CRC-DATASET-NAME
                                       OF W-CRC32-PARAMETER

           CALL W-CRC32-PROG     USING W-CRC32-PARAMETER

           MOVE CRC-CHECKSUM OF W-CRC32-PARAMETER
                                    TO CH-CHECKSUM
           CALL W-CRCHEX-PROG    USING W-CRCHEX-PARAMETER
           MOVE CH-HEX-OUTPUT       TO W-RECHECK-HEX

           IF      W-FIRST-SAMPLE
               SET  CRC-STAGE-START-END OF W-SAMPLE-CRC-PARAMETER
                                    TO TRUE
           ELSE
               SET  CRC-STAGE-END OF W-SAMPLE-CRC-PARAMETER
                                    TO TRUE
           END-IF

           MOVE 0                   TO CRC-BUFFER-LEN
                                       OF W-SAMPLE-CRC-PARAMETER
           SET  CRC-BUFFER-PTR OF W-SAMPLE-CRC-PARAMETER
                                    TO NULL

           CALL W-CRC32-PROG     USING W-SAMPLE-CRC-PARAMETER

           MOVE CRC-CHECKSUM OF W-SAMPLE-CRC-PARAMETER
                                    TO CH-CHECKSUM
           CALL W-CRCHEX-PROG    USING W-CRCHEX-PARAMETER
           MOVE CH-HEX-OUTPUT       TO W-SAMPLE-HEX

           MOVE 0                   TO RETURN-CODE
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-SAMPLE-RECORD.
      *--------------------------

           ADD  1                   TO W-RECNO

           IF      W-FIRST-RECORD
               SET  CRC-STAGE-START OF W-CRC32-PARAMETER
                                    TO TRUE
               SET  W-NOT-FIRST-RECORD
                                    TO TRUE
           ELSE
               SET  CRC-STAGE-IN-PROCESS OF W-CRC32-PARAMETER
                                    TO TRUE
           END-IF

           SET  CRC-BUFFER-PTR OF W-CRC32-PARAMETER
                                    TO ADDRESS OF CHECK-RECORD
           MOVE W-CHECK-REC-LEN     TO CRC-BUFFER-LEN
                                       OF W-CRC32-PARAMETER

           CALL W-CRC32-PROG     USING W-CRC32-PARAMETER

           SET  W-SKIP-RECORD       TO TRUE

           EVALUATE TRUE
               WHEN W-METHOD-EVERY
                   IF      W-RECNO = W-NEXT-EVERY
                       SET  W-TAKE-RECORD
                                    TO TRUE
                       ADD  W-METHOD-NUMBER
                                    TO W-NEXT-EVERY
                   END-IF

               WHEN W-METHOD-RANDOM
                   IF      W-SAMPLED-COUNT < W-TARGET-COUNT
                   AND     W-RECNO NOT > W-RECORD-COUNT
                       COMPUTE W-NEED =
                           W-TARGET-COUNT - W-SAMPLED-COUNT
                       COMPUTE W-REMAINING =
                           W-RECORD-COUNT - W-RECNO + 1
                       PERFORM SUB-3200-DRAW THRU SUB-3200-EXIT
                   END-IF

               WHEN W-METHOD-STRATIFY
      **** A VALUE THE COUNTING PASS NEVER SAW MEANS THE FILE HAS
      **** CHANGED; THE RECORD IS PASSED OVER AND THE RECHECK
      **** REPORTS IT.

                   PERFORM SUB-2300-FIND-STRATUM THRU SUB-2300-EXIT
                   IF      W-STRATUM-HIT = 0
                       GO TO SUB-3100-NEXT
                   END-IF
                   SET  W-S-DX      TO W-STRATUM-HIT
                   IF      STR-SEEN(W-S-DX) >= STR-RECORDS(W-S-DX)
                       GO TO SUB-3100-NEXT
                   END-IF
                   IF      STR-TAKEN(W-S-DX) < W-METHOD-NUMBER
                       COMPUTE W-NEED =
                           W-METHOD-NUMBER - STR-TAKEN(W-S-DX)
                       COMPUTE W-REMAINING =
                           STR-RECORDS(W-S-DX) - STR-SEEN(W-S-DX)
                       PERFORM SUB-3200-DRAW THRU SUB-3200-EXIT
                   END-IF
                   ADD  1           TO STR-SEEN(W-S-DX)
                   IF      W-TAKE-RECORD
                       ADD  1       TO STR-TAKEN(W-S-DX)
                   END-IF
           END-EVALUATE

           IF      W-TAKE-RECORD
               PERFORM SUB-3300-WRITE-SAMPLE THRU SUB-3300-EXIT
           END-IF
           .
       SUB-3100-NEXT.

           PERFORM SUB-2100-READ-CHECK THRU SUB-2100-EXIT
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3200-DRAW.
      *-----------------

      **** SELECTION SAMPLING: TAKE THIS RECORD WITH PROBABILITY
      **** NEED / REMAINING, WITH THE DRAW X / MODULUS AS THE
      **** UNIFORM VARIATE.  ONCE REMAINING EQUALS NEED EVERY
      **** RECORD LEFT IS TAKEN, SO THE SIZE COMES OUT EXACT.

           PERFORM SUB-2400-NEXT-RANDOM THRU SUB-2400-EXIT

           IF      W-RANDOM * W-REMAINING < W-NEED * W-MODULUS
               SET  W-TAKE-RECORD   TO TRUE
           END-IF
           .
       SUB-3200-EXIT.
           EXIT.
      /
       SUB-3300-WRITE-SAMPLE.
      *-------------------------

           ADD  1                   TO W-SAMPLED-COUNT

           MOVE W-RECNO             TO SMP-RECNO
           MOVE SPACE               TO SMP-SEP
           MOVE CHECK-RECORD(1:W-CHECK-REC-LEN)
                                    TO SMP-DATA(1:W-CHECK-REC-LEN)
           COMPUTE W-SAMPLE-REC-LEN = W-CHECK-REC-LEN + 10

           WRITE SAMPLE-RECORD

           IF      W-FIRST-SAMPLE
               SET  CRC-STAGE-START OF W-SAMPLE-CRC-PARAMETER
                                    TO TRUE
               SET  W-NOT-FIRST-SAMPLE
                                    TO TRUE
           ELSE
               SET  CRC-STAGE-IN-PROCESS OF W-SAMPLE-CRC-PARAMETER
                                    TO TRUE
           END-IF

           SET  CRC-BUFFER-PTR OF W-SAMPLE-CRC-PARAMETER
                                    TO ADDRESS OF SAMPLE-RECORD
           MOVE W-SAMPLE-REC-LEN    TO CRC-BUFFER-LEN
                                       OF W-SAMPLE-CRC-PARAMETER

           CALL W-CRC32-PROG     USING W-SAMPLE-CRC-PARAMETER
           .
       SUB-3300-EXIT.
           EXIT.
      /
       SUB-4000-PRINT-REPORT.
      *--------------------------

           DISPLAY 'SAMPLE   ================================='
               '==============='
           DISPLAY 'SAMPLE   CERTIFIED SAMPLE: ' W-CHECK-DSNAME
           DISPLAY 'SAMPLE   ================================='
               '==============='

           MOVE W-RECORD-COUNT      TO W-DISPLAY-COUNT
           DISPLAY 'SAMPLE   source records  : ' W-DISPLAY-COUNT
           DISPLAY 'SAMPLE   source CRC32    : X''' W-SOURCE-HEX ''''

           MOVE W-METHOD-NUMBER     TO W-DISPLAY-COUNT
           EVALUATE TRUE
               WHEN W-METHOD-EVERY
                   MOVE W-EVERY-START
                                    TO W-DISPLAY-COUNT-2
                   DISPLAY 'SAMPLE   method          : EVERY '
                       W-DISPLAY-COUNT ' records from record '
                       W-DISPLAY-COUNT-2
               WHEN W-METHOD-RANDOM
                   DISPLAY 'SAMPLE   method          : RANDOM '
                       W-DISPLAY-COUNT ' records'
               WHEN W-METHOD-STRATIFY
                   DISPLAY 'SAMPLE   method          : STRATIFY '
                       W-DISPLAY-COUNT ' records per value of '
                       W-FLD-NAME
                   DISPLAY 'SAMPLE                     field offset '
                       W-FLD-OFFSET ' length ' W-FLD-LENGTH
                       ' type ' W-FLD-TYPE
           END-EVALUATE

           MOVE W-SEED              TO W-DISPLAY-SEED
           DISPLAY 'SAMPLE   seed            : ' W-DISPLAY-SEED

           IF      W-METHOD-STRATIFY
               DISPLAY 'SAMPLE   '
               DISPLAY 'SAMPLE     STRATUM VALUE'
                   '                                RECORDS'
                   '     SAMPLED'
               PERFORM SUB-4100-PRINT-STRATUM THRU SUB-4100-EXIT
                   VARYING W-S-DX FROM 1 BY 1
                     UNTIL W-S-DX > W-STRATUM-COUNT
               DISPLAY 'SAMPLE   '
           END-IF

           MOVE W-SAMPLED-COUNT     TO W-DISPLAY-COUNT
           DISPLAY 'SAMPLE   records sampled : ' W-DISPLAY-COUNT
           DISPLAY 'SAMPLE   SAMPOUT CRC32   : X''' W-SAMPLE-HEX ''''

           IF      W-RECHECK-HEX NOT = W-SOURCE-HEX
               DISPLAY 'SAMPLE   ** ' W-CHECK-DSNAME
               DISPLAY 'SAMPLE   ** changed between the counting and '
                   'sampling passes (X''' W-RECHECK-HEX
                   ''') - the extract is not certified **'
               MOVE 8               TO RETURN-CODE
               GO TO SUB-4000-EXIT
           END-IF

           IF      W-METHOD-RANDOM
           AND     W-RECORD-COUNT < W-METHOD-NUMBER
               DISPLAY 'SAMPLE   ** the file holds fewer records '
                   'than the sample size - every record was taken **'
               MOVE 4               TO RETURN-CODE
           END-IF

           IF      W-SHORT-STRATA > 0
               MOVE W-SHORT-STRATA  TO W-DISPLAY-COUNT
               DISPLAY 'SAMPLE   ** ' W-DISPLAY-COUNT
                   ' strata held fewer records than asked for - all '
                   'of each was taken **'
               MOVE 4               TO RETURN-CODE
           END-IF

           DISPLAY 'SAMPLE   '
           DISPLAY 'SAMPLE   this SYSIN deck draws the same sample '
               'again from the same file:'
           PERFORM SUB-4200-PRINT-CARD THRU SUB-4200-EXIT
               VARYING W-K-DX FROM 1 BY 1
                 UNTIL W-K-DX > W-DECK-COUNT
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-4100-PRINT-STRATUM.
      *--------------------------

           MOVE STR-RECORDS(W-S-DX) TO W-DISPLAY-COUNT
           MOVE STR-TAKEN(W-S-DX)   TO W-DISPLAY-COUNT-2

           IF      STR-VALUE(W-S-DX) = HIGH-VALUES
               DISPLAY 'SAMPLE     (field not carried)'
                   '                        '
                   W-DISPLAY-COUNT ' ' W-DISPLAY-COUNT-2
               GO TO SUB-4100-EXIT
           END-IF

           IF      W-FLD-TYPE-CHAR
               MOVE SPACES          TO W-VALUE-TEXT
               MOVE W-FLD-LENGTH    TO W-VALUE-LEN
               IF      W-VALUE-LEN > 40
                   MOVE 40          TO W-VALUE-LEN
               END-IF
               MOVE STR-VALUE(W-S-DX)(1:W-VALUE-LEN)
                                    TO W-VALUE-TEXT(1:W-VALUE-LEN)
               DISPLAY 'SAMPLE     ' W-VALUE-TEXT ' '
                   W-DISPLAY-COUNT ' ' W-DISPLAY-COUNT-2
           ELSE
               MOVE SPACES          TO W-VALUE-HEX
               SET  HD-INPUT-PTR    TO ADDRESS OF
                                       STR-VALUE(W-S-DX)
               MOVE W-FLD-LENGTH    TO HD-INPUT-LEN
               SET  HD-OUTPUT-PTR   TO ADDRESS OF W-VALUE-HEX
               CALL W-HEXDUMP-PROG USING W-HEXDUMP-PARAMETER
               DISPLAY 'SAMPLE     X''' W-VALUE-HEX(1:37) ''' '
                   W-DISPLAY-COUNT ' ' W-DISPLAY-COUNT-2
           END-IF
           .
       SUB-4100-EXIT.
           EXIT.
      /
       SUB-4200-PRINT-CARD.
      *-----------------------

           DISPLAY 'SAMPLE     ' W-DECK-CARD(W-K-DX)
           .
       SUB-4200-EXIT.
           EXIT.
      /
       SUB-5000-SHUT-DOWN.
      *-------------------

           IF      RETURN-CODE = 16
               DISPLAY 'SAMPLE   completed with errors'
               GO TO SUB-5000-EXIT
           END-IF

           DISPLAY 'SAMPLE   completed'
           .
       SUB-5000-EXIT.
           EXIT.
