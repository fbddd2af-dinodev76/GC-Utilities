      *============================ SCRUB ==============================*
      * Authors: Brian D Pead
      *
      * Description: Rolling at-rest re-verification of archived and
      *              long-retained datasets.  The nightly cycle only
      *              checksums files as they flow through it; a
      *              seven-year retention copy is otherwise never
      *              read again until an audit asks for it.
      *
      *              The inventory is every dataset named on a
      *              DATASET card plus every dataset in the audit
      *              trail whose name starts with a PREFIX card.
      *              Each one's certified checksum is the latest
      *              CRCCTL record for it -- the CRCARCH archive is
      *              read first, then the live CRCCTL, so a later
      *              check wins.  Each night a slice of the inventory
      *              is re-read and its CRC32 and record count
      *              recomputed the way FILECHK takes them (for a
      *              dataset certified with variant ANYORDER, by
      *              FILECHK's ALGORITHM ANYORDER or by CSORT, the
      *              order-independent fingerprint instead), so the
      *              whole inventory is covered every CYCLE days:
      *              the slice is the inventory divided by the cycle,
      *              rounded up, taking the datasets scrubbed longest
      *              ago (or never) first.  A scrub does not append
      *              to CRCCTL -- it proves the certified checksum,
      *              it does not replace it.
      *
      *              Each dataset scrubbed goes through STATWRT: PASS,
      *              FAIL for a checksum or record-count mismatch, or
      *              ERROR when the dataset cannot be opened or read.
      *              The SCRUBSTA dataset keeps, per dataset, when it
      *              was last scrubbed, the result, and when it was
      *              last proven good; the report shows every dataset
      *              in the inventory with the days since it was last
      *              proven good -- by a scrub, or by the certifying
      *              check itself, whichever is later.
      *
      *              SYSIN cards, keyword in columns 1-10 and value
      *              from column 12:
      *                  DATASET     a retained dataset (repeatable)
      *                  PREFIX      a dataset-name prefix
      *                              (repeatable)
      *                  CYCLE       days to cover the inventory in,
      *                              001-999 (default 030)
      *
      *              RETURN-CODE 8 for any mismatch or unreadable
      *              dataset, 4 when a dataset in the inventory has
      *              no certified checksum to scrub against, 16 for
      *              a bad deck.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-27  1.0      First release
      * 2026-10-15  1.1      Re-verify an ANYORDER certification by
      *                      its order-independent fingerprint, not
      *                      by a whole-file CRC-32
      *================================================================*

       PROCESS TRUNC(BIN)

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 SCRUB.

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

           SELECT CRC-CONTROL-FILE
               ASSIGN TO DYNAMIC   W-CONTROL-DDNAME
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-CTL-FILE-STATUS.

           SELECT STATE-FILE
               ASSIGN TO           'SCRUBSTA'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-STATE-FILE-STATUS.

           SELECT SCRUB-FILE
               ASSIGN TO DYNAMIC   W-SCRUB-DSNAME
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-SCR-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  SYSIN-FILE.

       01  SYSIN-RECORD                PIC X(80).

       FD  CRC-CONTROL-FILE.

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

       FD  STATE-FILE.

       01  STATE-RECORD.
           05  SST-REC-DATASET         PIC X(44).
           05  SST-REC-SEP-1           PIC X(01).
           05  SST-REC-SCRUBBED        PIC X(19).
           05  SST-REC-SEP-2           PIC X(01).
           05  SST-REC-RESULT          PIC X(08).
           05  SST-REC-SEP-3           PIC X(01).
           05  SST-REC-LAST-GOOD       PIC X(19).

       FD  SCRUB-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
               DEPENDING ON        W-SCRUB-REC-LEN.

       01  SCRUB-RECORD                PIC X(32760).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-SYSIN-FILE-STATUS      PIC X(02).
       01  W-CTL-FILE-STATUS        PIC X(02).
       01  W-STATE-FILE-STATUS      PIC X(02).
       01  W-SCR-FILE-STATUS        PIC X(02).

       01  W-CONTROL-DDNAME         PIC X(08).
       01  W-SCRUB-DSNAME           PIC X(44).
       01  W-SCRUB-REC-LEN          PIC 9(09)  COMP.

       01  W-CRC32-PROG             PIC X(08)       VALUE 'CRC32'.
       01  W-HEXDUMP-PROG           PIC X(08)       VALUE 'HEXDUMP'.
       01  W-STATWRT-PROG           PIC X(08)       VALUE 'STATWRT'.

       01  W-CRC32-PARAMETER.       COPY CRC32L.

       01  W-HEXDUMP-PARAMETER.     COPY HEXDUMPL.

       01  W-STATWRT-PARAMETER.     COPY STATWRTL.

       01  W-HEX                    PIC X(08).

      **** CRCCTL CARRIES THE CHECKSUM IN NINE DECIMAL DIGITS, SO THE
      **** RECOMPUTED ONE IS CUT DOWN THE SAME WAY BEFORE COMPARING.

       01  W-STORED-SUM             PIC 9(09).

      **** THE ANYORDER FINGERPRINT, TAKEN AS FILECHK TAKES IT: EACH
      **** RECORD CHECKSUMMED ON ITS OWN AND THE CRC-32 VALUES SUMMED
      **** MODULO 2**32.

       01  W-FINGERPRINT-SUM        PIC 9(18)  COMP VALUE 0.
       01  W-RECORD-CRC             PIC 9(18)  COMP.
       01  W-FINGERPRINT-MODULUS    PIC 9(18)  COMP
                                                    VALUE 4294967296.

       01  W-CARD-KEYWORD           PIC X(10).
       01  W-CARD-DIGITS            PIC X(03).

       01  W-CYCLE-DAYS             PIC 9(03)       VALUE 30.

      **** DATASET-NAME PREFIXES FROM THE PREFIX CARDS.

       01  W-PREFIX-MAX             PIC S9(04) COMP VALUE 20.
       01  W-PREFIX-COUNT           PIC S9(04) COMP VALUE 0.
       01  W-PF-DX                  PIC S9(04) COMP.

       01  W-PREFIX-TABLE.
           05  W-PREFIX-ENTRY       OCCURS 20.
               10  PFX-NAME         PIC X(44).
               10  PFX-LEN          PIC S9(04) COMP.

       01  W-SCAN-DX                PIC S9(04) COMP.

      **** THE INVENTORY -- EVERY DATASET SCRUBSTA KNOWS OF, WHETHER
      **** OR NOT THIS DECK STILL NAMES IT, SO THAT DROPPING A CARD
      **** FOR A NIGHT DOES NOT LOSE A DATASET'S HISTORY.

       01  W-INV-MAX                PIC S9(04) COMP VALUE 2000.
       01  W-INV-COUNT              PIC S9(04) COMP VALUE 0.
       01  W-IV-DX                  PIC S9(04) COMP.
       01  W-INV-HIT                PIC S9(04) COMP.
       01  W-PICK-DX                PIC S9(04) COMP.

       01  W-INVENTORY-TABLE.
           05  W-INV-ENTRY          OCCURS 2000.
               10  INV-DATASET      PIC X(44).
               10  INV-IN-SCOPE     PIC X(01).
               10  INV-CERT-STAMP   PIC X(19).
               10  INV-CERT-JOB     PIC X(08).
               10  INV-CERT-VARIANT PIC X(10).
               10  INV-CERT-CHECKSUM
                                    PIC 9(09).
               10  INV-CERT-RECORDS PIC 9(09).
               10  INV-SCRUBBED     PIC X(19).
               10  INV-RESULT       PIC X(08).
               10  INV-LAST-GOOD    PIC X(19).
               10  INV-PICKED       PIC X(01).
               10  INV-TONIGHT      PIC X(08).

       01  W-LOOKUP-DSNAME          PIC X(44).

       01  W-SCOPE-COUNT            PIC 9(09)  COMP VALUE 0.
       01  W-SLICE-SIZE             PIC 9(09)  COMP VALUE 0.
       01  W-PICKED-COUNT           PIC 9(09)  COMP VALUE 0.
       01  W-PASS-COUNT             PIC 9(09)  COMP VALUE 0.
       01  W-FAIL-COUNT             PIC 9(09)  COMP VALUE 0.
       01  W-ERROR-COUNT            PIC 9(09)  COMP VALUE 0.
       01  W-UNCERT-COUNT           PIC 9(09)  COMP VALUE 0.
       01  W-RECORD-COUNT           PIC 9(09)  COMP.

       01  W-PICK-KEY               PIC X(19).

       01  W-PROVEN                 PIC X(19).
       01  W-DAYS-SINCE             PIC S9(09) COMP.
       01  W-TODAY-INT              PIC S9(09) COMP.

       01  W-DISPLAY-COUNT          PIC ZZZ,ZZ9.
       01  W-DISPLAY-DAYS           PIC ZZZZ9.

       01  W-RUN-STAMP              PIC X(19).

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
           88  W-SCR-EOF                            VALUE 'Y'.
           88  W-SCR-NOT-EOF                        VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-SCR-UNREADABLE                     VALUE 'Y'.
           88  W-SCR-READABLE                       VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'Y'.
           88  W-FIRST-RECORD                       VALUE 'Y'.
           88  W-NOT-FIRST-RECORD                   VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-CERT-ANYORDER                      VALUE 'Y'.
           88  W-CERT-WHOLE-FILE                    VALUE 'N'.

       01  W-DATE-YYYYMMDD.
           05  W-DATE-YYYY          PIC X(04).
           05  W-DATE-MM            PIC X(02).
           05  W-DATE-DD            PIC X(02).
       01  W-DATE-NUM REDEFINES W-DATE-YYYYMMDD
                                    PIC 9(08).

       01  W-CURRENT-DATE.
           05  W-CURRENT-DATE-YYYY  PIC X(04).
           05  W-CURRENT-DATE-MM    PIC X(02).
           05  W-CURRENT-DATE-DD    PIC X(02).
           05  W-CURRENT-TIME-HH    PIC X(02).
           05  W-CURRENT-TIME-MM    PIC X(02).
           05  W-CURRENT-TIME-SS    PIC X(02).
           05  FILLER               PIC X(07).

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
               PERFORM SUB-2000-SCRUB-SLICE THRU SUB-2000-EXIT
               PERFORM SUB-3000-REPORT THRU SUB-3000-EXIT
               PERFORM SUB-4000-SAVE-STATE THRU SUB-4000-EXIT
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

           DISPLAY 'SCRUB    compiled on '
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

           MOVE W-CURRENT-DATE-YYYY TO W-DATE-YYYY
           MOVE W-CURRENT-DATE-MM   TO W-DATE-MM
           MOVE W-CURRENT-DATE-DD   TO W-DATE-DD
           COMPUTE W-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(W-DATE-NUM)

           PERFORM SUB-1100-READ-SYSIN THRU SUB-1100-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1200-LOAD-STATE THRU SUB-1200-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

      **** THE ARCHIVE FIRST, THEN THE LIVE TRAIL, SO THE LATEST
      **** CHECK OF EACH DATASET IS THE ONE LEFT STANDING.

           MOVE 'CRCARCH'           TO W-CONTROL-DDNAME
           PERFORM SUB-1300-SCAN-CONTROL THRU SUB-1300-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           MOVE 'CRCCTL'            TO W-CONTROL-DDNAME
           PERFORM SUB-1300-SCAN-CONTROL THRU SUB-1300-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1400-COUNT-SCOPE THRU SUB-1400-EXIT
               VARYING W-IV-DX FROM 1 BY 1
                 UNTIL W-IV-DX > W-INV-COUNT

           IF      W-SCOPE-COUNT = 0
               DISPLAY 'SCRUB    no datasets in the inventory - '
                   'DATASET or PREFIX card required'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           COMPUTE W-SLICE-SIZE =
               (W-SCOPE-COUNT + W-CYCLE-DAYS - 1) / W-CYCLE-DAYS

           MOVE W-SCOPE-COUNT       TO W-DISPLAY-COUNT
           DISPLAY 'SCRUB    inventory  : ' W-DISPLAY-COUNT
               ' datasets'
           DISPLAY 'SCRUB    cycle      : ' W-CYCLE-DAYS ' days'
           MOVE W-SLICE-SIZE        TO W-DISPLAY-COUNT
           DISPLAY 'SCRUB    slice      : ' W-DISPLAY-COUNT
               ' datasets tonight'
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-READ-SYSIN.
      *----------------------

           OPEN INPUT SYSIN-FILE

           IF      W-SYSIN-FILE-STATUS NOT = '00'
               DISPLAY 'SCRUB    unable to open SYSIN - status '
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
                   IF      SYSIN-RECORD(12:44) = SPACES
                       DISPLAY 'SCRUB    DATASET card has no dataset '
                           'name'
                       MOVE 16      TO RETURN-CODE
                       GO TO SUB-1120-NEXT
                   END-IF
                   MOVE SYSIN-RECORD(12:44)
                                    TO W-LOOKUP-DSNAME
                   PERFORM SUB-1500-FIND-DATASET THRU SUB-1500-EXIT
                   IF      W-INV-HIT = 0
                       MOVE W-INV-MAX
                                    TO W-DISPLAY-COUNT
                       DISPLAY 'SCRUB    inventory is full at '
                           W-DISPLAY-COUNT
                       MOVE 16      TO RETURN-CODE
                       GO TO SUB-1120-NEXT
                   END-IF
                   MOVE 'Y'         TO INV-IN-SCOPE(W-INV-HIT)

               WHEN 'PREFIX'
                   IF      SYSIN-RECORD(12:44) = SPACES
                       DISPLAY 'SCRUB    PREFIX card has no prefix'
                       MOVE 16      TO RETURN-CODE
                       GO TO SUB-1120-NEXT
                   END-IF
                   IF      W-PREFIX-COUNT >= W-PREFIX-MAX
                       MOVE W-PREFIX-MAX
                                    TO W-DISPLAY-COUNT
                       DISPLAY 'SCRUB    more than ' W-DISPLAY-COUNT
                           ' PREFIX cards'
                       MOVE 16      TO RETURN-CODE
                       GO TO SUB-1120-NEXT
                   END-IF
                   ADD  1           TO W-PREFIX-COUNT
                   MOVE SYSIN-RECORD(12:44)
                                    TO PFX-NAME(W-PREFIX-COUNT)
                   MOVE 0           TO PFX-LEN(W-PREFIX-COUNT)
                   PERFORM SUB-1130-SIZE-PREFIX THRU SUB-1130-EXIT
                       VARYING W-SCAN-DX FROM 1 BY 1
                         UNTIL W-SCAN-DX > 44

               WHEN 'CYCLE'
                   MOVE SYSIN-RECORD(12:3)
                                    TO W-CARD-DIGITS
                   IF      W-CARD-DIGITS NOT NUMERIC
                   OR      W-CARD-DIGITS = '000'
                       DISPLAY 'SCRUB    CYCLE must be 001-999 days: '
                           W-CARD-DIGITS
                       MOVE 16      TO RETURN-CODE
                       GO TO SUB-1120-NEXT
                   END-IF
                   MOVE W-CARD-DIGITS
                                    TO W-CYCLE-DAYS

               WHEN SPACES
                   CONTINUE

               WHEN OTHER
                   DISPLAY 'SCRUB    unknown SYSIN card: '
                       W-CARD-KEYWORD
                   MOVE 16          TO RETURN-CODE
           END-EVALUATE
           .
       SUB-1120-NEXT.

           PERFORM SUB-1110-READ-CARD THRU SUB-1110-EXIT
           .
       SUB-1120-EXIT.
           EXIT.
      /
       SUB-1130-SIZE-PREFIX.
      *------------------------

           IF      PFX-NAME(W-PREFIX-COUNT)(W-SCAN-DX:1) NOT = SPACE
               MOVE W-SCAN-DX       TO PFX-LEN(W-PREFIX-COUNT)
           END-IF
           .
       SUB-1130-EXIT.
           EXIT.
      /
       SUB-1200-LOAD-STATE.
      *-----------------------

      **** NO SCRUBSTA YET MEANS NOTHING HAS EVER BEEN SCRUBBED.

           OPEN INPUT STATE-FILE

           IF      W-STATE-FILE-STATUS = '35'
               GO TO SUB-1200-EXIT
           END-IF

           IF      W-STATE-FILE-STATUS NOT = '00'
               DISPLAY 'SCRUB    unable to open SCRUBSTA - status '
                   W-STATE-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1200-EXIT
           END-IF

           PERFORM SUB-1210-READ-STATE THRU SUB-1210-EXIT

           PERFORM SUB-1220-HOLD-STATE THRU SUB-1220-EXIT
               UNTIL W-STATE-EOF OR RETURN-CODE NOT = 0

           CLOSE STATE-FILE
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

           IF      SST-REC-DATASET = SPACES
               GO TO SUB-1220-NEXT
           END-IF

           MOVE SST-REC-DATASET     TO W-LOOKUP-DSNAME
           PERFORM SUB-1500-FIND-DATASET THRU SUB-1500-EXIT

           IF      W-INV-HIT = 0
               MOVE W-INV-MAX       TO W-DISPLAY-COUNT
               DISPLAY 'SCRUB    SCRUBSTA has more than '
                   W-DISPLAY-COUNT ' datasets'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1220-EXIT
           END-IF

           MOVE SST-REC-SCRUBBED    TO INV-SCRUBBED(W-INV-HIT)
           MOVE SST-REC-RESULT      TO INV-RESULT(W-INV-HIT)
           MOVE SST-REC-LAST-GOOD   TO INV-LAST-GOOD(W-INV-HIT)
           .
       SUB-1220-NEXT.

           PERFORM SUB-1210-READ-STATE THRU SUB-1210-EXIT
           .
       SUB-1220-EXIT.
           EXIT.
      /
       SUB-1300-SCAN-CONTROL.
      *-------------------------

      **** A SITE THAT HAS NEVER PURGED HAS NO CRCARCH -- THAT IS NOT
      **** AN ERROR.  CRCCTL ITSELF MUST BE THERE.

           OPEN INPUT CRC-CONTROL-FILE

           IF      W-CTL-FILE-STATUS = '35'
           AND     W-CONTROL-DDNAME = 'CRCARCH'
               GO TO SUB-1300-EXIT
           END-IF

           IF      W-CTL-FILE-STATUS NOT = '00'
               DISPLAY 'SCRUB    unable to open ' W-CONTROL-DDNAME
                   ' - status ' W-CTL-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1300-EXIT
           END-IF

           SET  W-CTL-NOT-EOF       TO TRUE

           PERFORM SUB-1310-READ-CONTROL THRU SUB-1310-EXIT

           PERFORM SUB-1320-TAKE-CONTROL THRU SUB-1320-EXIT
               UNTIL W-CTL-EOF OR RETURN-CODE NOT = 0

           CLOSE CRC-CONTROL-FILE
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-1310-READ-CONTROL.
      *-------------------------

           READ CRC-CONTROL-FILE
               AT END
                   SET  W-CTL-EOF   TO TRUE
           END-READ
           .
       SUB-1310-EXIT.
           EXIT.
      /
       SUB-1320-TAKE-CONTROL.
      *-------------------------

           IF      CTL-REC-VARIANT = 'ANCHOR'
           OR      CTL-REC-DATASET = SPACES
           OR      CTL-REC-CHECKSUM NOT NUMERIC
           OR      CTL-REC-RECORDS NOT NUMERIC
               GO TO SUB-1320-NEXT
           END-IF

           MOVE 0                   TO W-INV-HIT

           PERFORM SUB-1330-MATCH-PREFIX THRU SUB-1330-EXIT
               VARYING W-PF-DX FROM 1 BY 1
                 UNTIL W-PF-DX > W-PREFIX-COUNT
                    OR W-INV-HIT NOT = 0

      **** A PREFIX MATCH BRINGS THE DATASET INTO THE INVENTORY;
      **** OTHERWISE ONLY A DATASET ALREADY IN SCOPE IS OF INTEREST.

           IF      W-INV-HIT = 0
               MOVE CTL-REC-DATASET TO W-LOOKUP-DSNAME
               PERFORM SUB-1510-LOOK-UP THRU SUB-1510-EXIT
               IF      W-INV-HIT = 0
                   GO TO SUB-1320-NEXT
               END-IF
               IF      INV-IN-SCOPE(W-INV-HIT) NOT = 'Y'
                   GO TO SUB-1320-NEXT
               END-IF
           END-IF

           MOVE CTL-REC-TIMESTAMP   TO INV-CERT-STAMP(W-INV-HIT)
           MOVE CTL-REC-JOB         TO INV-CERT-JOB(W-INV-HIT)
           MOVE CTL-REC-VARIANT     TO INV-CERT-VARIANT(W-INV-HIT)
           MOVE CTL-REC-CHECKSUM    TO INV-CERT-CHECKSUM(W-INV-HIT)
           MOVE CTL-REC-RECORDS     TO INV-CERT-RECORDS(W-INV-HIT)
           .
       SUB-1320-NEXT.

           PERFORM SUB-1310-READ-CONTROL THRU SUB-1310-EXIT
           .
       SUB-1320-EXIT.
           EXIT.
      /
       SUB-1330-MATCH-PREFIX.
      *-------------------------

           IF      PFX-LEN(W-PF-DX) = 0
               GO TO SUB-1330-EXIT
           END-IF

           IF      CTL-REC-DATASET(1:PFX-LEN(W-PF-DX))
                       NOT = PFX-NAME(W-PF-DX)(1:PFX-LEN(W-PF-DX))
               GO TO SUB-1330-EXIT
           END-IF

           MOVE CTL-REC-DATASET     TO W-LOOKUP-DSNAME
           PERFORM SUB-1500-FIND-DATASET THRU SUB-1500-EXIT

           IF      W-INV-HIT = 0
               MOVE W-INV-MAX       TO W-DISPLAY-COUNT
               DISPLAY 'SCRUB    inventory is full at '
                   W-DISPLAY-COUNT
               MOVE 16              TO RETURN-CODE
               SET  W-CTL-EOF       TO TRUE
               GO TO SUB-1330-EXIT
           END-IF

           MOVE 'Y'                 TO INV-IN-SCOPE(W-INV-HIT)
           .
       SUB-1330-EXIT.
           EXIT.
      /
       SUB-1400-COUNT-SCOPE.
      *------------------------

           MOVE 'N'                 TO INV-PICKED(W-IV-DX)
           MOVE SPACES              TO INV-TONIGHT(W-IV-DX)

           IF      INV-IN-SCOPE(W-IV-DX) = 'Y'
               ADD  1               TO W-SCOPE-COUNT
           END-IF
           .
       SUB-1400-EXIT.
           EXIT.
      /
       SUB-1500-FIND-DATASET.
      *-------------------------

      **** FIND W-LOOKUP-DSNAME IN THE INVENTORY, ADDING IT WHEN IT
      **** IS NOT THERE.  W-INV-HIT IS ZERO ONLY WHEN THE TABLE IS
      **** FULL.

           PERFORM SUB-1510-LOOK-UP THRU SUB-1510-EXIT

           IF      W-INV-HIT NOT = 0
               GO TO SUB-1500-EXIT
           END-IF

           IF      W-INV-COUNT >= W-INV-MAX
               GO TO SUB-1500-EXIT
           END-IF

           ADD  1                   TO W-INV-COUNT
           MOVE W-INV-COUNT         TO W-INV-HIT

           MOVE W-LOOKUP-DSNAME     TO INV-DATASET(W-INV-HIT)
           MOVE 'N'                 TO INV-IN-SCOPE(W-INV-HIT)
           MOVE SPACES              TO INV-CERT-STAMP(W-INV-HIT)
                                       INV-CERT-JOB(W-INV-HIT)
                                       INV-CERT-VARIANT(W-INV-HIT)
                                       INV-SCRUBBED(W-INV-HIT)
                                       INV-RESULT(W-INV-HIT)
                                       INV-LAST-GOOD(W-INV-HIT)
           MOVE 0                   TO INV-CERT-CHECKSUM(W-INV-HIT)
                                       INV-CERT-RECORDS(W-INV-HIT)
           .
       SUB-1500-EXIT.
           EXIT.
      /
       SUB-1510-LOOK-UP.
      *--------------------

           MOVE 0                   TO W-INV-HIT

           PERFORM SUB-1520-COMPARE THRU SUB-1520-EXIT
               VARYING W-IV-DX FROM 1 BY 1
                 UNTIL W-IV-DX > W-INV-COUNT
                    OR W-INV-HIT NOT = 0
           .
       SUB-1510-EXIT.
           EXIT.
      /
       SUB-1520-COMPARE.
      *--------------------

           IF      INV-DATASET(W-IV-DX) = W-LOOKUP-DSNAME
               MOVE W-IV-DX         TO W-INV-HIT
           END-IF
           .
       SUB-1520-EXIT.
           EXIT.
      /
       SUB-2000-SCRUB-SLICE.
      *------------------------

      **** EACH PASS PICKS THE CERTIFIED DATASET SCRUBBED LONGEST AGO
      **** -- NEVER SCRUBBED SORTS FIRST -- UNTIL THE SLICE IS FULL
      **** OR NOTHING IS LEFT TO PICK.

           MOVE 1                   TO W-PICK-DX

           PERFORM SUB-2100-PICK-AND-SCRUB THRU SUB-2100-EXIT
               UNTIL W-PICKED-COUNT >= W-SLICE-SIZE
                  OR W-PICK-DX = 0

      **** THE CRC32 AND STATWRT CALLS HAND THEIR RETURN CODES BACK
      **** INTO THIS PROGRAM'S RETURN-CODE REGISTER; THE OUTCOME IS
      **** ESTABLISHED FROM THE COUNTS AT SHUT-DOWN.

           MOVE 0                   TO RETURN-CODE
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-PICK-AND-SCRUB.
      *---------------------------

           MOVE 0                   TO W-PICK-DX
           MOVE HIGH-VALUES         TO W-PICK-KEY

           PERFORM SUB-2110-CONSIDER THRU SUB-2110-EXIT
               VARYING W-IV-DX FROM 1 BY 1
                 UNTIL W-IV-DX > W-INV-COUNT

           IF      W-PICK-DX = 0
               GO TO SUB-2100-EXIT
           END-IF

           MOVE 'Y'                 TO INV-PICKED(W-PICK-DX)
           ADD  1                   TO W-PICKED-COUNT

           PERFORM SUB-2200-SCRUB-DATASET THRU SUB-2200-EXIT
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2110-CONSIDER.
      *---------------------

           IF      INV-IN-SCOPE(W-IV-DX) NOT = 'Y'
           OR      INV-PICKED(W-IV-DX) = 'Y'
           OR      INV-CERT-STAMP(W-IV-DX) = SPACES
               GO TO SUB-2110-EXIT
           END-IF

           IF      INV-SCRUBBED(W-IV-DX) < W-PICK-KEY
               MOVE INV-SCRUBBED(W-IV-DX)
                                    TO W-PICK-KEY
               MOVE W-IV-DX         TO W-PICK-DX
           END-IF
           .
       SUB-2110-EXIT.
           EXIT.
      /
       SUB-2200-SCRUB-DATASET.
      *--------------------------

           MOVE INV-DATASET(W-PICK-DX)
                                    TO W-SCRUB-DSNAME
           MOVE 0                   TO W-RECORD-COUNT
           SET  W-FIRST-RECORD      TO TRUE
           SET  W-SCR-READABLE      TO TRUE
           SET  W-SCR-NOT-EOF       TO TRUE

      **** THE AUDIT-TRAIL FIELDS ARE LEFT LOW-VALUES SO CRC32 DOES
      **** NOT APPEND THE SCRUB TO CRCCTL.

           MOVE LOW-VALUES          TO CRC-JOB-NAME
                                       CRC-DATASET-NAME
           SET  CRC-CHECKPOINT-NO   TO TRUE

      **** AN ANYORDER CERTIFICATION IS THE SUM OF EACH RECORD'S OWN
      **** IEEE CRC-32, AS FILECHK AND CSORT RECORD IT.

           MOVE 0                   TO W-FINGERPRINT-SUM
           SET  W-CERT-WHOLE-FILE   TO TRUE

           IF      INV-CERT-VARIANT(W-PICK-DX) = 'ANYORDER'
               SET  W-CERT-ANYORDER TO TRUE
           END-IF

           IF      INV-CERT-VARIANT(W-PICK-DX) = 'CASTAGNOLI'
               SET  CRC-VARIANT-CASTAGNOLI
                                    TO TRUE
           ELSE
               SET  CRC-VARIANT-IEEE
                                    TO TRUE
           END-IF

           OPEN INPUT SCRUB-FILE

           IF      W-SCR-FILE-STATUS NOT = '00'
               SET  W-SCR-UNREADABLE
                                    TO TRUE
               GO TO SUB-2200-RESULT
           END-IF

           PERFORM SUB-2210-READ-SCRUB THRU SUB-2210-EXIT

           PERFORM SUB-2220-CHECKSUM-RECORD THRU SUB-2220-EXIT
               UNTIL W-SCR-EOF

           CLOSE SCRUB-FILE

           IF      W-SCR-UNREADABLE
               GO TO SUB-2200-RESULT
           END-IF

           IF      W-CERT-ANYORDER
               MOVE W-FINGERPRINT-SUM
                                    TO CRC-CHECKSUM
               GO TO SUB-2200-RESULT
           END-IF

           IF      W-FIRST-RECORD
               SET  CRC-STAGE-START-END
                                    TO TRUE
           ELSE
               SET  CRC-STAGE-END   TO TRUE
           END-IF
           MOVE 0                   TO CRC-BUFFER-LEN
           SET  CRC-BUFFER-PTR      TO NULL

           CALL W-CRC32-PROG     USING W-CRC32-PARAMETER
           .
       SUB-2200-RESULT.

           PERFORM SUB-2300-RECORD-RESULT THRU SUB-2300-EXIT
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2210-READ-SCRUB.
      *-----------------------

           READ SCRUB-FILE
               AT END
                   SET  W-SCR-EOF   TO TRUE
                   GO TO SUB-2210-EXIT
           END-READ

           IF      W-SCR-FILE-STATUS(1:1) NOT = '0'
               SET  W-SCR-UNREADABLE
                                    TO TRUE
               SET  W-SCR-EOF       TO TRUE
           END-IF
           .
       SUB-2210-EXIT.
           EXIT.
      /
       SUB-2220-CHECKSUM-RECORD.
      *----------------------------

           ADD  1                   TO W-RECORD-COUNT

           SET  CRC-BUFFER-PTR      TO ADDRESS OF SCRUB-RECORD
           MOVE W-SCRUB-REC-LEN     TO CRC-BUFFER-LEN

           IF      W-CERT-ANYORDER
               SET  CRC-STAGE-START-END
                                    TO TRUE
               CALL W-CRC32-PROG USING W-CRC32-PARAMETER
               MOVE CRC-CHECKSUM    TO W-RECORD-CRC
               ADD  W-RECORD-CRC    TO W-FINGERPRINT-SUM
               IF      W-FINGERPRINT-SUM >= W-FINGERPRINT-MODULUS
                   SUBTRACT W-FINGERPRINT-MODULUS
                                  FROM W-FINGERPRINT-SUM
               END-IF
               GO TO SUB-2220-NEXT
           END-IF

           IF      W-FIRST-RECORD
               SET  CRC-STAGE-START TO TRUE
           ELSE
               SET  CRC-STAGE-IN-PROCESS
                                    TO TRUE
           END-IF

           CALL W-CRC32-PROG     USING W-CRC32-PARAMETER

           SET  W-NOT-FIRST-RECORD  TO TRUE
           .
       SUB-2220-NEXT.

           PERFORM SUB-2210-READ-SCRUB THRU SUB-2210-EXIT
           .
       SUB-2220-EXIT.
           EXIT.
      /
       SUB-2300-RECORD-RESULT.
      *--------------------------

           MOVE 'SCRUB'             TO STW-PROGRAM
           MOVE W-SCRUB-DSNAME      TO STW-DATASET
           MOVE SPACES              TO STW-CHECKSUM
                                       STW-DETAIL

           IF      W-SCR-UNREADABLE
               ADD  1               TO W-ERROR-COUNT
               MOVE 'ERROR'         TO INV-TONIGHT(W-PICK-DX)
               SET  STW-RESULT-ERROR
                                    TO TRUE
               STRING 'retained dataset unreadable - status '
                      W-SCR-FILE-STATUS
                   DELIMITED BY SIZE INTO STW-DETAIL
               END-STRING
               GO TO SUB-2300-WRITE
           END-IF

           SET  HD-INPUT-PTR        TO ADDRESS OF CRC-CHECKSUM
           MOVE LENGTH OF CRC-CHECKSUM
                                    TO HD-INPUT-LEN
           SET  HD-OUTPUT-PTR       TO ADDRESS OF W-HEX
           CALL W-HEXDUMP-PROG   USING W-HEXDUMP-PARAMETER
           MOVE W-HEX               TO STW-CHECKSUM

           MOVE CRC-CHECKSUM        TO W-STORED-SUM

           IF      W-STORED-SUM = INV-CERT-CHECKSUM(W-PICK-DX)
           AND     W-RECORD-COUNT = INV-CERT-RECORDS(W-PICK-DX)
               ADD  1               TO W-PASS-COUNT
               MOVE 'PASS'          TO INV-TONIGHT(W-PICK-DX)
               MOVE W-RUN-STAMP     TO INV-LAST-GOOD(W-PICK-DX)
               SET  STW-RESULT-PASS TO TRUE
               STRING 'matches checksum certified '
                      INV-CERT-STAMP(W-PICK-DX)
                      ' by '
                      INV-CERT-JOB(W-PICK-DX)
                   DELIMITED BY SIZE INTO STW-DETAIL
               END-STRING
           ELSE
               ADD  1               TO W-FAIL-COUNT
               MOVE 'FAIL'          TO INV-TONIGHT(W-PICK-DX)
               SET  STW-RESULT-FAIL TO TRUE
               STRING 'differs from checksum certified '
                      INV-CERT-STAMP(W-PICK-DX)
                      ' by '
                      INV-CERT-JOB(W-PICK-DX)
                   DELIMITED BY SIZE INTO STW-DETAIL
               END-STRING
           END-IF
           .
       SUB-2300-WRITE.

           MOVE W-RUN-STAMP         TO INV-SCRUBBED(W-PICK-DX)
           MOVE INV-TONIGHT(W-PICK-DX)
                                    TO INV-RESULT(W-PICK-DX)

           CALL W-STATWRT-PROG   USING W-STATWRT-PARAMETER
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-3000-REPORT.
      *------------------

           DISPLAY 'SCRUB    '
           DISPLAY 'SCRUB    ================================='
           DISPLAY 'SCRUB    AT-REST SCRUB OF RETAINED DATASETS ON '
               W-RUN-STAMP(1:10)
           DISPLAY 'SCRUB    ================================='
           DISPLAY 'SCRUB    '
           DISPLAY 'SCRUB    DATASET                                 '
               '     CERTIFIED  LAST GOOD   DAYS TONIGHT  LAST RESULT'

           PERFORM SUB-3100-REPORT-DATASET THRU SUB-3100-EXIT
               VARYING W-IV-DX FROM 1 BY 1
                 UNTIL W-IV-DX > W-INV-COUNT
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-REPORT-DATASET.
      *---------------------------

           IF      INV-IN-SCOPE(W-IV-DX) NOT = 'Y'
               GO TO SUB-3100-EXIT
           END-IF

           IF      INV-CERT-STAMP(W-IV-DX) = SPACES
               ADD  1               TO W-UNCERT-COUNT
               DISPLAY 'SCRUB    ' INV-DATASET(W-IV-DX) ' '
                   '** NO CERTIFIED CHECKSUM IN CRCCTL OR CRCARCH'
               GO TO SUB-3100-EXIT
           END-IF

      **** LAST PROVEN GOOD IS THE LATER OF THE LAST CLEAN SCRUB AND
      **** THE CERTIFYING CHECK ITSELF.

           MOVE INV-CERT-STAMP(W-IV-DX)
                                    TO W-PROVEN
           IF      INV-LAST-GOOD(W-IV-DX) > W-PROVEN
               MOVE INV-LAST-GOOD(W-IV-DX)
                                    TO W-PROVEN
           END-IF

           MOVE W-PROVEN(1:4)       TO W-DATE-YYYY
           MOVE W-PROVEN(6:2)       TO W-DATE-MM
           MOVE W-PROVEN(9:2)       TO W-DATE-DD

           IF      W-DATE-NUM NUMERIC
               COMPUTE W-DAYS-SINCE = W-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(W-DATE-NUM)
           ELSE
               MOVE 0               TO W-DAYS-SINCE
           END-IF

           MOVE W-DAYS-SINCE        TO W-DISPLAY-DAYS

           DISPLAY 'SCRUB    ' INV-DATASET(W-IV-DX) ' '
               INV-CERT-STAMP(W-IV-DX)(1:10) ' '
               W-PROVEN(1:10) ' '
               W-DISPLAY-DAYS ' '
               INV-TONIGHT(W-IV-DX) ' '
               INV-RESULT(W-IV-DX)
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-4000-SAVE-STATE.
      *-----------------------

      **** SCRUBSTA IS ONE LINE PER DATASET EVER INVENTORIED, SO IT
      **** IS REWRITTEN WHOLE.

           OPEN OUTPUT STATE-FILE

           IF      W-STATE-FILE-STATUS NOT = '00'
               DISPLAY 'SCRUB    unable to open SCRUBSTA for output '
                   '- status ' W-STATE-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-4000-EXIT
           END-IF

           PERFORM SUB-4100-WRITE-STATE THRU SUB-4100-EXIT
               VARYING W-IV-DX FROM 1 BY 1
                 UNTIL W-IV-DX > W-INV-COUNT

           CLOSE STATE-FILE
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-4100-WRITE-STATE.
      *------------------------

           IF      INV-SCRUBBED(W-IV-DX) = SPACES
               GO TO SUB-4100-EXIT
           END-IF

           MOVE SPACES              TO STATE-RECORD
           MOVE INV-DATASET(W-IV-DX)
                                    TO SST-REC-DATASET
           MOVE INV-SCRUBBED(W-IV-DX)
                                    TO SST-REC-SCRUBBED
           MOVE INV-RESULT(W-IV-DX) TO SST-REC-RESULT
           MOVE INV-LAST-GOOD(W-IV-DX)
                                    TO SST-REC-LAST-GOOD

           WRITE STATE-RECORD
           .
       SUB-4100-EXIT.
           EXIT.
      /
       SUB-5000-SHUT-DOWN.
      *-------------------

           IF      RETURN-CODE = 16
               DISPLAY 'SCRUB    completed with errors'
               GO TO SUB-5000-EXIT
           END-IF

           DISPLAY 'SCRUB    '
           MOVE W-PICKED-COUNT      TO W-DISPLAY-COUNT
           DISPLAY 'SCRUB    datasets scrubbed  : ' W-DISPLAY-COUNT
           MOVE W-PASS-COUNT        TO W-DISPLAY-COUNT
           DISPLAY 'SCRUB    proven good        : ' W-DISPLAY-COUNT
           MOVE W-FAIL-COUNT        TO W-DISPLAY-COUNT
           DISPLAY 'SCRUB    checksum mismatch  : ' W-DISPLAY-COUNT
           MOVE W-ERROR-COUNT       TO W-DISPLAY-COUNT
           DISPLAY 'SCRUB    unreadable         : ' W-DISPLAY-COUNT
           MOVE W-UNCERT-COUNT      TO W-DISPLAY-COUNT
           DISPLAY 'SCRUB    no certified sum   : ' W-DISPLAY-COUNT

           EVALUATE TRUE
               WHEN W-FAIL-COUNT > 0
               OR   W-ERROR-COUNT > 0
                   DISPLAY 'SCRUB    ** retained datasets failed '
                       're-verification'
                   MOVE 8           TO RETURN-CODE
               WHEN W-UNCERT-COUNT > 0
                   MOVE 4           TO RETURN-CODE
               WHEN OTHER
                   MOVE 0           TO RETURN-CODE
           END-EVALUATE

           DISPLAY 'SCRUB    completed'
           .
       SUB-5000-EXIT.
           EXIT.
