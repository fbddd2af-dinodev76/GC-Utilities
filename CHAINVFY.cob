      *=========================== CHAINVFY ============================*
      * Authors: Brian D Pead
      *
      * Description: Walks one of the hash-chained audit trails --
      *              CRCCTL (CRC32's integrity checks) or GCUSTAT
      *              (STATWRT's verification results) -- and proves
      *              that no record has been edited, deleted or
      *              inserted since it was written.
      *
      *              Each record carries, as its last column, the
      *              SHA-256 of its own content followed by the chain
      *              value of the record before it; the first chained
      *              record links to 64 zeros.  CHAINVFY recomputes
      *              every link.  Records written before the trails
      *              were chained carry no chain value and may only
      *              appear ahead of the first chained record.  When
      *              CRCPURGE or HSKPMGR archives the head of a
      *              trail, the rewritten live file opens with an
      *              ANCHOR record restating the chain value of the
      *              last record archived; name the archives on
      *              ARCHIVE cards, oldest first, and they are walked
      *              ahead of the live file so the whole history
      *              verifies as one chain.  Walked alone, the live
      *              file starts from its anchor.
      *
      *              The first broken link is reported in full --
      *              file, record number, timestamp, writing program
      *              and the expected and stored chain values -- and
      *              the walk resynchronises on the stored value so
      *              later breaks are counted too.  The final chain
      *              value is printed so it can be recorded and
      *              compared on the next run; a trail cut short at
      *              its end can only be caught that way.
      *
      *              SYSIN cards, keyword in columns 1-10 and value
      *              from column 12:
      *                  TRAIL       CRCCTL or GCUSTAT (required)
      *                  ARCHIVE     an archive dataset of the trail,
      *                              one card each, oldest first
      *
      *              The outcome goes through STATWRT.  RETURN-CODE
      *              8 for any broken link, 4 when the trail holds no
      *              chained records at all, 16 for a bad deck or a
      *              dataset that cannot be opened.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-26  1.0      First release
      *================================================================*

       PROCESS TRUNC(BIN)

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 CHAINVFY.

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

           SELECT TRAIL-FILE
               ASSIGN TO DYNAMIC   W-TRAIL-DDNAME
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-TRL-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  SYSIN-FILE.

       01  SYSIN-RECORD                PIC X(80).

      **** ONE FD FOR WHICHEVER TRAIL IS BEING WALKED -- EACH LAYOUT
      **** IS THE ONE ITS WRITER USES.  THE CHAIN VALUE IS HASHED
      **** OVER THE RECORD UP TO, NOT INCLUDING, THE SEPARATOR IN
      **** FRONT OF IT.

       FD  TRAIL-FILE.

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

       01  TRAIL-RECORD                PIC X(281).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-SYSIN-FILE-STATUS      PIC X(02).
       01  W-TRL-FILE-STATUS        PIC X(02).

       01  W-TRAIL-DDNAME           PIC X(44).

       01  W-SHA256-PROG            PIC X(08)       VALUE 'SHA256'.
       01  W-STATWRT-PROG           PIC X(08)       VALUE 'STATWRT'.

       01  W-SHA256-PARAMETER.      COPY SHA256L.

       01  W-STATWRT-PARAMETER.     COPY STATWRTL.

       01  W-CARD-KEYWORD           PIC X(10).

       01  W-TRAIL-NAME             PIC X(08)       VALUE SPACES.
           88  W-TRAIL-CRCCTL                       VALUE 'CRCCTL'.
           88  W-TRAIL-GCUSTAT                      VALUE 'GCUSTAT'.
           88  W-TRAIL-VALID                        VALUE 'CRCCTL'
                                                          'GCUSTAT'.

       01  W-ARCHIVE-MAX            PIC S9(04) COMP VALUE 20.
       01  W-ARCHIVE-COUNT          PIC S9(04) COMP VALUE 0.
       01  W-AR-DX                  PIC S9(04) COMP.

       01  W-ARCHIVE-TABLE.
           05  ARC-DSNAME           PIC X(44)
                                    OCCURS 20.

      **** WHERE THE CHAIN COLUMN SITS IN THE TRAIL BEING WALKED.

       01  W-CONTENT-LEN            PIC 9(04)  COMP.
       01  W-CHAIN-POS              PIC 9(04)  COMP.
       01  W-HASH-LEN               PIC 9(09)  COMP.

       01  W-CHAIN-GENESIS          PIC X(64)       VALUE ALL '0'.
       01  W-RUNNING-PREV           PIC X(64).
       01  W-STORED-CHAIN           PIC X(64).
       01  W-EXPECTED-CHAIN         PIC X(64).

       01  W-CHAIN-INPUT            PIC X(280).

       01  W-REC-STAMP              PIC X(19).
       01  W-REC-WRITER             PIC X(08).

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-SYSIN-EOF                          VALUE 'Y'.
           88  W-SYSIN-NOT-EOF                      VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-TRL-EOF                            VALUE 'Y'.
           88  W-TRL-NOT-EOF                        VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-REC-ANCHOR                         VALUE 'Y'.
           88  W-REC-NOT-ANCHOR                     VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-CHAIN-STARTED                      VALUE 'Y'.
           88  W-CHAIN-NOT-STARTED                  VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-BREAK-REPORTED                     VALUE 'Y'.
           88  W-BREAK-NOT-REPORTED                 VALUE 'N'.

       01  W-BREAK-REASON           PIC X(40).
       01  W-FIRST-REASON           PIC X(40)       VALUE SPACES.

       01  W-FILE-RECORDS           PIC 9(09)  COMP.
       01  W-WALK-RECORDS           PIC 9(09)  COMP VALUE 0.
       01  W-LEGACY-COUNT           PIC 9(09)  COMP VALUE 0.
       01  W-CHAINED-COUNT          PIC 9(09)  COMP VALUE 0.
       01  W-ANCHOR-COUNT           PIC 9(09)  COMP VALUE 0.
       01  W-BREAK-COUNT            PIC 9(09)  COMP VALUE 0.

       01  W-DISPLAY-COUNT          PIC ZZZ,ZZZ,ZZ9.

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
               PERFORM SUB-2000-WALK-TRAIL THRU SUB-2000-EXIT
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

           DISPLAY 'CHAINVFY compiled on '
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

           IF      W-TRAIL-NAME = SPACES
               DISPLAY 'CHAINVFY no TRAIL card - CRCCTL or GCUSTAT '
                   'is required'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           IF      W-TRAIL-CRCCTL
               MOVE 115             TO W-CONTENT-LEN
           ELSE
               MOVE 216             TO W-CONTENT-LEN
           END-IF

           COMPUTE W-CHAIN-POS = W-CONTENT-LEN + 2
           COMPUTE W-HASH-LEN  = W-CONTENT-LEN + 64

           DISPLAY 'CHAINVFY trail      : ' W-TRAIL-NAME
           MOVE W-ARCHIVE-COUNT     TO W-DISPLAY-COUNT
           DISPLAY 'CHAINVFY archives   : ' W-DISPLAY-COUNT
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-READ-SYSIN.
      *----------------------

           OPEN INPUT SYSIN-FILE

           IF      W-SYSIN-FILE-STATUS NOT = '00'
               DISPLAY 'CHAINVFY unable to open SYSIN - status '
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
               WHEN 'TRAIL'
                   MOVE SYSIN-RECORD(12:8)
                                    TO W-TRAIL-NAME
                   IF      NOT W-TRAIL-VALID
                       DISPLAY 'CHAINVFY TRAIL must be CRCCTL or '
                           'GCUSTAT: ' W-TRAIL-NAME
                       MOVE 16      TO RETURN-CODE
                   END-IF

               WHEN 'ARCHIVE'
                   IF      SYSIN-RECORD(12:44) = SPACES
                       DISPLAY 'CHAINVFY ARCHIVE card has no dataset '
                           'name'
                       MOVE 16      TO RETURN-CODE
                       GO TO SUB-1120-NEXT
                   END-IF
                   IF      W-ARCHIVE-COUNT >= W-ARCHIVE-MAX
                       MOVE W-ARCHIVE-MAX
                                    TO W-DISPLAY-COUNT
                       DISPLAY 'CHAINVFY more than ' W-DISPLAY-COUNT
                           ' ARCHIVE cards'
                       MOVE 16      TO RETURN-CODE
                       GO TO SUB-1120-NEXT
                   END-IF
                   ADD  1           TO W-ARCHIVE-COUNT
                   MOVE SYSIN-RECORD(12:44)
                                    TO ARC-DSNAME(W-ARCHIVE-COUNT)

               WHEN SPACES
                   CONTINUE

               WHEN OTHER
                   DISPLAY 'CHAINVFY unknown SYSIN card: '
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
       SUB-2000-WALK-TRAIL.
      *----------------------

      **** THE ARCHIVES IN THE ORDER GIVEN, THEN THE LIVE TRAIL --
      **** ONE CHAIN RUNNING ACROSS ALL OF THEM.

           MOVE W-CHAIN-GENESIS     TO W-RUNNING-PREV

           PERFORM SUB-2100-WALK-ARCHIVE THRU SUB-2100-EXIT
               VARYING W-AR-DX FROM 1 BY 1
                 UNTIL W-AR-DX > W-ARCHIVE-COUNT
                    OR RETURN-CODE NOT = 0

           IF      RETURN-CODE NOT = 0
               GO TO SUB-2000-EXIT
           END-IF

           MOVE W-TRAIL-NAME        TO W-TRAIL-DDNAME

           PERFORM SUB-2200-WALK-FILE THRU SUB-2200-EXIT
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-WALK-ARCHIVE.
      *-------------------------

           MOVE ARC-DSNAME(W-AR-DX) TO W-TRAIL-DDNAME

           PERFORM SUB-2200-WALK-FILE THRU SUB-2200-EXIT
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-WALK-FILE.
      *----------------------

           OPEN INPUT TRAIL-FILE

           IF      W-TRL-FILE-STATUS NOT = '00'
               DISPLAY 'CHAINVFY unable to open '
                   W-TRAIL-DDNAME ' - status '
                   W-TRL-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-2200-EXIT
           END-IF

           MOVE 0                   TO W-FILE-RECORDS
           SET  W-TRL-NOT-EOF       TO TRUE

           PERFORM SUB-2210-READ-TRAIL THRU SUB-2210-EXIT

           PERFORM SUB-2300-CHECK-RECORD THRU SUB-2300-EXIT
               UNTIL W-TRL-EOF

           CLOSE TRAIL-FILE

           MOVE W-FILE-RECORDS      TO W-DISPLAY-COUNT
           DISPLAY 'CHAINVFY walked     : ' W-DISPLAY-COUNT
               ' records of ' W-TRAIL-DDNAME
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2210-READ-TRAIL.
      *-----------------------

           READ TRAIL-FILE
               AT END
                   SET  W-TRL-EOF   TO TRUE
                   GO TO SUB-2210-EXIT
           END-READ

           ADD  1                   TO W-FILE-RECORDS
                                       W-WALK-RECORDS

           MOVE TRAIL-RECORD(W-CHAIN-POS:64)
                                    TO W-STORED-CHAIN

           IF      W-TRAIL-CRCCTL
               MOVE CTL-REC-TIMESTAMP
                                    TO W-REC-STAMP
               MOVE CTL-REC-JOB     TO W-REC-WRITER
               IF      CTL-REC-VARIANT = 'ANCHOR'
                   SET  W-REC-ANCHOR
                                    TO TRUE
               ELSE
                   SET  W-REC-NOT-ANCHOR
                                    TO TRUE
               END-IF
           ELSE
               MOVE STA-REC-TIMESTAMP
                                    TO W-REC-STAMP
               MOVE STA-REC-PROGRAM TO W-REC-WRITER
               IF      STA-REC-RESULT = 'ANCHOR'
                   SET  W-REC-ANCHOR
                                    TO TRUE
               ELSE
                   SET  W-REC-NOT-ANCHOR
                                    TO TRUE
               END-IF
           END-IF
           .
       SUB-2210-EXIT.
           EXIT.
      /
       SUB-2300-CHECK-RECORD.
      *-------------------------

           EVALUATE TRUE
               WHEN W-REC-ANCHOR
                   PERFORM SUB-2310-CHECK-ANCHOR THRU SUB-2310-EXIT

               WHEN W-STORED-CHAIN = SPACES
                   PERFORM SUB-2320-CHECK-LEGACY THRU SUB-2320-EXIT

               WHEN OTHER
                   PERFORM SUB-2330-CHECK-LINK THRU SUB-2330-EXIT
           END-EVALUATE

           PERFORM SUB-2210-READ-TRAIL THRU SUB-2210-EXIT
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2310-CHECK-ANCHOR.
      *-------------------------

      **** AN ANCHOR RESTATES THE CHAIN VALUE OF THE LAST RECORD
      **** ARCHIVED.  AT THE HEAD OF THE WALK IT IS TAKEN ON TRUST;
      **** ANYWHERE ELSE IT MUST MATCH THE CHAIN IT CLAIMS TO CONTINUE.

           ADD  1                   TO W-ANCHOR-COUNT

           IF      W-STORED-CHAIN = SPACES
               MOVE W-CHAIN-GENESIS TO W-STORED-CHAIN
           END-IF

           IF      W-WALK-RECORDS > 1
           AND     W-STORED-CHAIN NOT = W-RUNNING-PREV
               MOVE W-RUNNING-PREV  TO W-EXPECTED-CHAIN
               MOVE 'ANCHOR DOES NOT JOIN THE RECORDS BEFORE'
                                    TO W-BREAK-REASON
               PERFORM SUB-2400-BREAK THRU SUB-2400-EXIT
           END-IF

           SET  W-CHAIN-STARTED     TO TRUE
           MOVE W-STORED-CHAIN      TO W-RUNNING-PREV
           .
       SUB-2310-EXIT.
           EXIT.
      /
       SUB-2320-CHECK-LEGACY.
      *-------------------------

      **** A RECORD WITH NO CHAIN VALUE IS ONLY LEGITIMATE AHEAD OF
      **** THE FIRST CHAINED RECORD -- INSIDE THE CHAIN IT HAS BEEN
      **** INSERTED OR HAD ITS CHAIN VALUE BLANKED.

           IF      W-CHAIN-NOT-STARTED
               ADD  1               TO W-LEGACY-COUNT
               GO TO SUB-2320-EXIT
           END-IF

           PERFORM SUB-2500-HASH-RECORD THRU SUB-2500-EXIT

           MOVE 'UNCHAINED RECORD INSIDE THE CHAIN'
                                    TO W-BREAK-REASON
           PERFORM SUB-2400-BREAK THRU SUB-2400-EXIT

      **** CRC32 AND STATWRT LINK THE RECORD AFTER AN UNCHAINED ONE
      **** TO ZEROS, SO THE WALK DOES THE SAME.

           MOVE W-CHAIN-GENESIS     TO W-RUNNING-PREV
           .
       SUB-2320-EXIT.
           EXIT.
      /
       SUB-2330-CHECK-LINK.
      *-----------------------

           ADD  1                   TO W-CHAINED-COUNT
           SET  W-CHAIN-STARTED     TO TRUE

           PERFORM SUB-2500-HASH-RECORD THRU SUB-2500-EXIT

           IF      W-EXPECTED-CHAIN NOT = W-STORED-CHAIN
               MOVE 'CHAIN VALUE DOES NOT MATCH CONTENT'
                                    TO W-BREAK-REASON
               PERFORM SUB-2400-BREAK THRU SUB-2400-EXIT
           END-IF

           MOVE W-STORED-CHAIN      TO W-RUNNING-PREV
           .
       SUB-2330-EXIT.
           EXIT.
      /
       SUB-2400-BREAK.
      *------------------

      **** COUNT EVERY BREAK, BUT REPORT ONLY THE FIRST IN FULL --
      **** THE WALK RESYNCHRONISES ON THE STORED VALUE, SO A SINGLE
      **** EDITED RECORD DOES NOT SHOW AS A BREAK ON EVERY RECORD
      **** AFTER IT.

           ADD  1                   TO W-BREAK-COUNT

           IF      W-BREAK-REPORTED
               GO TO SUB-2400-EXIT
           END-IF

           SET  W-BREAK-REPORTED    TO TRUE
           MOVE W-BREAK-REASON      TO W-FIRST-REASON

           MOVE W-FILE-RECORDS      TO W-DISPLAY-COUNT

           DISPLAY 'CHAINVFY '
           DISPLAY 'CHAINVFY ** FIRST BROKEN LINK: ' W-BREAK-REASON
           DISPLAY 'CHAINVFY    dataset   : ' W-TRAIL-DDNAME
           DISPLAY 'CHAINVFY    record    : ' W-DISPLAY-COUNT
           DISPLAY 'CHAINVFY    timestamp : ' W-REC-STAMP
           DISPLAY 'CHAINVFY    written by: ' W-REC-WRITER
           DISPLAY 'CHAINVFY    expected  : ' W-EXPECTED-CHAIN
           DISPLAY 'CHAINVFY    stored    : ' W-STORED-CHAIN
           DISPLAY 'CHAINVFY '
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2500-HASH-RECORD.
      *------------------------

           MOVE SPACES              TO W-CHAIN-INPUT
           MOVE TRAIL-RECORD(1:W-CONTENT-LEN)
                                    TO W-CHAIN-INPUT(1:W-CONTENT-LEN)
           MOVE W-RUNNING-PREV      TO W-CHAIN-INPUT
                                       (W-CONTENT-LEN + 1:64)

           SET  SHA-STAGE-START-END TO TRUE
           SET  SHA-BUFFER-PTR      TO ADDRESS OF W-CHAIN-INPUT
           MOVE W-HASH-LEN          TO SHA-BUFFER-LEN

           CALL W-SHA256-PROG    USING W-SHA256-PARAMETER

           MOVE SHA-DIGEST-HEX      TO W-EXPECTED-CHAIN
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           IF      RETURN-CODE = 16
               DISPLAY 'CHAINVFY completed with errors'
               GO TO SUB-3000-EXIT
           END-IF

           DISPLAY 'CHAINVFY '

           MOVE W-WALK-RECORDS      TO W-DISPLAY-COUNT
           DISPLAY 'CHAINVFY records walked   : ' W-DISPLAY-COUNT
           MOVE W-LEGACY-COUNT      TO W-DISPLAY-COUNT
           DISPLAY 'CHAINVFY unchained (older): ' W-DISPLAY-COUNT
           MOVE W-CHAINED-COUNT     TO W-DISPLAY-COUNT
           DISPLAY 'CHAINVFY chained          : ' W-DISPLAY-COUNT
           MOVE W-ANCHOR-COUNT      TO W-DISPLAY-COUNT
           DISPLAY 'CHAINVFY anchors          : ' W-DISPLAY-COUNT
           MOVE W-BREAK-COUNT       TO W-DISPLAY-COUNT
           DISPLAY 'CHAINVFY broken links     : ' W-DISPLAY-COUNT
           DISPLAY 'CHAINVFY final chain value: ' W-RUNNING-PREV

           MOVE 'CHAINVFY'          TO STW-PROGRAM
           MOVE W-TRAIL-NAME        TO STW-DATASET
           MOVE W-RUNNING-PREV(1:32)
                                    TO STW-CHECKSUM

           EVALUATE TRUE
               WHEN W-BREAK-COUNT > 0
                   SET  STW-RESULT-FAIL
                                    TO TRUE
                   STRING 'audit chain broken - '
                          W-FIRST-REASON
                       DELIMITED BY SIZE INTO STW-DETAIL
                   END-STRING
               WHEN W-CHAINED-COUNT = 0
                   SET  STW-RESULT-PASS
                                    TO TRUE
                   MOVE 'no chained records to verify'
                                    TO STW-DETAIL
               WHEN OTHER
                   SET  STW-RESULT-PASS
                                    TO TRUE
                   MOVE 'audit chain verified unbroken'
                                    TO STW-DETAIL
           END-EVALUATE

           CALL W-STATWRT-PROG   USING W-STATWRT-PARAMETER

      **** THE CALL HANDS STATWRT'S RETURN CODE BACK INTO THIS
      **** PROGRAM'S RETURN-CODE REGISTER, SO THE OUTCOME IS
      **** ESTABLISHED AFTERWARDS.

           EVALUATE TRUE
               WHEN W-BREAK-COUNT > 0
                   DISPLAY 'CHAINVFY ** verification FAILED - the '
                       'trail has been altered'
                   MOVE 8           TO RETURN-CODE
               WHEN W-CHAINED-COUNT = 0
                   DISPLAY 'CHAINVFY no chained records - nothing '
                       'to verify'
                   MOVE 4           TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'CHAINVFY verification PASSED - the chain '
                       'is unbroken'
                   MOVE 0           TO RETURN-CODE
           END-EVALUATE

           DISPLAY 'CHAINVFY completed'
           .
       SUB-3000-EXIT.
           EXIT.
