      *============================ RECSEL =============================*
      * Authors: Brian D Pead
      *
      * Description: Subroutine giving the FIELD-driven programs
      *              (DELTACHK, VALIDCHK, FREQRPT, COLCHK, REFMT and
      *              TESTMASK) layouts of more than one record type.
      *              The caller offers each control card; RECSEL
      *              takes the RECTYPE, WHEN and OCCURS cards into
      *              the type table in the caller's parameter block
      *              and tells the caller which WHEN group, and
      *              whether the OCCURS repeat, each FIELD card it
      *              keeps belongs to.  Record by record the caller
      *              then asks which group applies: RECSEL reads the
      *              record-type field, finds the WHEN group naming
      *              its value and, when the group has an OCCURS,
      *              decodes the occurrence count from the record --
      *              CHAR, PACKED or BINARY -- and checks it against
      *              the declared maximum.  An unknown type or a bad
      *              count is returned to the caller to report as
      *              an exception in its own way; it is not a
      *              failed call and is not logged to UTILERRL.
      *
      *              RECTYPE card:  name 12-23, 0-based offset 25-29,
      *                             length 31-35 (1-16).
      *              WHEN card:     type value 12-27.
      *              OCCURS card:   name 12-23, count field 0-based
      *                             offset 25-29, length 31-35,
      *                             type 37-42, maximum occurrences
      *                             44-48, element length 50-54,
      *                             optional target element length
      *                             56-60 for REFMT.
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

       PROGRAM-ID.                 RECSEL.

       ENVIRONMENT DIVISION.
      *=====================

       CONFIGURATION SECTION.
      *----------------------

       SOURCE-COMPUTER.
           IBM-Z15.
      *    IBM-Z15 DEBUGGING MODE.
      /
       DATA DIVISION.
      *==============

       WORKING-STORAGE SECTION.
      *------------------------

       01  FILLER                  PIC X(01)       VALUE 'Y'.
           88  W-FIRST-CALL                        VALUE 'Y'.
           88  W-NOT-FIRST-CALL                    VALUE 'N'.

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                   PIC X(04).
           05  W-COMPILED-DATE-MM  PIC X(02).
           05  W-COMPILED-DATE-DD  PIC X(02).
           05  W-COMPILED-TIME-HH  PIC X(02).
           05  W-COMPILED-TIME-MM  PIC X(02).
           05  W-COMPILED-TIME-SS  PIC X(02).
           05  FILLER              PIC X(07).

       01  W-CARD-KEYWORD          PIC X(11).
       01  W-CARD-OFFSET           PIC X(05).
       01  W-CARD-LENGTH           PIC X(05).
       01  W-CARD-MAX              PIC X(05).
       01  W-CARD-STRIDE           PIC X(05).
       01  W-CARD-OUT-STRIDE       PIC X(05).

       01  W-FLD-POS               PIC 9(09)  COMP.
       01  W-FLD-LEN               PIC 9(09)  COMP.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-TYPE-FOUND                        VALUE 'Y'.
           88  W-TYPE-NOT-FOUND                    VALUE 'N'.

      **** THE OCCURRENCE COUNT IS LOADED RIGHT-ALIGNED INTO A WORK
      **** FIELD OF ITS OWN FORMAT WITH ZERO FILL AND JUDGED BY THE
      **** CLASS TEST, THE SAME WAY VALIDCHK TESTS A FIELD.

       01  W-ZONED-WORK            PIC X(09).
       01  W-ZONED-NUM REDEFINES W-ZONED-WORK
                                   PIC 9(09).
       01  W-PACKED-WORK           PIC X(05).
       01  W-PACKED-NUM REDEFINES W-PACKED-WORK
                                   PIC S9(09) COMP-3.
       01  W-BINARY-WORK           PIC X(04).
       01  W-BINARY-NUM REDEFINES W-BINARY-WORK
                                   PIC 9(09)  COMP.
      /
       LINKAGE SECTION.
      *----------------

       01  L-PARAMETER.            COPY RECSELL.

       01  L-RECORD                PIC X(32760).
      /
       PROCEDURE DIVISION USING L-PARAMETER.
      *==================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           SET  UTIL-RC-OK OF L-PARAMETER
                                   TO TRUE
           MOVE SPACES             TO UTIL-MESSAGE OF L-PARAMETER
           MOVE FUNCTION WHEN-COMPILED
                                   TO UTIL-COMPILE-STAMP
                                          OF L-PARAMETER

           EVALUATE TRUE
               WHEN RS-FUNCTION-CARD
                   PERFORM SUB-2000-TAKE-CARD THRU SUB-2000-EXIT

               WHEN RS-FUNCTION-FINISH
                   PERFORM SUB-3000-FINISH THRU SUB-3000-EXIT

               WHEN RS-FUNCTION-SELECT
                   PERFORM SUB-4000-SELECT THRU SUB-4000-EXIT

               WHEN OTHER
                   SET  UTIL-RC-BAD-DATA OF L-PARAMETER
                                   TO TRUE
                   MOVE 'RS-FUNCTION IS NOT CARD/FINISH/SELECT'
                                   TO UTIL-MESSAGE OF L-PARAMETER
           END-EVALUATE
           .
       MAIN-EXIT.
           GOBACK.
      /
       SUB-1000-START-UP.
      *------------------

           IF      W-NOT-FIRST-CALL
               GO TO SUB-1000-EXIT
           END-IF

           SET W-NOT-FIRST-CALL    TO TRUE
           MOVE FUNCTION WHEN-COMPILED
                                   TO W-COMPILED-DATE

           DISPLAY 'RECSEL   compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-2000-TAKE-CARD.
      *-------------------

           SET  RS-CARD-NOT-TAKEN   TO TRUE
           MOVE RS-CARD(1:11)       TO W-CARD-KEYWORD

           EVALUATE W-CARD-KEYWORD
               WHEN 'RECTYPE'
                   SET  RS-CARD-WAS-TAKEN
                                   TO TRUE
                   PERFORM SUB-2100-TAKE-RECTYPE THRU SUB-2100-EXIT

               WHEN 'WHEN'
                   SET  RS-CARD-WAS-TAKEN
                                   TO TRUE
                   PERFORM SUB-2200-TAKE-WHEN THRU SUB-2200-EXIT

               WHEN 'OCCURS'
                   SET  RS-CARD-WAS-TAKEN
                                   TO TRUE
                   PERFORM SUB-2300-TAKE-OCCURS THRU SUB-2300-EXIT

               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-TAKE-RECTYPE.
      *----------------------

           IF      RS-TYPES-ACTIVE
               SET  UTIL-RC-BAD-DATA OF L-PARAMETER
                                   TO TRUE
               MOVE 'ONLY ONE RECTYPE CARD IS ALLOWED'
                                   TO UTIL-MESSAGE OF L-PARAMETER
               GO TO SUB-2100-EXIT
           END-IF

           MOVE RS-CARD(25:5)       TO W-CARD-OFFSET
           MOVE RS-CARD(31:5)       TO W-CARD-LENGTH

           IF      W-CARD-OFFSET NOT NUMERIC
           OR      W-CARD-LENGTH NOT NUMERIC
               SET  UTIL-RC-BAD-DATA OF L-PARAMETER
                                   TO TRUE
               MOVE 'RECTYPE OFFSET/LENGTH NOT NUMERIC'
                                   TO UTIL-MESSAGE OF L-PARAMETER
               GO TO SUB-2100-EXIT
           END-IF

           MOVE W-CARD-OFFSET       TO RS-RT-OFFSET
           MOVE W-CARD-LENGTH       TO RS-RT-LENGTH

           IF      RS-RT-LENGTH = 0
           OR      RS-RT-LENGTH > 16
               SET  UTIL-RC-BAD-DATA OF L-PARAMETER
                                   TO TRUE
               MOVE 'RECTYPE LENGTH MUST BE 1-16'
                                   TO UTIL-MESSAGE OF L-PARAMETER
               GO TO SUB-2100-EXIT
           END-IF

           MOVE RS-CARD(12:12)      TO RS-RT-NAME
           SET  RS-TYPES-ACTIVE     TO TRUE
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-TAKE-WHEN.
      *-------------------

      **** THE WHEN VALUE IS COMPARED OVER THE RECTYPE FIELD'S
      **** LENGTH, SO THE RECTYPE CARD MUST COME FIRST.

           IF      RS-TYPES-INACTIVE
               SET  UTIL-RC-BAD-DATA OF L-PARAMETER
                                   TO TRUE
               MOVE 'WHEN CARD BEFORE THE RECTYPE CARD'
                                   TO UTIL-MESSAGE OF L-PARAMETER
               GO TO SUB-2200-EXIT
           END-IF

           IF      RS-RT-LENGTH < 16
           AND     RS-CARD(12 + RS-RT-LENGTH:16 - RS-RT-LENGTH)
                       NOT = SPACES
               SET  UTIL-RC-BAD-DATA OF L-PARAMETER
                                   TO TRUE
               MOVE 'WHEN VALUE LONGER THAN THE RECTYPE FIELD'
                                   TO UTIL-MESSAGE OF L-PARAMETER
               GO TO SUB-2200-EXIT
           END-IF

           MOVE RS-CARD(12:16)      TO RS-TYPE-VALUE
           SET  W-TYPE-NOT-FOUND    TO TRUE

           PERFORM SUB-2210-MATCH-WHEN THRU SUB-2210-EXIT
               VARYING RS-T-DX FROM 1 BY 1
                 UNTIL RS-T-DX > RS-TYPE-COUNT
                    OR W-TYPE-FOUND

           IF      W-TYPE-FOUND
               SET  UTIL-RC-BAD-DATA OF L-PARAMETER
                                   TO TRUE
               MOVE 'WHEN VALUE IS ALREADY DECLARED'
                                   TO UTIL-MESSAGE OF L-PARAMETER
               GO TO SUB-2200-EXIT
           END-IF

           IF      RS-TYPE-COUNT >= RS-TYPE-MAX
               SET  UTIL-RC-BAD-DATA OF L-PARAMETER
                                   TO TRUE
               MOVE 'TOO MANY WHEN CARDS - LIMIT 20'
                                   TO UTIL-MESSAGE OF L-PARAMETER
               GO TO SUB-2200-EXIT
           END-IF

           ADD  1                   TO RS-TYPE-COUNT
           SET  RS-T-DX             TO RS-TYPE-COUNT

           MOVE RS-TYPE-VALUE       TO RS-T-VALUE(RS-T-DX)
           SET  RS-T-NO-OCCURS(RS-T-DX)
                                   TO TRUE
           MOVE SPACES              TO RS-T-OCC-NAME(RS-T-DX)
                                       RS-T-CNT-TYPE(RS-T-DX)
           MOVE 0                   TO RS-T-CNT-OFFSET(RS-T-DX)
                                       RS-T-CNT-LENGTH(RS-T-DX)
                                       RS-T-OCC-MAX(RS-T-DX)
                                       RS-T-STRIDE(RS-T-DX)
                                       RS-T-OUT-STRIDE(RS-T-DX)

           MOVE RS-TYPE-COUNT       TO RS-GROUP
           SET  RS-FIELD-SINGLE     TO TRUE
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2210-MATCH-WHEN.
      *--------------------

           IF      RS-T-VALUE(RS-T-DX)(1:RS-RT-LENGTH)
                 = RS-TYPE-VALUE(1:RS-RT-LENGTH)
               SET  W-TYPE-FOUND    TO TRUE
               SET  RS-GROUP        TO RS-T-DX
           END-IF
           .
       SUB-2210-EXIT.
           EXIT.
      /
       SUB-2300-TAKE-OCCURS.
      *---------------------

      **** ONE OCCURS PER WHEN GROUP, AND ITS ELEMENT FIELDS RUN TO
      **** THE END OF THE GROUP -- THE SAME RULE COBOL ITSELF PUTS
      **** ON A VARIABLE-LENGTH TABLE.

           IF      RS-GROUP = 0
               SET  UTIL-RC-BAD-DATA OF L-PARAMETER
                                   TO TRUE
               MOVE 'OCCURS CARD OUTSIDE A WHEN GROUP'
                                   TO UTIL-MESSAGE OF L-PARAMETER
               GO TO SUB-2300-EXIT
           END-IF

           IF      RS-FIELD-REPEATS
               SET  UTIL-RC-BAD-DATA OF L-PARAMETER
                                   TO TRUE
               MOVE 'ONLY ONE OCCURS CARD PER WHEN GROUP'
                                   TO UTIL-MESSAGE OF L-PARAMETER
               GO TO SUB-2300-EXIT
           END-IF

           MOVE RS-CARD(25:5)       TO W-CARD-OFFSET
           MOVE RS-CARD(31:5)       TO W-CARD-LENGTH
           MOVE RS-CARD(44:5)       TO W-CARD-MAX
           MOVE RS-CARD(50:5)       TO W-CARD-STRIDE
           MOVE RS-CARD(56:5)       TO W-CARD-OUT-STRIDE

           IF      W-CARD-OUT-STRIDE = SPACES
               MOVE W-CARD-STRIDE   TO W-CARD-OUT-STRIDE
           END-IF

           IF      W-CARD-OFFSET NOT NUMERIC
           OR      W-CARD-LENGTH NOT NUMERIC
           OR      W-CARD-MAX NOT NUMERIC
           OR      W-CARD-STRIDE NOT NUMERIC
           OR      W-CARD-OUT-STRIDE NOT NUMERIC
               SET  UTIL-RC-BAD-DATA OF L-PARAMETER
                                   TO TRUE
               MOVE 'OCCURS CARD NUMBERS NOT NUMERIC'
                                   TO UTIL-MESSAGE OF L-PARAMETER
               GO TO SUB-2300-EXIT
           END-IF

           SET  RS-T-DX             TO RS-GROUP

           MOVE RS-CARD(12:12)      TO RS-T-OCC-NAME(RS-T-DX)
           MOVE W-CARD-OFFSET       TO RS-T-CNT-OFFSET(RS-T-DX)
           MOVE W-CARD-LENGTH       TO RS-T-CNT-LENGTH(RS-T-DX)
           MOVE RS-CARD(37:6)       TO RS-T-CNT-TYPE(RS-T-DX)
           MOVE W-CARD-MAX          TO RS-T-OCC-MAX(RS-T-DX)
           MOVE W-CARD-STRIDE       TO RS-T-STRIDE(RS-T-DX)
           MOVE W-CARD-OUT-STRIDE   TO RS-T-OUT-STRIDE(RS-T-DX)

           EVALUATE TRUE
               WHEN RS-T-CNT-CHAR(RS-T-DX)
                   MOVE 9           TO W-FLD-LEN
               WHEN RS-T-CNT-PACKED(RS-T-DX)
                   MOVE 5           TO W-FLD-LEN
               WHEN RS-T-CNT-BINARY(RS-T-DX)
                   MOVE 4           TO W-FLD-LEN
               WHEN OTHER
                   SET  UTIL-RC-BAD-DATA OF L-PARAMETER
                                   TO TRUE
                   MOVE 'OCCURS COUNT TYPE NOT CHAR/PACKED/BINARY'
                                   TO UTIL-MESSAGE OF L-PARAMETER
                   GO TO SUB-2300-EXIT
           END-EVALUATE

           IF      RS-T-CNT-LENGTH(RS-T-DX) = 0
           OR      RS-T-CNT-LENGTH(RS-T-DX) > W-FLD-LEN
               SET  UTIL-RC-BAD-DATA OF L-PARAMETER
                                   TO TRUE
               MOVE 'OCCURS COUNT FIELD LENGTH NOT VALID'
                                   TO UTIL-MESSAGE OF L-PARAMETER
               GO TO SUB-2300-EXIT
           END-IF

           IF      RS-T-OCC-MAX(RS-T-DX) = 0
           OR      RS-T-STRIDE(RS-T-DX) = 0
           OR      RS-T-OUT-STRIDE(RS-T-DX) = 0
               SET  UTIL-RC-BAD-DATA OF L-PARAMETER
                                   TO TRUE
               MOVE 'OCCURS MAXIMUM/ELEMENT LENGTH IS ZERO'
                                   TO UTIL-MESSAGE OF L-PARAMETER
               GO TO SUB-2300-EXIT
           END-IF

           SET  RS-T-HAS-OCCURS(RS-T-DX)
                                   TO TRUE
           SET  RS-FIELD-REPEATS    TO TRUE
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-3000-FINISH.
      *----------------

           IF      RS-TYPES-ACTIVE
           AND     RS-TYPE-COUNT = 0
               SET  UTIL-RC-BAD-DATA OF L-PARAMETER
                                   TO TRUE
               MOVE 'RECTYPE CARD HAS NO WHEN CARDS'
                                   TO UTIL-MESSAGE OF L-PARAMETER
           END-IF
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-4000-SELECT.
      *----------------

           SET  RS-TYPE-KNOWN       TO TRUE
           MOVE 0                   TO RS-GROUP
                                       RS-OCC-COUNT
                                       RS-OCC-STRIDE
                                       RS-OCC-OUT-STRIDE
           MOVE SPACES              TO RS-TYPE-VALUE
                                       RS-OCC-NAME

           IF      RS-TYPES-INACTIVE
               GO TO SUB-4000-EXIT
           END-IF

           IF      RS-RECORD-PTR = NULL
               SET  UTIL-RC-BAD-POINTER OF L-PARAMETER
                                   TO TRUE
               MOVE 'RS-RECORD-PTR IS NOT SET'
                                   TO UTIL-MESSAGE OF L-PARAMETER
               GO TO SUB-4000-EXIT
           END-IF

           SET  ADDRESS OF L-RECORD TO RS-RECORD-PTR

      **** A RECORD TOO SHORT TO CARRY THE TYPE FIELD HAS NO TYPE
      **** ANY WHEN CARD CAN NAME.

           COMPUTE W-FLD-POS = RS-RT-OFFSET + 1
           MOVE RS-RT-LENGTH        TO W-FLD-LEN

           IF      W-FLD-POS + W-FLD-LEN - 1 > RS-RECORD-LEN
               SET  RS-TYPE-UNKNOWN TO TRUE
               GO TO SUB-4000-EXIT
           END-IF

           MOVE L-RECORD(W-FLD-POS:W-FLD-LEN)
                                    TO RS-TYPE-VALUE
           SET  W-TYPE-NOT-FOUND    TO TRUE

           PERFORM SUB-2210-MATCH-WHEN THRU SUB-2210-EXIT
               VARYING RS-T-DX FROM 1 BY 1
                 UNTIL RS-T-DX > RS-TYPE-COUNT
                    OR W-TYPE-FOUND

           IF      W-TYPE-NOT-FOUND
               MOVE 0               TO RS-GROUP
               SET  RS-TYPE-UNKNOWN TO TRUE
               GO TO SUB-4000-EXIT
           END-IF

           SET  RS-T-DX             TO RS-GROUP

           IF      RS-T-NO-OCCURS(RS-T-DX)
               GO TO SUB-4000-EXIT
           END-IF

           MOVE RS-T-STRIDE(RS-T-DX)
                                    TO RS-OCC-STRIDE
           MOVE RS-T-OUT-STRIDE(RS-T-DX)
                                    TO RS-OCC-OUT-STRIDE
           MOVE RS-T-OCC-NAME(RS-T-DX)
                                    TO RS-OCC-NAME

           PERFORM SUB-4100-DECODE-COUNT THRU SUB-4100-EXIT

           IF      RS-TYPE-KNOWN
           AND     RS-OCC-COUNT > RS-T-OCC-MAX(RS-T-DX)
               SET  RS-COUNT-BAD    TO TRUE
           END-IF
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-4100-DECODE-COUNT.
      *----------------------

           COMPUTE W-FLD-POS = RS-T-CNT-OFFSET(RS-T-DX) + 1
           MOVE RS-T-CNT-LENGTH(RS-T-DX)
                                    TO W-FLD-LEN

           IF      W-FLD-POS + W-FLD-LEN - 1 > RS-RECORD-LEN
               SET  RS-COUNT-BAD    TO TRUE
               GO TO SUB-4100-EXIT
           END-IF

           EVALUATE TRUE
               WHEN RS-T-CNT-CHAR(RS-T-DX)
                   MOVE ALL '0'     TO W-ZONED-WORK
                   MOVE L-RECORD(W-FLD-POS:W-FLD-LEN)
                       TO W-ZONED-WORK(10 - W-FLD-LEN:W-FLD-LEN)
                   IF      W-ZONED-NUM NOT NUMERIC
                       SET  RS-COUNT-BAD
                                   TO TRUE
                   ELSE
                       MOVE W-ZONED-NUM
                                   TO RS-OCC-COUNT
                   END-IF

               WHEN RS-T-CNT-PACKED(RS-T-DX)
                   MOVE ALL X'00'   TO W-PACKED-WORK
                   MOVE L-RECORD(W-FLD-POS:W-FLD-LEN)
                       TO W-PACKED-WORK(6 - W-FLD-LEN:W-FLD-LEN)
                   IF      W-PACKED-NUM NOT NUMERIC
                   OR      W-PACKED-NUM < 0
                       SET  RS-COUNT-BAD
                                   TO TRUE
                   ELSE
                       MOVE W-PACKED-NUM
                                   TO RS-OCC-COUNT
                   END-IF

               WHEN OTHER
                   MOVE ALL X'00'   TO W-BINARY-WORK
                   MOVE L-RECORD(W-FLD-POS:W-FLD-LEN)
                       TO W-BINARY-WORK(5 - W-FLD-LEN:W-FLD-LEN)
                   MOVE W-BINARY-NUM
                                   TO RS-OCC-COUNT
           END-EVALUATE
           .
       SUB-4100-EXIT.
           EXIT.
