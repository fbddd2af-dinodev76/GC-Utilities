      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-02  1.0      First release
      * 2026-10-15  1.1      Accept RECTYPE, WHEN and OCCURS cards
      *                      through the RECSEL subroutine, so each
      *                      record is tallied on the common fields
      *                      and its own type's field set, with an
      *                      OCCURS element field tallied once per
      *                      occurrence.  Records of an unknown
      *                      type or with a bad occurrence count are
      *                      listed, counted and end the step with
      *                      RETURN-CODE 4.
      *================================================================*

       PROCESS TRUNC(BIN)
               10  FLD-SEEN        PIC 9(09)  COMP.
               10  FLD-DISTINCT    PIC 9(09)  COMP.
               10  FLD-OVERFLOWED  PIC X(01).
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
       01  W-UNKNOWN-TYPE-COUNT     PIC 9(09)  COMP VALUE 0.
       01  W-BAD-COUNT-COUNT        PIC 9(09)  COMP VALUE 0.

      **** THE VALUE POOL, SHARED ACROSS ALL FIELDS: ONE ENTRY PER
      **** DISTINCT (FIELD, VALUE) PAIR.  WHEN THE POOL FILLS, NEW
      ****           THE SAME CARD DELTACHK TAKES
      ****   TOP     VALUES PRINTED PER FIELD, ZERO-FILLED IN
      ****           COLUMNS 12-15 (DEFAULT 10)
      ****   RECTYPE RECORD-TYPE FIELD: NAME 12-23, OFFSET 25-29,
      ****           LENGTH 31-35
      ****   WHEN    TYPE VALUE IN 12-27; THE FIELD CARDS AFTER IT
      ****           ARE THAT TYPE'S FIELD SET
      ****   OCCURS  REPEATING GROUP: COUNT FIELD OFFSET 25-29,
      ****           LENGTH 31-35, TYPE 37-42, MAXIMUM 44-48,
      ****           ELEMENT LENGTH 50-54

           OPEN INPUT SYSIN-FILE

           PERFORM SUB-1150-READ-CARD THRU SUB-1150-EXIT
               UNTIL W-SYSIN-EOF OR RETURN-CODE NOT = 0

           IF      RETURN-CODE = 0
               PERFORM SUB-1190-FINISH-TYPES THRU SUB-1190-EXIT
           END-IF

           CLOSE SYSIN-FILE
           .
       SUB-1100-EXIT.
                   GO TO SUB-1150-EXIT
           END-READ

      **** EVERY CARD IS OFFERED TO RECSEL FIRST; IT TAKES THE
      **** RECTYPE, WHEN AND OCCURS CARDS AND LEAVES THE REST.

           SET  RS-FUNCTION-CARD    TO TRUE
           MOVE SYSIN-RECORD        TO RS-CARD
           CALL W-RECSEL-PROG    USING W-RECSEL-PARAMETER

           IF      NOT UTIL-RC-OK OF W-RECSEL-PARAMETER
               DISPLAY 'FREQRPT  layout card rejected - '
                   UTIL-MESSAGE OF W-RECSEL-PARAMETER
               DISPLAY 'FREQRPT    ' SYSIN-RECORD(1:60)
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1150-EXIT
           END-IF

           IF      RS-CARD-WAS-TAKEN
               GO TO SUB-1150-EXIT
           END-IF

           MOVE SYSIN-RECORD(1:11)  TO W-CARD-KEYWORD

           EVALUATE W-CARD-KEYWORD
           MOVE 0                   TO FLD-SEEN(W-F-DX)
           MOVE 0                   TO FLD-DISTINCT(W-F-DX)
           MOVE 'N'                 TO FLD-OVERFLOWED(W-F-DX)
           MOVE RS-GROUP            TO FLD-GROUP(W-F-DX)
           MOVE RS-REPEATS          TO FLD-REPEATS(W-F-DX)

           IF      NOT FLD-TYPE-CHAR(W-F-DX)
           AND     NOT FLD-TYPE-HEX(W-F-DX)
           .
       SUB-1160-EXIT.
           EXIT.
      /
       SUB-1190-FINISH-TYPES.
      *------------------------

           SET  RS-FUNCTION-FINISH  TO TRUE
           CALL W-RECSEL-PROG    USING W-RECSEL-PARAMETER

           IF      NOT UTIL-RC-OK OF W-RECSEL-PARAMETER
               DISPLAY 'FREQRPT  ' UTIL-MESSAGE OF W-RECSEL-PARAMETER
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1190-EXIT.
           EXIT.
      /
       SUB-2000-SCAN-FILE.
      *----------------------

           CALL W-CRC32-PROG     USING W-CRC32-PARAMETER

      **** RECSEL PICKS THE RECORD'S FIELD SET.  WITH NO RECTYPE
      **** CARD EVERY RECORD GETS GROUP 0, THE COMMON FIELDS ONLY.
      **** A RECORD WHOSE SET CANNOT BE CHOSEN IS LISTED AND LEFT
      **** OUT OF EVERY TABLE.

           SET  RS-FUNCTION-SELECT  TO TRUE
           SET  RS-RECORD-PTR       TO ADDRESS OF CHECK-RECORD
           MOVE W-CHECK-REC-LEN     TO RS-RECORD-LEN
           CALL W-RECSEL-PROG    USING W-RECSEL-PARAMETER

           EVALUATE TRUE
               WHEN RS-TYPE-UNKNOWN
                   ADD  1           TO W-UNKNOWN-TYPE-COUNT
                   DISPLAY 'FREQRPT  record ' W-RECORD-COUNT
                       ' type ' RS-TYPE-VALUE(1:RS-RT-LENGTH)
                       ' - unknown record type'

               WHEN RS-COUNT-BAD
                   ADD  1           TO W-BAD-COUNT-COUNT
                   DISPLAY 'FREQRPT  record ' W-RECORD-COUNT
                       ' type ' RS-TYPE-VALUE(1:RS-RT-LENGTH)
                       ' ' RS-OCC-NAME ' - OCCURS count not valid'

               WHEN OTHER
                   PERFORM SUB-2250-TALLY-FIELD-SET
                      THRU SUB-2250-EXIT
                       VARYING W-F-DX FROM 1 BY 1
                         UNTIL W-F-DX > W-FIELD-COUNT
           END-EVALUATE

           PERFORM SUB-2100-READ-CHECK THRU SUB-2100-EXIT
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2250-TALLY-FIELD-SET.
      *----------------------------

      **** ONLY THE COMMON FIELDS AND THE SELECTED TYPE'S FIELDS
      **** APPLY.  AN OCCURS ELEMENT FIELD IS TALLIED ONCE PER
      **** OCCURRENCE, EACH ONE ELEMENT LENGTH FURTHER ON.

           IF      FLD-GROUP(W-F-DX) NOT = 0
           AND     FLD-GROUP(W-F-DX) NOT = RS-GROUP
               GO TO SUB-2250-EXIT
           END-IF

           IF      FLD-SINGLE(W-F-DX)
               MOVE 0               TO W-OCC-SHIFT
               PERFORM SUB-2300-TALLY-FIELD THRU SUB-2300-EXIT
               GO TO SUB-2250-EXIT
           END-IF

           PERFORM SUB-2260-TALLY-OCCURRENCE THRU SUB-2260-EXIT
               VARYING W-OCC-NO FROM 1 BY 1
                 UNTIL W-OCC-NO > RS-OCC-COUNT
           .
       SUB-2250-EXIT.
           EXIT.
      /
       SUB-2260-TALLY-OCCURRENCE.
      *-----------------------------

           COMPUTE W-OCC-SHIFT = (W-OCC-NO - 1) * RS-OCC-STRIDE

           PERFORM SUB-2300-TALLY-FIELD THRU SUB-2300-EXIT
           .
       SUB-2260-EXIT.
           EXIT.
      /
       SUB-2300-TALLY-FIELD.
      *------------------------
      **** A FIELD PAST A SHORT RECORD'S END IS SIMPLY NOT CARRIED
      **** BY THAT RECORD, THE SAME RULE DELTACHK APPLIES.

           COMPUTE W-FLD-POS = FLD-OFFSET(W-F-DX) + W-OCC-SHIFT + 1
           MOVE FLD-LENGTH(W-F-DX)  TO W-FLD-LEN

           IF      W-FLD-POS + W-FLD-LEN - 1 > W-CHECK-REC-LEN
      *------------------------

           DISPLAY 'FREQRPT  '
           IF      FLD-REPEATING(W-F-DX)
               DISPLAY 'FREQRPT  FIELD ' FLD-NAME(W-F-DX)
                   ' occurrences seen: ' FLD-SEEN(W-F-DX)
                   '  distinct values: ' FLD-DISTINCT(W-F-DX)
           ELSE
               DISPLAY 'FREQRPT  FIELD ' FLD-NAME(W-F-DX)
                   ' records carrying it: ' FLD-SEEN(W-F-DX)
                   '  distinct values: ' FLD-DISTINCT(W-F-DX)
           END-IF

           IF      FLD-OVERFLOWED(W-F-DX) = 'Y'
               DISPLAY 'FREQRPT  ** value pool filled - distinct '
           DISPLAY 'FREQRPT  '
           DISPLAY 'FREQRPT  records    : ' W-RECORD-COUNT
           DISPLAY 'FREQRPT  file CRC32 : X''' W-FILE-HEX ''''

           IF      RS-TYPES-ACTIVE
               DISPLAY 'FREQRPT  unknown record type  : '
                   W-UNKNOWN-TYPE-COUNT
               DISPLAY 'FREQRPT  bad occurrence count : '
                   W-BAD-COUNT-COUNT
           END-IF

           IF      W-UNKNOWN-TYPE-COUNT NOT = 0
           OR      W-BAD-COUNT-COUNT NOT = 0
               DISPLAY 'FREQRPT  ** records left out of the tables '
                   '- see the exceptions listed above **'
               MOVE 4               TO RETURN-CODE
           END-IF

           DISPLAY 'FREQRPT  completed'
           .
       SUB-4000-EXIT.
