      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-02  1.0      First release
      * 2026-10-15  1.1      Accept RECTYPE, WHEN and OCCURS cards,
      *                      inline or from LAYOUTS, through the
      *                      RECSEL subroutine: each record is
      *                      validated against the common fields and
      *                      its own type's field set, with the
      *                      OCCURS element fields checked once per
      *                      occurrence.  A record of an unknown
      *                      type, or with a bad occurrence count,
      *                      fails and is written to EXCEPT.
      *================================================================*

       PROCESS TRUNC(BIN)
                   88  FLD-CHECK-NUMERIC            VALUE 'NUMERIC'.
                   88  FLD-CHECK-DATE               VALUE 'DATE'.
                   88  FLD-CHECK-VALUES             VALUE 'VALUES'.
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
       01  W-OCC-DISPLAY            PIC 9(05).
       01  W-TYPE-FAIL-COUNT        PIC 9(09)  COMP VALUE 0.

      **** THE ALLOWED-VALUE LIST FOR FIELDS CHECKED WITH VALUES:
      **** EACH ENTRY TIES ONE VALUE TO ITS FIELD BY NAME.
      ****   DATE-FROM  YYYYMMDD IN 12-19 (FLOOR FOR DATE CHECKS)
      ****   DATE-TO    YYYYMMDD IN 12-19 (CEILING)
      ****   LAYOUT     LAYOUTS REGISTRY ENTRY NAME IN 12-27
      ****   RECTYPE    RECORD-TYPE FIELD: NAME 12-23, OFFSET 25-29,
      ****              LENGTH 31-35
      ****   WHEN       TYPE VALUE IN 12-27; THE FIELD CARDS AFTER
      ****              IT ARE THAT TYPE'S FIELD SET
      ****   OCCURS     REPEATING GROUP: COUNT FIELD OFFSET 25-29,
      ****              LENGTH 31-35, TYPE 37-42, MAXIMUM 44-48,
      ****              ELEMENT LENGTH 50-54

           OPEN INPUT SYSIN-FILE

               PERFORM SUB-1180-LOAD-LAYOUT THRU SUB-1180-EXIT
           END-IF

           IF      RETURN-CODE = 0
               PERFORM SUB-1190-FINISH-TYPES THRU SUB-1190-EXIT
           END-IF

           CLOSE SYSIN-FILE
           .
       SUB-1100-EXIT.
       SUB-1155-TAKE-CARD.
      *----------------------

      **** EVERY CARD IS OFFERED TO RECSEL FIRST; IT TAKES THE
      **** RECTYPE, WHEN AND OCCURS CARDS AND LEAVES THE REST.

           SET  RS-FUNCTION-CARD    TO TRUE
           MOVE SYSIN-RECORD        TO RS-CARD
           CALL W-RECSEL-PROG    USING W-RECSEL-PARAMETER

           IF      NOT UTIL-RC-OK OF W-RECSEL-PARAMETER
               DISPLAY 'VALIDCHK layout card rejected - '
                   UTIL-MESSAGE OF W-RECSEL-PARAMETER
               DISPLAY 'VALIDCHK   ' SYSIN-RECORD(1:60)
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1155-EXIT
           END-IF

           IF      RS-CARD-WAS-TAKEN
               GO TO SUB-1155-EXIT
           END-IF

           MOVE SYSIN-RECORD(1:11)  TO W-CARD-KEYWORD

           EVALUATE W-CARD-KEYWORD
           MOVE W-CARD-LENGTH       TO FLD-LENGTH(W-F-DX)
           MOVE SYSIN-RECORD(37:6)  TO FLD-TYPE(W-F-DX)
           MOVE SYSIN-RECORD(44:7)  TO FLD-CHECK(W-F-DX)
           MOVE RS-GROUP            TO FLD-GROUP(W-F-DX)
           MOVE RS-REPEATS          TO FLD-REPEATS(W-F-DX)

           IF      NOT FLD-TYPE-CHAR(W-F-DX)
           AND     NOT FLD-TYPE-PACKED(W-F-DX)
           .
       SUB-1185-EXIT.
           EXIT.
      /
       SUB-1190-FINISH-TYPES.
      *------------------------

           SET  RS-FUNCTION-FINISH  TO TRUE
           CALL W-RECSEL-PROG    USING W-RECSEL-PARAMETER

           IF      NOT UTIL-RC-OK OF W-RECSEL-PARAMETER
               DISPLAY 'VALIDCHK ' UTIL-MESSAGE OF W-RECSEL-PARAMETER
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1190-EXIT
           END-IF

           IF      RS-TYPES-ACTIVE
               DISPLAY 'VALIDCHK record type field ' RS-RT-NAME
                   ' offset ' RS-RT-OFFSET ' length ' RS-RT-LENGTH
                   ', ' RS-TYPE-COUNT ' types declared'
           END-IF
           .
       SUB-1190-EXIT.
           EXIT.
      /
       SUB-2000-VALIDATE-FILE.
      *---------------------------
           ADD  1                   TO W-RECORD-COUNT
           SET  W-RECORD-CLEAN      TO TRUE

      **** RECSEL PICKS THE RECORD'S FIELD SET.  WITH NO RECTYPE
      **** CARD EVERY RECORD GETS GROUP 0, THE COMMON FIELDS ONLY.

           SET  RS-FUNCTION-SELECT  TO TRUE
           SET  RS-RECORD-PTR       TO ADDRESS OF CHECK-RECORD
           MOVE W-CHECK-REC-LEN     TO RS-RECORD-LEN
           CALL W-RECSEL-PROG    USING W-RECSEL-PARAMETER

           EVALUATE TRUE
               WHEN RS-TYPE-UNKNOWN
                   MOVE 'unknown record type'
                                    TO W-FAIL-REASON
                   PERFORM SUB-2450-REPORT-TYPE-FAILURE
                      THRU SUB-2450-EXIT

               WHEN RS-COUNT-BAD
                   MOVE 'OCCURS count not valid'
                                    TO W-FAIL-REASON
                   PERFORM SUB-2450-REPORT-TYPE-FAILURE
                      THRU SUB-2450-EXIT

               WHEN OTHER
                   PERFORM SUB-2250-CHECK-FIELD-SET
                      THRU SUB-2250-EXIT
                       VARYING W-F-DX FROM 1 BY 1
                         UNTIL W-F-DX > W-FIELD-COUNT
           END-EVALUATE

           IF      W-RECORD-FAILED
               ADD  1               TO W-FAILED-COUNT
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2250-CHECK-FIELD-SET.
      *----------------------------

      **** ONLY THE COMMON FIELDS AND THE SELECTED TYPE'S FIELDS
      **** APPLY.  AN OCCURS ELEMENT FIELD IS CHECKED ONCE PER
      **** OCCURRENCE, EACH ONE ELEMENT LENGTH FURTHER ON.

           IF      FLD-GROUP(W-F-DX) NOT = 0
           AND     FLD-GROUP(W-F-DX) NOT = RS-GROUP
               GO TO SUB-2250-EXIT
           END-IF

           IF      FLD-SINGLE(W-F-DX)
               MOVE 0               TO W-OCC-SHIFT
               PERFORM SUB-2300-CHECK-FIELD THRU SUB-2300-EXIT
               GO TO SUB-2250-EXIT
           END-IF

           PERFORM SUB-2260-CHECK-OCCURRENCE THRU SUB-2260-EXIT
               VARYING W-OCC-NO FROM 1 BY 1
                 UNTIL W-OCC-NO > RS-OCC-COUNT
           .
       SUB-2250-EXIT.
           EXIT.
      /
       SUB-2260-CHECK-OCCURRENCE.
      *-----------------------------

           COMPUTE W-OCC-SHIFT = (W-OCC-NO - 1) * RS-OCC-STRIDE

           PERFORM SUB-2300-CHECK-FIELD THRU SUB-2300-EXIT
           .
       SUB-2260-EXIT.
           EXIT.
      /
       SUB-2300-CHECK-FIELD.
      *------------------------

           COMPUTE W-FLD-POS = FLD-OFFSET(W-F-DX) + W-OCC-SHIFT + 1
           MOVE FLD-LENGTH(W-F-DX)  TO W-FLD-LEN

           IF      W-FLD-POS + W-FLD-LEN - 1 > W-CHECK-REC-LEN
           SET  W-RECORD-FAILED     TO TRUE
           ADD  1                   TO W-FAIL-FIELD-COUNT

           IF      FLD-REPEATING(W-F-DX)
               MOVE W-OCC-NO        TO W-OCC-DISPLAY
               DISPLAY 'VALIDCHK record ' W-RECORD-COUNT ' field '
                   FLD-NAME(W-F-DX) ' occurrence ' W-OCC-DISPLAY
                   ' - ' W-FAIL-REASON
           ELSE
               DISPLAY 'VALIDCHK record ' W-RECORD-COUNT ' field '
                   FLD-NAME(W-F-DX) ' - ' W-FAIL-REASON
           END-IF

      **** THE FAILING REGION, DUMPED THE WAY EVERY DUMP IN THE
      **** SUITE LOOKS: OFFSET, HEX AND CHARACTERS VIA HEXRPT.
           .
       SUB-2410-EXIT.
           EXIT.
      /
       SUB-2450-REPORT-TYPE-FAILURE.
      *---------------------------------

      **** A RECORD WHOSE FIELD SET CANNOT BE CHOSEN FAILS AS A
      **** WHOLE: NONE OF ITS TYPE'S FIELDS CAN BE TRUSTED.

           SET  W-RECORD-FAILED     TO TRUE
           ADD  1                   TO W-TYPE-FAIL-COUNT

           IF      RS-COUNT-BAD
               MOVE RS-OCC-COUNT    TO W-OCC-DISPLAY
               DISPLAY 'VALIDCHK record ' W-RECORD-COUNT ' type '
                   RS-TYPE-VALUE(1:RS-RT-LENGTH) ' ' RS-OCC-NAME
                   ' count ' W-OCC-DISPLAY ' - ' W-FAIL-REASON
           ELSE
               DISPLAY 'VALIDCHK record ' W-RECORD-COUNT ' type '
                   RS-TYPE-VALUE(1:RS-RT-LENGTH) ' - '
                   W-FAIL-REASON
           END-IF
           .
       SUB-2450-EXIT.
           EXIT.
      /
       SUB-4000-SHUT-DOWN.
      *-------------------
           DISPLAY 'VALIDCHK records failed : ' W-FAILED-COUNT
           DISPLAY 'VALIDCHK field failures : ' W-FAIL-FIELD-COUNT

           IF      RS-TYPES-ACTIVE
               DISPLAY 'VALIDCHK type failures  : ' W-TYPE-FAIL-COUNT
           END-IF

           IF      W-FAILED-COUNT NOT = 0
               DISPLAY 'VALIDCHK ** failing records written to '
                   'EXCEPT **'
