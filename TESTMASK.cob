      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-02  1.0      First release
      * 2026-10-15  1.1      Accept RECTYPE, WHEN and OCCURS cards
      *                      through the RECSEL subroutine, so each
      *                      record is masked on the common fields
      *                      and its own type's field set, an OCCURS
      *                      element field masked in every
      *                      occurrence.  A record of an unknown
      *                      type or with a bad occurrence count
      *                      cannot have its sensitive fields
      *                      located, so it is withheld from the
      *                      output, listed, and the step ends with
      *                      RETURN-CODE 4.
      *================================================================*

       PROCESS TRUNC(BIN)
                   88  FLD-RULE-SUBST               VALUE 'SUBST'.
               10  FLD-LITERAL     PIC X(16).
               10  FLD-APPLIED     PIC 9(09)  COMP.
               10  FLD-GROUP       PIC 9(04)  COMP.
               10  FLD-REPEATS     PIC X(01).
                   88  FLD-REPEATING                VALUE 'Y'.
                   88  FLD-SINGLE                   VALUE 'N'.

      **** RECTYPE, WHEN AND OCCURS CARDS ARE TAKEN BY RECSEL, WHICH
      **** KEEPS THE TYPE TABLE AND PICKS EACH RECORD'S FIELD SET.
      **** A FIELD'S GROUP IS 0 FOR A FIELD COMMON TO EVERY RECORD.
      **** THE SAME FIELD-SET WALK SERVES THE MASKING PASS AND THE
      **** BLANKING PASS THAT FEEDS THE VERIFICATION STREAMS.

       01  W-RECSEL-PROG            PIC X(08)       VALUE 'RECSEL'.

       01  W-RECSEL-PARAMETER.      COPY RECSELL.

       01  W-OCC-NO                 PIC 9(09)  COMP.
       01  W-OCC-SHIFT              PIC 9(09)  COMP VALUE 0.
       01  W-WRITTEN-COUNT          PIC 9(09)  COMP VALUE 0.
       01  W-WITHHELD-COUNT         PIC 9(09)  COMP VALUE 0.

       01  W-PASS                   PIC X(01).
           88  W-PASS-MASK                          VALUE 'M'.
           88  W-PASS-BLANK                         VALUE 'B'.

      **** THE FIXED SCRAMBLE ALPHABETS: DIGITS ROTATE, LETTERS MAP
      **** THROUGH A SHUFFLED ALPHABET -- DETERMINISTIC, SO THE SAME
      ****   SUBST     DETERMINISTIC SUBSTITUTION KEYED OFF THE
      ****             VALUE'S OWN CRC32 (ANY TYPE; THE SAME VALUE
      ****             MASKS THE SAME EVERYWHERE)
      **** A RECTYPE CARD (NAME 12-23, OFFSET 25-29, LENGTH 31-35)
      **** DECLARES A RECORD-TYPE FIELD; EACH WHEN CARD (TYPE VALUE
      **** 12-27) OPENS THAT TYPE'S FIELD SET, AND AN OCCURS CARD
      **** IN A WHEN GROUP (COUNT FIELD OFFSET 25-29, LENGTH 31-35,
      **** TYPE 37-42, MAXIMUM 44-48, ELEMENT LENGTH 50-54) MAKES
      **** THE FIELDS AFTER IT REPEAT.

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
               DISPLAY 'TESTMASK layout card rejected - '
                   UTIL-MESSAGE OF W-RECSEL-PARAMETER
               DISPLAY 'TESTMASK   ' SYSIN-RECORD(1:60)
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1150-EXIT
           END-IF

           IF      RS-CARD-WAS-TAKEN
               GO TO SUB-1150-EXIT
           END-IF

           MOVE SYSIN-RECORD(1:11)  TO W-CARD-KEYWORD

           EVALUATE W-CARD-KEYWORD
           MOVE SYSIN-RECORD(44:8)  TO FLD-RULE(W-F-DX)
           MOVE SYSIN-RECORD(53:16) TO FLD-LITERAL(W-F-DX)
           MOVE 0                   TO FLD-APPLIED(W-F-DX)
           MOVE RS-GROUP            TO FLD-GROUP(W-F-DX)
           MOVE RS-REPEATS          TO FLD-REPEATS(W-F-DX)

           IF      NOT FLD-TYPE-CHAR(W-F-DX)
           AND     NOT FLD-TYPE-PACKED(W-F-DX)
           .
       SUB-1160-EXIT.
           EXIT.
      /
       SUB-1190-FINISH-TYPES.
      *------------------------

           SET  RS-FUNCTION-FINISH  TO TRUE
           CALL W-RECSEL-PROG    USING W-RECSEL-PARAMETER

           IF      NOT UTIL-RC-OK OF W-RECSEL-PARAMETER
               DISPLAY 'TESTMASK ' UTIL-MESSAGE OF W-RECSEL-PARAMETER
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1190-EXIT.
           EXIT.
      /
       SUB-2000-MASK-FILE.
      *----------------------

           ADD  1                   TO W-RECORD-COUNT

      **** RECSEL PICKS THE RECORD'S FIELD SET.  WITH NO RECTYPE
      **** CARD EVERY RECORD GETS GROUP 0, THE COMMON FIELDS ONLY.
      **** A RECORD WHOSE SET CANNOT BE CHOSEN CANNOT HAVE ITS
      **** SENSITIVE FIELDS FOUND, SO IT NEVER REACHES THE OUTPUT.

           SET  RS-FUNCTION-SELECT  TO TRUE
           SET  RS-RECORD-PTR       TO ADDRESS OF INPUT-RECORD
           MOVE W-INPUT-REC-LEN     TO RS-RECORD-LEN
           CALL W-RECSEL-PROG    USING W-RECSEL-PARAMETER

           IF      RS-TYPE-UNKNOWN
           OR      RS-COUNT-BAD
               PERFORM SUB-2220-WITHHOLD-RECORD THRU SUB-2220-EXIT
               PERFORM SUB-2100-READ-INPUT THRU SUB-2100-EXIT
               GO TO SUB-2200-EXIT
           END-IF

           MOVE INPUT-RECORD(1:W-INPUT-REC-LEN)
                                    TO OUTPUT-RECORD
                                       (1:W-INPUT-REC-LEN)

           SET  W-PASS-MASK         TO TRUE

           PERFORM SUB-2250-APPLY-FIELD-SET THRU SUB-2250-EXIT
               VARYING W-F-DX FROM 1 BY 1
                 UNTIL W-F-DX > W-FIELD-COUNT
                    OR RETURN-CODE NOT = 0
                                    TO W-OUT-IMAGE
                                       (1:W-INPUT-REC-LEN)

           SET  W-PASS-BLANK        TO TRUE

           PERFORM SUB-2250-APPLY-FIELD-SET THRU SUB-2250-EXIT
               VARYING W-F-DX FROM 1 BY 1
                 UNTIL W-F-DX > W-FIELD-COUNT

           PERFORM SUB-2700-FEED-VERIFY THRU SUB-2700-EXIT

           WRITE OUTPUT-RECORD
           ADD  1                   TO W-WRITTEN-COUNT

           PERFORM SUB-2100-READ-INPUT THRU SUB-2100-EXIT
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2220-WITHHOLD-RECORD.
      *----------------------------

           ADD  1                   TO W-WITHHELD-COUNT

           IF      RS-TYPE-UNKNOWN
               DISPLAY 'TESTMASK record ' W-RECORD-COUNT ' type '
                   RS-TYPE-VALUE(1:RS-RT-LENGTH)
                   ' - unknown record type, withheld'
           ELSE
               DISPLAY 'TESTMASK record ' W-RECORD-COUNT ' type '
                   RS-TYPE-VALUE(1:RS-RT-LENGTH) ' ' RS-OCC-NAME
                   ' - OCCURS count not valid, withheld'
           END-IF
           .
       SUB-2220-EXIT.
           EXIT.
      /
       SUB-2250-APPLY-FIELD-SET.
      *-----------------------------

      **** ONLY THE COMMON FIELDS AND THE SELECTED TYPE'S FIELDS
      **** APPLY.  AN OCCURS ELEMENT FIELD IS TAKEN ONCE PER
      **** OCCURRENCE, EACH ONE ELEMENT LENGTH FURTHER ON.

           IF      FLD-GROUP(W-F-DX) NOT = 0
           AND     FLD-GROUP(W-F-DX) NOT = RS-GROUP
               GO TO SUB-2250-EXIT
           END-IF

           IF      FLD-SINGLE(W-F-DX)
               MOVE 0               TO W-OCC-SHIFT
               PERFORM SUB-2280-APPLY-FIELD THRU SUB-2280-EXIT
               GO TO SUB-2250-EXIT
           END-IF

           PERFORM SUB-2260-APPLY-OCCURRENCE THRU SUB-2260-EXIT
               VARYING W-OCC-NO FROM 1 BY 1
                 UNTIL W-OCC-NO > RS-OCC-COUNT
           .
       SUB-2250-EXIT.
           EXIT.
      /
       SUB-2260-APPLY-OCCURRENCE.
      *-----------------------------

           COMPUTE W-OCC-SHIFT = (W-OCC-NO - 1) * RS-OCC-STRIDE

           PERFORM SUB-2280-APPLY-FIELD THRU SUB-2280-EXIT
           .
       SUB-2260-EXIT.
           EXIT.
      /
       SUB-2280-APPLY-FIELD.
      *------------------------

           IF      W-PASS-MASK
               PERFORM SUB-2300-MASK-FIELD THRU SUB-2300-EXIT
           ELSE
               PERFORM SUB-2600-BLANK-FIELD THRU SUB-2600-EXIT
           END-IF
           .
       SUB-2280-EXIT.
           EXIT.
      /
       SUB-2300-MASK-FIELD.
      *-----------------------
      **** A FIELD PAST A SHORT RECORD'S END IS SIMPLY NOT CARRIED
      **** BY THAT RECORD, THE SAME RULE DELTACHK APPLIES.

           COMPUTE W-FLD-POS = FLD-OFFSET(W-F-DX) + W-OCC-SHIFT + 1
           MOVE FLD-LENGTH(W-F-DX)  TO W-FLD-LEN

           IF      W-FLD-POS + W-FLD-LEN - 1 > W-INPUT-REC-LEN
       SUB-2600-BLANK-FIELD.
      *------------------------

           COMPUTE W-FLD-POS = FLD-OFFSET(W-F-DX) + W-OCC-SHIFT + 1
           MOVE FLD-LENGTH(W-F-DX)  TO W-FLD-LEN

           IF      W-FLD-POS + W-FLD-LEN - 1 > W-INPUT-REC-LEN
                                       OF W-CRC32-OUT-PARM
           MOVE W-OUTPUT-DSNAME     TO CRC-DATASET-NAME
                                       OF W-CRC32-OUT-PARM
           MOVE W-WRITTEN-COUNT     TO CRC-RECORD-COUNT
                                       OF W-CRC32-OUT-PARM
           CALL W-CRC32-PROG     USING W-CRC32-OUT-PARM

           DISPLAY 'TESTMASK input      : ' W-INPUT-DSNAME
           DISPLAY 'TESTMASK output     : ' W-OUTPUT-DSNAME
           DISPLAY 'TESTMASK records    : ' W-RECORD-COUNT

           IF      RS-TYPES-ACTIVE
               DISPLAY 'TESTMASK written    : ' W-WRITTEN-COUNT
               DISPLAY 'TESTMASK withheld   : ' W-WITHHELD-COUNT
           END-IF
           DISPLAY 'TESTMASK '
           DISPLAY 'TESTMASK APPLICATIONS PER RULE'

               MOVE 8               TO RETURN-CODE
           END-IF

           IF      W-WITHHELD-COUNT NOT = 0
               DISPLAY 'TESTMASK ** records of unknown type or bad '
                   'count withheld from the output **'
               IF      RETURN-CODE = 0
                   MOVE 4           TO RETURN-CODE
               END-IF
           END-IF

           DISPLAY 'TESTMASK completed'
           .
       SUB-4000-EXIT.
       SUB-4100-PRINT-RULE-LINE.
      *-----------------------------

           IF      FLD-REPEATING(W-F-DX)
               DISPLAY 'TESTMASK ' FLD-NAME(W-F-DX) ' '
                   FLD-RULE(W-F-DX) ' ' FLD-APPLIED(W-F-DX)
                   ' occurrence(s)'
           ELSE
               DISPLAY 'TESTMASK ' FLD-NAME(W-F-DX) ' '
                   FLD-RULE(W-F-DX) ' ' FLD-APPLIED(W-F-DX)
                   ' record(s)'
           END-IF
           .
       SUB-4100-EXIT.
           EXIT.
