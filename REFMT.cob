      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-02  1.0      First release
      * 2026-10-15  1.1      Accept RECTYPE, WHEN and OCCURS cards
      *                      through the RECSEL subroutine, so a
      *                      file of several record types converts
      *                      in one pass: IN-FIELD and OUT-FIELD
      *                      cards after a WHEN card apply to that
      *                      type only, an OCCURS group is rebuilt
      *                      occurrence by occurrence at the target
      *                      element length, and each record is
      *                      written at its own type's length.  A
      *                      record of an unknown type or with a bad
      *                      occurrence count is rejected, listed
      *                      and reconciled as in = written +
      *                      rejected, with RETURN-CODE 4.
      *================================================================*

       PROCESS TRUNC(BIN)
                   88  INF-TYPE-PACKED              VALUE 'PACKED'.
                   88  INF-TYPE-BINARY              VALUE 'BINARY'.
               10  INF-USED        PIC X(01).
               10  INF-GROUP       PIC 9(04)  COMP.
               10  INF-REPEATS     PIC X(01).
                   88  INF-REPEATING                VALUE 'Y'.
                   88  INF-SINGLE                   VALUE 'N'.

      **** THE TARGET LAYOUT, MATCHED TO THE SOURCE BY NAME, WITH
      **** THE LITERAL DEFAULT FOR NEW FIELDS IN COLUMNS 44-59 AND
               10  OUF-IN-TOTAL    PIC S9(17) COMP.
               10  OUF-OUT-TOTAL   PIC S9(17) COMP.
               10  OUF-BAD-COUNT   PIC 9(09)  COMP.
               10  OUF-GROUP       PIC 9(04)  COMP.
               10  OUF-REPEATS     PIC X(01).
                   88  OUF-REPEATING                VALUE 'Y'.
                   88  OUF-SINGLE                   VALUE 'N'.

      **** RECTYPE, WHEN AND OCCURS CARDS DESCRIBE THE SOURCE FILE'S
      **** RECORD TYPES AND ARE TAKEN BY RECSEL, WHICH KEEPS THE
      **** TYPE TABLE AND PICKS EACH RECORD'S FIELD SET.  A FIELD'S
      **** GROUP IS 0 FOR A FIELD COMMON TO EVERY RECORD.  AN
      **** OCCURS ELEMENT IS READ AT THE SOURCE ELEMENT LENGTH AND
      **** WRITTEN AT THE TARGET ELEMENT LENGTH.

       01  W-RECSEL-PROG            PIC X(08)       VALUE 'RECSEL'.

       01  W-RECSEL-PARAMETER.      COPY RECSELL.

       01  W-OCC-NO                 PIC 9(09)  COMP.
       01  W-IN-SHIFT               PIC 9(09)  COMP VALUE 0.
       01  W-OUT-SHIFT              PIC 9(09)  COMP VALUE 0.
       01  W-RECORD-LRECL           PIC 9(09)  COMP.
       01  W-REJECTED-COUNT         PIC 9(09)  COMP VALUE 0.

       01  W-HIT-DX                 PIC 9(04)  COMP.

      ****              PLUS A LITERAL DEFAULT IN 44-59 FOR A NEW
      ****              FIELD WITH NO SOURCE (DIGITS FOR PACKED AND
      ****              BINARY TARGETS, TEXT FOR CHAR)
      ****   RECTYPE    NAME 12-23, OFFSET 25-29, LENGTH 31-35 OF
      ****              THE SOURCE RECORD-TYPE FIELD
      ****   WHEN       A TYPE VALUE IN 12-27; THE IN-FIELD AND
      ****              OUT-FIELD CARDS AFTER IT APPLY TO THAT TYPE
      ****   OCCURS     IN A WHEN GROUP: COUNT FIELD OFFSET 25-29,
      ****              LENGTH 31-35, TYPE 37-42, MAXIMUM 44-48,
      ****              SOURCE ELEMENT LENGTH 50-54 AND TARGET
      ****              ELEMENT LENGTH 56-60; THE FIELDS AFTER IT
      ****              REPEAT, OFFSETS GIVING THE FIRST OCCURRENCE

           OPEN INPUT SYSIN-FILE

           PERFORM SUB-1150-READ-CARD THRU SUB-1150-EXIT
               UNTIL W-SYSIN-EOF OR RETURN-CODE NOT = 0

           IF      RETURN-CODE = 0
               PERFORM SUB-1190-FINISH-TYPES THRU SUB-1190-EXIT
           END-IF

           CLOSE SYSIN-FILE

           IF      RETURN-CODE NOT = 0
                   GO TO SUB-1150-EXIT
           END-READ

      **** EVERY CARD IS OFFERED TO RECSEL FIRST; IT TAKES THE
      **** RECTYPE, WHEN AND OCCURS CARDS AND LEAVES THE REST.

           SET  RS-FUNCTION-CARD    TO TRUE
           MOVE SYSIN-RECORD        TO RS-CARD
           CALL W-RECSEL-PROG    USING W-RECSEL-PARAMETER

           IF      NOT UTIL-RC-OK OF W-RECSEL-PARAMETER
               DISPLAY 'REFMT    layout card rejected - '
                   UTIL-MESSAGE OF W-RECSEL-PARAMETER
               DISPLAY 'REFMT      ' SYSIN-RECORD(1:60)
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1150-EXIT
           END-IF

           IF      RS-CARD-WAS-TAKEN
               GO TO SUB-1150-EXIT
           END-IF

           MOVE SYSIN-RECORD(1:11)  TO W-CARD-KEYWORD

           EVALUATE W-CARD-KEYWORD
           MOVE W-CARD-LENGTH       TO INF-LENGTH(W-I-DX)
           MOVE SYSIN-RECORD(37:6)  TO INF-TYPE(W-I-DX)
           MOVE 'N'                 TO INF-USED(W-I-DX)
           MOVE RS-GROUP            TO INF-GROUP(W-I-DX)
           MOVE RS-REPEATS          TO INF-REPEATS(W-I-DX)

           IF      NOT INF-TYPE-CHAR(W-I-DX)
           AND     NOT INF-TYPE-PACKED(W-I-DX)
           MOVE 0                   TO OUF-IN-TOTAL(W-O-DX)
           MOVE 0                   TO OUF-OUT-TOTAL(W-O-DX)
           MOVE 0                   TO OUF-BAD-COUNT(W-O-DX)
           MOVE RS-GROUP            TO OUF-GROUP(W-O-DX)
           MOVE RS-REPEATS          TO OUF-REPEATS(W-O-DX)

           IF      NOT OUF-TYPE-CHAR(W-O-DX)
           AND     NOT OUF-TYPE-PACKED(W-O-DX)
           .
       SUB-1180-EXIT.
           EXIT.
      /
       SUB-1190-FINISH-TYPES.
      *------------------------

           SET  RS-FUNCTION-FINISH  TO TRUE
           CALL W-RECSEL-PROG    USING W-RECSEL-PARAMETER

           IF      NOT UTIL-RC-OK OF W-RECSEL-PARAMETER
               DISPLAY 'REFMT    ' UTIL-MESSAGE OF W-RECSEL-PARAMETER
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1190-EXIT.
           EXIT.
      /
       SUB-1200-WIRE-LAYOUTS.
      *--------------------------
               VARYING W-I-DX FROM 1 BY 1
                 UNTIL W-I-DX > W-IN-COUNT

      **** WITH RECORD TYPES THE LENGTH IS SET PER RECORD FROM
      **** THE FIELDS ITS TYPE BUILDS.

           IF      RS-TYPES-ACTIVE
               DISPLAY 'REFMT    target record length: by record '
                   'type'
           ELSE
               DISPLAY 'REFMT    target record length: '
                   W-TARGET-LRECL
           END-IF
           .
       SUB-1200-EXIT.
           EXIT.
           SET  W-I-DX              TO W-HIT-DX
           MOVE 'Y'                 TO INF-USED(W-I-DX)

      **** AN OCCURS ELEMENT CAN ONLY BE FED FROM AN OCCURS ELEMENT
      **** -- A SINGLE VALUE HAS NOTHING TO REPEAT, AND A REPEATING
      **** ONE HAS NO SINGLE PLACE TO LAND.

           IF      INF-REPEATS(W-I-DX) NOT = OUF-REPEATS(W-O-DX)
               DISPLAY 'REFMT    OUT-FIELD ' OUF-NAME(W-O-DX)
                   ' and its source must both repeat or neither'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1210-EXIT
           END-IF

      **** A PAIR BALANCES NUMERICALLY UNLESS BOTH SIDES ARE PLAIN
      **** CHAR -- A TEXT-TO-TEXT MOVE HAS NO TOTAL TO PROVE.

       SUB-1220-MATCH-NAME.
      *-----------------------

      **** A TYPE'S TARGET FIELD MAY BE FED FROM ITS OWN TYPE'S
      **** SOURCE FIELDS OR FROM THE COMMON ONES.

           IF      INF-NAME(W-I-DX) = OUF-NAME(W-O-DX)
           AND     (INF-GROUP(W-I-DX) = OUF-GROUP(W-O-DX)
                OR  INF-GROUP(W-I-DX) = 0)
               SET  W-ENTRY-FOUND   TO TRUE
               SET  W-HIT-DX        TO W-I-DX
           END-IF

           ADD  1                   TO W-RECORD-COUNT

      **** RECSEL PICKS THE RECORD'S FIELD SET.  WITH NO RECTYPE
      **** CARD EVERY RECORD GETS GROUP 0, THE COMMON FIELDS ONLY,
      **** AND THE FIXED TARGET LENGTH.  A RECORD WHOSE SET CANNOT
      **** BE CHOSEN HAS NO TARGET LAYOUT AND IS REJECTED.

           SET  RS-FUNCTION-SELECT  TO TRUE
           SET  RS-RECORD-PTR       TO ADDRESS OF INPUT-RECORD
           MOVE W-INPUT-REC-LEN     TO RS-RECORD-LEN
           CALL W-RECSEL-PROG    USING W-RECSEL-PARAMETER

           IF      RS-TYPE-UNKNOWN
           OR      RS-COUNT-BAD
               PERFORM SUB-2220-REJECT-RECORD THRU SUB-2220-EXIT
               PERFORM SUB-2100-READ-INPUT THRU SUB-2100-EXIT
               GO TO SUB-2200-EXIT
           END-IF

           IF      RS-TYPES-ACTIVE
               MOVE 0               TO W-RECORD-LRECL
               PERFORM SUB-2240-SIZE-FIELD THRU SUB-2240-EXIT
                   VARYING W-O-DX FROM 1 BY 1
                     UNTIL W-O-DX > W-OUT-COUNT
               IF      W-RECORD-LRECL = 0
                   MOVE 1           TO W-RECORD-LRECL
               END-IF
           ELSE
               MOVE W-TARGET-LRECL  TO W-RECORD-LRECL
           END-IF

           MOVE SPACES              TO OUTPUT-RECORD
                                       (1:W-RECORD-LRECL)

           PERFORM SUB-2250-BUILD-FIELD-SET THRU SUB-2250-EXIT
               VARYING W-O-DX FROM 1 BY 1
                 UNTIL W-O-DX > W-OUT-COUNT

           MOVE W-RECORD-LRECL      TO W-OUTPUT-REC-LEN
           WRITE OUTPUT-RECORD

           ADD  1                   TO W-WRITTEN-COUNT
      **** JUST WRITTEN -- THE PROOF READS BACK WHAT LANDED, NOT
      **** WHAT WAS INTENDED.

           PERFORM SUB-2750-TOTAL-FIELD-SET THRU SUB-2750-EXIT
               VARYING W-O-DX FROM 1 BY 1
                 UNTIL W-O-DX > W-OUT-COUNT

           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2220-REJECT-RECORD.
      *---------------------------

           ADD  1                   TO W-REJECTED-COUNT

           IF      RS-TYPE-UNKNOWN
               DISPLAY 'REFMT    record ' W-RECORD-COUNT ' type '
                   RS-TYPE-VALUE(1:RS-RT-LENGTH)
                   ' - unknown record type, rejected'
           ELSE
               DISPLAY 'REFMT    record ' W-RECORD-COUNT ' type '
                   RS-TYPE-VALUE(1:RS-RT-LENGTH) ' ' RS-OCC-NAME
                   ' - OCCURS count not valid, rejected'
           END-IF
           .
       SUB-2220-EXIT.
           EXIT.
      /
       SUB-2240-SIZE-FIELD.
      *-----------------------

      **** THE RECORD ENDS AT THE LAST BYTE ITS TYPE'S TARGET FIELDS
      **** REACH, AN OCCURS ELEMENT REACHING INTO ITS LAST
      **** OCCURRENCE.

           IF      OUF-GROUP(W-O-DX) NOT = 0
           AND     OUF-GROUP(W-O-DX) NOT = RS-GROUP
               GO TO SUB-2240-EXIT
           END-IF

           IF      OUF-SINGLE(W-O-DX)
               COMPUTE W-FIELD-END =
                   OUF-OFFSET(W-O-DX) + OUF-LENGTH(W-O-DX)
           ELSE
               IF      RS-OCC-COUNT = 0
                   GO TO SUB-2240-EXIT
               END-IF
               COMPUTE W-FIELD-END =
                   OUF-OFFSET(W-O-DX) + OUF-LENGTH(W-O-DX)
                 + (RS-OCC-COUNT - 1) * RS-OCC-OUT-STRIDE
           END-IF

           IF      W-FIELD-END > W-RECORD-LRECL
               MOVE W-FIELD-END     TO W-RECORD-LRECL
           END-IF
           .
       SUB-2240-EXIT.
           EXIT.
      /
       SUB-2250-BUILD-FIELD-SET.
      *-----------------------------

      **** ONLY THE COMMON FIELDS AND THE SELECTED TYPE'S FIELDS
      **** ARE BUILT.  AN OCCURS ELEMENT IS BUILT ONCE PER
      **** OCCURRENCE, STEPPING EACH SIDE BY ITS OWN ELEMENT LENGTH.

           IF      OUF-GROUP(W-O-DX) NOT = 0
           AND     OUF-GROUP(W-O-DX) NOT = RS-GROUP
               GO TO SUB-2250-EXIT
           END-IF

           IF      OUF-SINGLE(W-O-DX)
               MOVE 0               TO W-IN-SHIFT
               MOVE 0               TO W-OUT-SHIFT
               PERFORM SUB-2300-BUILD-FIELD THRU SUB-2300-EXIT
               GO TO SUB-2250-EXIT
           END-IF

           PERFORM SUB-2260-BUILD-OCCURRENCE THRU SUB-2260-EXIT
               VARYING W-OCC-NO FROM 1 BY 1
                 UNTIL W-OCC-NO > RS-OCC-COUNT
           .
       SUB-2250-EXIT.
           EXIT.
      /
       SUB-2260-BUILD-OCCURRENCE.
      *------------------------------

           COMPUTE W-IN-SHIFT  = (W-OCC-NO - 1) * RS-OCC-STRIDE
           COMPUTE W-OUT-SHIFT = (W-OCC-NO - 1) * RS-OCC-OUT-STRIDE

           PERFORM SUB-2300-BUILD-FIELD THRU SUB-2300-EXIT
           .
       SUB-2260-EXIT.
           EXIT.
      /
       SUB-2300-BUILD-FIELD.
      *------------------------

           COMPUTE W-TGT-POS = OUF-OFFSET(W-O-DX) + W-OUT-SHIFT + 1
           MOVE OUF-LENGTH(W-O-DX)  TO W-TGT-LEN

           IF      OUF-IN-DX(W-O-DX) = 0
           END-IF

           SET  W-I-DX              TO OUF-IN-DX(W-O-DX)
           COMPUTE W-SRC-POS = INF-OFFSET(W-I-DX) + W-IN-SHIFT + 1
           MOVE INF-LENGTH(W-I-DX)  TO W-SRC-LEN

      **** A SOURCE FIELD PAST A SHORT RECORD'S END CONTRIBUTES ITS
               GO TO SUB-2700-EXIT
           END-IF

           COMPUTE W-TGT-POS = OUF-OFFSET(W-O-DX) + W-OUT-SHIFT + 1
           MOVE OUF-LENGTH(W-O-DX)  TO W-TGT-LEN

           SET  W-VALUE-BAD         TO TRUE
           .
       SUB-2700-EXIT.
           EXIT.
      /
       SUB-2750-TOTAL-FIELD-SET.
      *-----------------------------

      **** THE SAME FIELD SET AND OCCURRENCES THE BUILD WALKED.

           IF      OUF-GROUP(W-O-DX) NOT = 0
           AND     OUF-GROUP(W-O-DX) NOT = RS-GROUP
               GO TO SUB-2750-EXIT
           END-IF

           IF      OUF-SINGLE(W-O-DX)
               MOVE 0               TO W-OUT-SHIFT
               PERFORM SUB-2700-TOTAL-OUT-FIELD THRU SUB-2700-EXIT
               GO TO SUB-2750-EXIT
           END-IF

           PERFORM SUB-2760-TOTAL-OCCURRENCE THRU SUB-2760-EXIT
               VARYING W-OCC-NO FROM 1 BY 1
                 UNTIL W-OCC-NO > RS-OCC-COUNT
           .
       SUB-2750-EXIT.
           EXIT.
      /
       SUB-2760-TOTAL-OCCURRENCE.
      *------------------------------

           COMPUTE W-OUT-SHIFT = (W-OCC-NO - 1) * RS-OCC-OUT-STRIDE

           PERFORM SUB-2700-TOTAL-OUT-FIELD THRU SUB-2700-EXIT
           .
       SUB-2760-EXIT.
           EXIT.
      /
       SUB-3000-BALANCE-REPORT.
      *----------------------------
           DISPLAY 'REFMT    ================================='
               '==============='

      **** A REJECTED RECORD IS ACCOUNTED FOR, NOT LOST: THE
      **** RECORDS IN MUST EQUAL THOSE WRITTEN PLUS THOSE REJECTED.

           EVALUATE TRUE
               WHEN W-RECORD-COUNT NOT =
                    W-WRITTEN-COUNT + W-REJECTED-COUNT
                   ADD  1           TO W-IMBALANCE-COUNT
                   DISPLAY 'REFMT    records    : **IMBALANCE** '
                       W-RECORD-COUNT ' in, ' W-WRITTEN-COUNT
                       ' out, ' W-REJECTED-COUNT ' rejected'

               WHEN W-REJECTED-COUNT NOT = 0
                   DISPLAY 'REFMT    records    : ' W-RECORD-COUNT
                       ' in = ' W-WRITTEN-COUNT ' out + '
                       W-REJECTED-COUNT ' rejected'

               WHEN OTHER
                   DISPLAY 'REFMT    records    : ' W-RECORD-COUNT
                       ' in = ' W-WRITTEN-COUNT ' out'
           END-EVALUATE

           PERFORM SUB-3100-BALANCE-ONE THRU SUB-3100-EXIT
               VARYING W-O-DX FROM 1 BY 1
           DISPLAY 'REFMT    dropped fields : ' W-DROPPED-COUNT
           DISPLAY 'REFMT    imbalances     : ' W-IMBALANCE-COUNT

           IF      RS-TYPES-ACTIVE
               DISPLAY 'REFMT    rejected       : ' W-REJECTED-COUNT
           END-IF

           IF      (W-IMBALANCE-COUNT > 0
                OR  W-REJECTED-COUNT > 0)
           AND     RETURN-CODE = 0
               MOVE 4               TO RETURN-CODE
           END-IF
