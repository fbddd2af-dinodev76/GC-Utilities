      *                      cancel.  TIME-LIMIT and DELTA-OUT do
      *                      not mix, for the same reason RESTART
      *                      and DELTA-OUT do not.
      * 2026-10-15  2.2      Accept RECTYPE, WHEN and OCCURS cards
      *                      through the RECSEL subroutine, inline or
      *                      from a LAYOUT, so the changed-key field
      *                      comparison uses each record type's own
      *                      field set.  Occurrences of an OCCURS
      *                      group are compared one for one, with
      *                      those on one side only reported as
      *                      added or removed; a key whose record
      *                      type changed, or whose type is unknown
      *                      or whose count is bad on either side,
      *                      is reported and counted as a type
      *                      exception instead of compared.
      *================================================================*

       PROCESS TRUNC(BIN)
                   88  FLD-TYPE-CHAR                VALUE 'CHAR'.
                   88  FLD-TYPE-HEX                 VALUES 'PACKED'
                                                          'BINARY'.
               10  FLD-GROUP       PIC 9(04)  COMP.
               10  FLD-REPEATS     PIC X(01).
                   88  FLD-REPEATING                VALUE 'Y'.
                   88  FLD-SINGLE                   VALUE 'N'.

      **** RECTYPE, WHEN AND OCCURS CARDS ARE TAKEN BY RECSEL, WHICH
      **** KEEPS THE TYPE TABLE AND PICKS EACH RECORD'S FIELD SET.
      **** A FIELD'S GROUP IS 0 FOR A FIELD COMMON TO EVERY RECORD.
      **** THE OLD RECORD'S SELECTION IS HELD WHILE THE NEW ONE IS
      **** MADE, SO THE TWO SIDES CAN BE SET AGAINST EACH OTHER.

       01  W-RECSEL-PROG            PIC X(08)       VALUE 'RECSEL'.

       01  W-RECSEL-PARAMETER.      COPY RECSELL.

       01  W-OLD-SELECT-RESULT      PIC X(01).
       01  W-OLD-TYPE-VALUE         PIC X(16).
       01  W-OLD-GROUP              PIC 9(04)  COMP.
       01  W-OLD-OCC-COUNT          PIC 9(09)  COMP.
       01  W-OLD-OCC-NAME           PIC X(12).

       01  W-OCC-NO                 PIC 9(09)  COMP.
       01  W-OCC-LIMIT              PIC 9(09)  COMP.
       01  W-OCC-SHIFT              PIC 9(09)  COMP VALUE 0.
       01  W-OCC-DISPLAY            PIC 9(05).
       01  W-FLD-LABEL              PIC X(19).
       01  W-FLD-LABEL-LEN          PIC 9(04)  COMP.
       01  W-TYPE-CHANGE-COUNT      PIC 9(09)  COMP VALUE 0.
       01  W-TYPE-EXC-COUNT         PIC 9(09)  COMP VALUE 0.

      **** EXCLUDE CARDS BLANK VOLATILE BYTE RANGES OUT OF BOTH
      **** RECORD IMAGES BEFORE FINGERPRINTING.
               PERFORM SUB-1180-LOAD-LAYOUT THRU SUB-1180-EXIT
           END-IF

           IF      RETURN-CODE = 0
               PERFORM SUB-1190-FINISH-TYPES THRU SUB-1190-EXIT
           END-IF

           CLOSE SYSIN-FILE
           .
       SUB-1100-EXIT.
      **** 31-35, DISPLAY TYPE (CHAR, PACKED OR BINARY) IN 37-42.
      **** LAYOUT NAMES A LAYOUTS REGISTRY ENTRY (COLUMNS 12-27)
      **** WHOSE STORED CARDS ARE PULLED ONCE SYSIN IS EXHAUSTED.
      **** RECTYPE (NAME 12-23, OFFSET 25-29, LENGTH 31-35) DECLARES
      **** A RECORD-TYPE FIELD; EACH WHEN CARD (TYPE VALUE 12-27)
      **** OPENS THAT TYPE'S FIELD SET, AND AN OCCURS CARD IN A WHEN
      **** GROUP (COUNT FIELD OFFSET 25-29, LENGTH 31-35, TYPE 37-42,
      **** MAXIMUM 44-48, ELEMENT LENGTH 50-54) MAKES THE FIELDS
      **** AFTER IT REPEAT.  THESE THREE ARE OFFERED TO RECSEL FIRST.

           SET  RS-FUNCTION-CARD    TO TRUE
           MOVE SYSIN-RECORD        TO RS-CARD
           CALL W-RECSEL-PROG    USING W-RECSEL-PARAMETER

           IF      NOT UTIL-RC-OK OF W-RECSEL-PARAMETER
               DISPLAY 'DELTACHK layout card rejected - '
                   UTIL-MESSAGE OF W-RECSEL-PARAMETER
               DISPLAY 'DELTACHK   ' SYSIN-RECORD(1:60)
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1155-EXIT
           END-IF

           IF      RS-CARD-WAS-TAKEN
               GO TO SUB-1155-EXIT
           END-IF

           MOVE SYSIN-RECORD(1:11)  TO W-CARD-KEYWORD

           MOVE W-CARD-OFFSET       TO FLD-OFFSET(W-F-DX)
           MOVE W-CARD-LENGTH       TO FLD-LENGTH(W-F-DX)
           MOVE SYSIN-RECORD(37:6)  TO FLD-TYPE(W-F-DX)
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
               DISPLAY 'DELTACHK ' UTIL-MESSAGE OF W-RECSEL-PARAMETER
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1190-EXIT.
           EXIT.
      /
       SUB-1170-TAKE-EXCLUDE.
      *-------------------------
               END-IF
               IF      W-FIELD-COUNT > 0
               AND     W-MODE-RECONCILE
                   PERFORM SUB-2480-COMPARE-BY-TYPE
                      THRU SUB-2480-EXIT
               END-IF
           ELSE
               ADD 1                TO W-MATCHED-COUNT
      **** REPORT IT WHEN THE CONTENT MOVED, CHAR FIELDS AS
      **** THEMSELVES AND PACKED/BINARY FIELDS AS HEX.  A FIELD THAT
      **** RUNS PAST EITHER RECORD'S LENGTH IS SKIPPED -- A SHORT
      **** RECORD SIMPLY DOES NOT CARRY THE FIELD.  AN OCCURS
      **** ELEMENT FIELD IS COMPARED AT W-OCC-SHIFT AND LABELLED
      **** WITH ITS OCCURRENCE NUMBER.

           COMPUTE W-FLD-POS = FLD-OFFSET(W-F-DX) + W-OCC-SHIFT + 1
           MOVE FLD-LENGTH(W-F-DX)  TO W-FLD-LEN

           IF      W-FLD-POS + W-FLD-LEN - 1 > W-OLD-REC-LEN
                                    TO W-OLD-VALUE
               MOVE NEW-RECORD(W-FLD-POS:W-FLD-LEN)
                                    TO W-NEW-VALUE
               DISPLAY 'DELTACHK   field '
                   W-FLD-LABEL(1:W-FLD-LABEL-LEN)
                   ' old=' W-OLD-VALUE(1:W-FLD-LEN)
                   ' new=' W-NEW-VALUE(1:W-FLD-LEN)
           ELSE
               SET  HD-OUTPUT-PTR   TO ADDRESS OF W-NEW-VALUE-HEX
               CALL W-HEXDUMP-PROG USING W-HEXDUMP-PARAMETER

               DISPLAY 'DELTACHK   field '
                   W-FLD-LABEL(1:W-FLD-LABEL-LEN)
                   ' old=X''' W-OLD-VALUE-HEX(1:W-FLD-LEN * 2)
                   ''' new=X''' W-NEW-VALUE-HEX(1:W-FLD-LEN * 2)
                   ''''
           .
       SUB-2440-EXIT.
           EXIT.
      /
       SUB-2480-COMPARE-BY-TYPE.
      *-----------------------------

      **** EACH SIDE OF THE CHANGED KEY PICKS ITS FIELD SET THROUGH
      **** RECSEL.  WITH NO RECTYPE CARD BOTH GET GROUP 0 AND THE
      **** COMPARISON IS THE PLAIN FIELD-BY-FIELD ONE.  A TYPE THAT
      **** CANNOT BE CHOSEN ON EITHER SIDE, OR A TYPE THAT CHANGED,
      **** LEAVES NO COMMON LAYOUT TO COMPARE BY.

           SET  RS-FUNCTION-SELECT  TO TRUE
           SET  RS-RECORD-PTR       TO ADDRESS OF OLD-RECORD
           MOVE W-OLD-REC-LEN       TO RS-RECORD-LEN
           CALL W-RECSEL-PROG    USING W-RECSEL-PARAMETER

           MOVE RS-SELECT-RESULT    TO W-OLD-SELECT-RESULT
           MOVE RS-TYPE-VALUE       TO W-OLD-TYPE-VALUE
           MOVE RS-GROUP            TO W-OLD-GROUP
           MOVE RS-OCC-COUNT        TO W-OLD-OCC-COUNT
           MOVE RS-OCC-NAME         TO W-OLD-OCC-NAME

           SET  RS-FUNCTION-SELECT  TO TRUE
           SET  RS-RECORD-PTR       TO ADDRESS OF NEW-RECORD
           MOVE W-NEW-REC-LEN       TO RS-RECORD-LEN
           CALL W-RECSEL-PROG    USING W-RECSEL-PARAMETER

           IF      W-OLD-SELECT-RESULT = 'U'
               ADD  1               TO W-TYPE-EXC-COUNT
               DISPLAY 'DELTACHK   old type '
                   W-OLD-TYPE-VALUE(1:RS-RT-LENGTH)
                   ' - unknown record type'
               GO TO SUB-2480-EXIT
           END-IF

           IF      W-OLD-SELECT-RESULT = 'C'
               ADD  1               TO W-TYPE-EXC-COUNT
               DISPLAY 'DELTACHK   old type '
                   W-OLD-TYPE-VALUE(1:RS-RT-LENGTH) ' '
                   W-OLD-OCC-NAME ' - OCCURS count not valid'
               GO TO SUB-2480-EXIT
           END-IF

           IF      RS-TYPE-UNKNOWN
               ADD  1               TO W-TYPE-EXC-COUNT
               DISPLAY 'DELTACHK   new type '
                   RS-TYPE-VALUE(1:RS-RT-LENGTH)
                   ' - unknown record type'
               GO TO SUB-2480-EXIT
           END-IF

           IF      RS-COUNT-BAD
               ADD  1               TO W-TYPE-EXC-COUNT
               DISPLAY 'DELTACHK   new type '
                   RS-TYPE-VALUE(1:RS-RT-LENGTH) ' '
                   RS-OCC-NAME ' - OCCURS count not valid'
               GO TO SUB-2480-EXIT
           END-IF

           IF      W-OLD-GROUP NOT = RS-GROUP
               ADD  1               TO W-TYPE-CHANGE-COUNT
               DISPLAY 'DELTACHK   record type changed old='
                   W-OLD-TYPE-VALUE(1:RS-RT-LENGTH) ' new='
                   RS-TYPE-VALUE(1:RS-RT-LENGTH)
               GO TO SUB-2480-EXIT
           END-IF

           PERFORM SUB-2485-COMPARE-FIELD-SET THRU SUB-2485-EXIT
               VARYING W-F-DX FROM 1 BY 1
                 UNTIL W-F-DX > W-FIELD-COUNT
           .
       SUB-2480-EXIT.
           EXIT.
      /
       SUB-2485-COMPARE-FIELD-SET.
      *-------------------------------

      **** ONLY THE COMMON FIELDS AND THE SELECTED TYPE'S FIELDS
      **** APPLY.  AN OCCURS ELEMENT FIELD IS WALKED OVER THE LARGER
      **** OF THE TWO SIDES' OCCURRENCE COUNTS.

           IF      FLD-GROUP(W-F-DX) NOT = 0
           AND     FLD-GROUP(W-F-DX) NOT = RS-GROUP
               GO TO SUB-2485-EXIT
           END-IF

           IF      FLD-SINGLE(W-F-DX)
               MOVE 0               TO W-OCC-SHIFT
               MOVE FLD-NAME(W-F-DX)
                                    TO W-FLD-LABEL
               MOVE 12              TO W-FLD-LABEL-LEN
               PERFORM SUB-2440-COMPARE-FIELDS THRU SUB-2440-EXIT
               GO TO SUB-2485-EXIT
           END-IF

           MOVE W-OLD-OCC-COUNT     TO W-OCC-LIMIT

           IF      RS-OCC-COUNT > W-OCC-LIMIT
               MOVE RS-OCC-COUNT    TO W-OCC-LIMIT
           END-IF

           PERFORM SUB-2490-COMPARE-OCCURRENCE THRU SUB-2490-EXIT
               VARYING W-OCC-NO FROM 1 BY 1
                 UNTIL W-OCC-NO > W-OCC-LIMIT
           .
       SUB-2485-EXIT.
           EXIT.
      /
       SUB-2490-COMPARE-OCCURRENCE.
      *--------------------------------

           MOVE W-OCC-NO            TO W-OCC-DISPLAY
           MOVE SPACES              TO W-FLD-LABEL
           MOVE 1                   TO W-FLD-LABEL-LEN
           STRING FLD-NAME(W-F-DX)  DELIMITED BY SPACE
                  '('               DELIMITED BY SIZE
                  W-OCC-DISPLAY     DELIMITED BY SIZE
                  ')'               DELIMITED BY SIZE
                                  INTO W-FLD-LABEL
                          WITH POINTER W-FLD-LABEL-LEN
           SUBTRACT 1             FROM W-FLD-LABEL-LEN

           IF      W-OCC-NO > W-OLD-OCC-COUNT
               DISPLAY 'DELTACHK   field '
                   W-FLD-LABEL(1:W-FLD-LABEL-LEN)
                   ' added - occurrence not in the old record'
               GO TO SUB-2490-EXIT
           END-IF

           IF      W-OCC-NO > RS-OCC-COUNT
               DISPLAY 'DELTACHK   field '
                   W-FLD-LABEL(1:W-FLD-LABEL-LEN)
                   ' removed - occurrence not in the new record'
               GO TO SUB-2490-EXIT
           END-IF

           COMPUTE W-OCC-SHIFT = (W-OCC-NO - 1) * RS-OCC-STRIDE

           PERFORM SUB-2440-COMPARE-FIELDS THRU SUB-2440-EXIT
           .
       SUB-2490-EXIT.
           EXIT.
      /
       SUB-2500-TAKE-SNAPSHOT.
      *---------------------------
           DISPLAY 'DELTACHK changed   : ' W-CHANGED-COUNT
           DISPLAY 'DELTACHK matched   : ' W-MATCHED-COUNT

           IF      RS-TYPES-ACTIVE
               DISPLAY 'DELTACHK type chgd : ' W-TYPE-CHANGE-COUNT
               DISPLAY 'DELTACHK type excp : ' W-TYPE-EXC-COUNT
           END-IF

           MOVE 'DELTACHK'          TO STW-PROGRAM
           MOVE W-NEW-DSNAME        TO STW-DATASET
           MOVE SPACES              TO STW-CHECKSUM
