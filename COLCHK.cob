      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-02  1.0      First release
      * 2026-10-15  1.1      Accept RECTYPE, WHEN and OCCURS cards
      *                      through the RECSEL subroutine, so each
      *                      record feeds the common columns and its
      *                      own type's columns, an OCCURS element
      *                      field feeding its column once per
      *                      occurrence.  Records of an unknown type
      *                      or with a bad occurrence count are
      *                      listed and counted per side and end the
      *                      step with RETURN-CODE 4.
      *================================================================*

       PROCESS TRUNC(BIN)
               10  FLD-NEW-HEX     PIC X(08).
               10  FLD-NEW-NONBLANK
                                   PIC 9(09)  COMP.
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
       01  W-TYPE-EXC-COUNT         PIC 9(09)  COMP VALUE 0.
       01  W-OLD-TYPE-EXC           PIC 9(09)  COMP VALUE 0.
       01  W-SIDE-LABEL             PIC X(03).
       01  W-NEW-TYPE-EXC           PIC 9(09)  COMP VALUE 0.

       01  W-SIDE                   PIC X(01).
           88  W-SIDE-OLD                           VALUE 'O'.

      **** THE FIRST TWO CARDS NAME THE OLD AND NEW DATASETS, THEN
      **** FIELD CARDS IN DELTACHK'S COLUMNS: NAME 12-23, 0-BASED
      **** OFFSET 25-29, LENGTH 31-35, TYPE 37-42.  A RECTYPE CARD
      **** (NAME 12-23, OFFSET 25-29, LENGTH 31-35) DECLARES A
      **** RECORD-TYPE FIELD; EACH WHEN CARD (TYPE VALUE 12-27)
      **** OPENS THAT TYPE'S FIELD SET, AND AN OCCURS CARD IN A
      **** WHEN GROUP (COUNT FIELD OFFSET 25-29, LENGTH 31-35,
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
               DISPLAY 'COLCHK   layout card rejected - '
                   UTIL-MESSAGE OF W-RECSEL-PARAMETER
               DISPLAY 'COLCHK     ' SYSIN-RECORD(1:60)
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1150-EXIT
           END-IF

           IF      RS-CARD-WAS-TAKEN
               GO TO SUB-1150-EXIT
           END-IF

           MOVE SYSIN-RECORD(1:11)  TO W-CARD-KEYWORD

           EVALUATE W-CARD-KEYWORD
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
               DISPLAY 'COLCHK   ' UTIL-MESSAGE OF W-RECSEL-PARAMETER
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1190-EXIT.
           EXIT.
      /
       SUB-2000-SCAN-FILE.
      *----------------------
                 UNTIL W-F-DX > W-FIELD-COUNT

           MOVE 0                   TO W-RECORD-COUNT
           MOVE 0                   TO W-TYPE-EXC-COUNT

           IF      W-SIDE-OLD
               MOVE 'old'           TO W-SIDE-LABEL
           ELSE
               MOVE 'new'           TO W-SIDE-LABEL
           END-IF
           SET  W-CHECK-NOT-EOF     TO TRUE

           OPEN INPUT CHECK-FILE
           PERFORM SUB-2500-CLOSE-COLUMN THRU SUB-2500-EXIT
               VARYING W-F-DX FROM 1 BY 1
                 UNTIL W-F-DX > W-FIELD-COUNT

           IF      W-SIDE-OLD
               MOVE W-TYPE-EXC-COUNT
                                    TO W-OLD-TYPE-EXC
           ELSE
               MOVE W-TYPE-EXC-COUNT
                                    TO W-NEW-TYPE-EXC
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.

           ADD  1                   TO W-RECORD-COUNT

      **** RECSEL PICKS THE RECORD'S FIELD SET.  WITH NO RECTYPE
      **** CARD EVERY RECORD GETS GROUP 0, THE COMMON FIELDS ONLY.
      **** A RECORD WHOSE SET CANNOT BE CHOSEN IS LISTED AND FEEDS
      **** NO COLUMN.

           SET  RS-FUNCTION-SELECT  TO TRUE
           SET  RS-RECORD-PTR       TO ADDRESS OF CHECK-RECORD
           MOVE W-CHECK-REC-LEN     TO RS-RECORD-LEN
           CALL W-RECSEL-PROG    USING W-RECSEL-PARAMETER

           EVALUATE TRUE
               WHEN RS-TYPE-UNKNOWN
                   ADD  1           TO W-TYPE-EXC-COUNT
                   DISPLAY 'COLCHK   ' W-SIDE-LABEL ' record '
                       W-RECORD-COUNT ' type '
                       RS-TYPE-VALUE(1:RS-RT-LENGTH)
                       ' - unknown record type'

               WHEN RS-COUNT-BAD
                   ADD  1           TO W-TYPE-EXC-COUNT
                   DISPLAY 'COLCHK   ' W-SIDE-LABEL ' record '
                       W-RECORD-COUNT ' type '
                       RS-TYPE-VALUE(1:RS-RT-LENGTH) ' '
                       RS-OCC-NAME ' - OCCURS count not valid'

               WHEN OTHER
                   PERFORM SUB-2250-FEED-FIELD-SET
                      THRU SUB-2250-EXIT
                       VARYING W-F-DX FROM 1 BY 1
                         UNTIL W-F-DX > W-FIELD-COUNT
           END-EVALUATE

           PERFORM SUB-2100-READ-CHECK THRU SUB-2100-EXIT
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2250-FEED-FIELD-SET.
      *---------------------------

      **** ONLY THE COMMON FIELDS AND THE SELECTED TYPE'S FIELDS
      **** APPLY.  AN OCCURS ELEMENT FIELD FEEDS ITS COLUMN ONCE
      **** PER OCCURRENCE, EACH ONE ELEMENT LENGTH FURTHER ON.

           IF      FLD-GROUP(W-F-DX) NOT = 0
           AND     FLD-GROUP(W-F-DX) NOT = RS-GROUP
               GO TO SUB-2250-EXIT
           END-IF

           IF      FLD-SINGLE(W-F-DX)
               MOVE 0               TO W-OCC-SHIFT
               PERFORM SUB-2300-FEED-COLUMN THRU SUB-2300-EXIT
               GO TO SUB-2250-EXIT
           END-IF

           PERFORM SUB-2260-FEED-OCCURRENCE THRU SUB-2260-EXIT
               VARYING W-OCC-NO FROM 1 BY 1
                 UNTIL W-OCC-NO > RS-OCC-COUNT
           .
       SUB-2250-EXIT.
           EXIT.
      /
       SUB-2260-FEED-OCCURRENCE.
      *----------------------------

           COMPUTE W-OCC-SHIFT = (W-OCC-NO - 1) * RS-OCC-STRIDE

           PERFORM SUB-2300-FEED-COLUMN THRU SUB-2300-EXIT
           .
       SUB-2260-EXIT.
           EXIT.
      /
       SUB-2300-FEED-COLUMN.
      *------------------------
      **** COLUMNS CANNOT CONTAMINATE EACH OTHER.  A FIELD PAST A
      **** SHORT RECORD'S END CONTRIBUTES NOTHING FOR THAT RECORD.

           COMPUTE W-FLD-POS = FLD-OFFSET(W-F-DX) + W-OCC-SHIFT + 1
           MOVE FLD-LENGTH(W-F-DX)  TO W-FLD-LEN

           IF      W-FLD-POS + W-FLD-LEN - 1 > W-CHECK-REC-LEN
                   W-OLD-RECORDS ' new ' W-NEW-RECORDS
           END-IF

           IF      W-OLD-TYPE-EXC NOT = 0
           OR      W-NEW-TYPE-EXC NOT = 0
               DISPLAY 'COLCHK   records of unknown type or bad '
                   'count: old ' W-OLD-TYPE-EXC ' new '
                   W-NEW-TYPE-EXC
           END-IF

           PERFORM SUB-3100-COMPARE-ONE THRU SUB-3100-EXIT
               VARYING W-F-DX FROM 1 BY 1
                 UNTIL W-F-DX > W-FIELD-COUNT
               MOVE 4               TO RETURN-CODE
           END-IF

           IF      (W-OLD-TYPE-EXC NOT = 0
                OR  W-NEW-TYPE-EXC NOT = 0)
           AND     RETURN-CODE = 0
               MOVE 4               TO RETURN-CODE
           END-IF

           DISPLAY 'COLCHK   completed'
           .
       SUB-4000-EXIT.
