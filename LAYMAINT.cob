      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-02  1.0      First release
      * 2026-10-15  1.1      Check the RECTYPE, WHEN and OCCURS
      *                      cards of a multi-record-type layout
      *                      through the RECSEL subroutine before an
      *                      ADD or REPLACE stores them, so a broken
      *                      type structure is refused here rather
      *                      than failing every job that pulls it.
      *================================================================*

       PROCESS TRUNC(BIN)
           05  W-CARD-IMAGE        PIC X(80)       OCCURS 100
                                                   INDEXED W-C-DX.

      **** RECSEL CHECKS THE RECORD-TYPE CARDS; EVERY OTHER CARD
      **** IS LEFT TO THE CONSUMING PROGRAM.

       01  W-RECSEL-PROG            PIC X(08)       VALUE 'RECSEL'.

       01  W-RECSEL-PARAMETER.      COPY RECSELL.

       01  W-READ-COUNT             PIC 9(09)  COMP VALUE 0.
       01  W-KEPT-COUNT             PIC 9(09)  COMP VALUE 0.
       01  W-REMOVED-COUNT          PIC 9(09)  COMP VALUE 0.
      **** ADD AND REPLACE THE REMAINING CARDS ARE THE CARD IMAGES
      **** STORED VERBATIM -- THEY ARE NOT INTERPRETED HERE, SO THE
      **** REGISTRY SERVES EVERY CONSUMING PROGRAM'S CARD FORMATS.
      **** THE ONE EXCEPTION IS THE RECTYPE / WHEN / OCCURS
      **** STRUCTURE OF A MULTI-RECORD-TYPE LAYOUT, WHICH EVERY
      **** FIELD-DRIVEN PROGRAM READS THE SAME WAY AND SO IS CHECKED
      **** BEFORE IT IS STORED.

           OPEN INPUT SYSIN-FILE

               DISPLAY 'LAYMAINT ' W-FUNCTION ' has no card images '
                   'to store'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1100-EXIT
           END-IF

           IF      W-FUNC-ADD OR W-FUNC-REPLACE
               PERFORM SUB-1160-CHECK-TYPE-CARD THRU SUB-1160-EXIT
                   VARYING W-C-DX FROM 1 BY 1
                     UNTIL W-C-DX > W-CARD-COUNT
                        OR RETURN-CODE NOT = 0
           END-IF

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1100-EXIT
           END-IF

           IF      W-FUNC-ADD OR W-FUNC-REPLACE
               SET  RS-FUNCTION-FINISH
                                    TO TRUE
               CALL W-RECSEL-PROG USING W-RECSEL-PARAMETER
               IF      NOT UTIL-RC-OK OF W-RECSEL-PARAMETER
                   DISPLAY 'LAYMAINT '
                       UTIL-MESSAGE OF W-RECSEL-PARAMETER
                   MOVE 16          TO RETURN-CODE
               END-IF
           END-IF
           .
       SUB-1100-EXIT.
           .
       SUB-1150-EXIT.
           EXIT.
      /
       SUB-1160-CHECK-TYPE-CARD.
      *-----------------------------

           SET  RS-FUNCTION-CARD    TO TRUE
           MOVE W-CARD-IMAGE(W-C-DX)
                                    TO RS-CARD
           CALL W-RECSEL-PROG    USING W-RECSEL-PARAMETER

           IF      NOT UTIL-RC-OK OF W-RECSEL-PARAMETER
               DISPLAY 'LAYMAINT layout card rejected - '
                   UTIL-MESSAGE OF W-RECSEL-PARAMETER
               DISPLAY 'LAYMAINT   ' W-CARD-IMAGE(W-C-DX)(1:60)
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1160-EXIT.
           EXIT.
      /
       SUB-2000-LIST.
      *-----------------
