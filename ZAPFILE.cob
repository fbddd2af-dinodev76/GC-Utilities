      *              the change record can go straight into the
      *              incident ticket.
      *
      *              The run must be covered by an approved change:
      *              a TICKET card naming a CHGREG ticket that
      *              permits the input dataset today, or nothing is
      *              opened and the run ends with RETURN-CODE 16.
      *              Every run that gets past the gate appends one
      *              record to the REPAIRLG central repair log
      *              through CHGGATE -- ticket, records changed and
      *              the input and output CRC32.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-08-22  1.0      First release
      * 2026-09-25  1.1      Change-ticket gate (TICKET card checked
      *                      against CHGREG) and a REPAIRLG record
      *                      per run through CHGGATE
      * 2026-10-15  1.2      A run that passed the gate but could
      *                      not open its datasets is still logged
      *================================================================*

       PROCESS TRUNC(BIN)

       01  W-HEXRPT-PROG            PIC X(08)       VALUE 'HEXRPT'.
       01  W-HEXPACK-PROG           PIC X(08)       VALUE 'HEXPACK'.
       01  W-CHGGATE-PROG           PIC X(08)       VALUE 'CHGGATE'.

       01  W-SYSIN-FILE-STATUS      PIC X(02).
       01  W-INPUT-FILE-STATUS      PIC X(02).
       01  W-RECORD-COUNT           PIC 9(09)  COMP VALUE 0.
       01  W-APPLIED-COUNT          PIC 9(04)  COMP VALUE 0.
       01  W-REFUSED-COUNT          PIC 9(04)  COMP VALUE 0.
       01  W-CHANGED-COUNT          PIC 9(09)  COMP VALUE 0.

       01  W-TICKET                 PIC X(12)       VALUE SPACES.
       01  W-RUN-RC                 PIC S9(04) COMP VALUE 0.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-GATE-PASSED                        VALUE 'Y'.
           88  W-GATE-NOT-PASSED                    VALUE 'N'.

       01  W-PATCH-POS              PIC 9(09)  COMP.

       01  W-HEXRPT-PARAMETER.      COPY HEXRPTL.

       01  W-HEXPACK-PARAMETER.     COPY HEXPACKL.

       01  W-CHGGATE-PARAMETER.     COPY CHGGATEL.
      /
       PROCEDURE DIVISION.
      *===================
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1200-CHECK-TICKET THRU SUB-1200-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           OPEN INPUT INPUT-FILE

           IF      W-INPUT-FILE-STATUS NOT = '00'
      **** THE EXPECTED CURRENT CONTENT IN HEX IN 28-43 AND THE
      **** REPLACEMENT CONTENT IN HEX IN 45-60.  EXPECTED AND
      **** REPLACEMENT MUST BE THE SAME LENGTH -- THIS PATCHES BYTES
      **** IN PLACE, IT DOES NOT INSERT OR DELETE THEM.  A TICKET
      **** CARD CARRIES THE CHANGE TICKET IN COLUMNS 12-23.

           READ SYSIN-FILE
               AT END
               GO TO SUB-1150-EXIT
           END-IF

           IF      W-CARD-KEYWORD = 'TICKET'
               MOVE SYSIN-RECORD(12:12)
                                    TO W-TICKET
               GO TO SUB-1150-EXIT
           END-IF

           IF      W-CARD-KEYWORD NOT = 'PATCH'
               DISPLAY 'ZAPFILE  unknown SYSIN card: ' W-CARD-KEYWORD
               MOVE 16              TO RETURN-CODE
           .
       SUB-1180-EXIT.
           EXIT.
      /
       SUB-1200-CHECK-TICKET.
      *--------------------------

      **** NO FILE IS OPENED UNTIL CHGGATE HAS FOUND THE TICKET
      **** APPROVED FOR THE INPUT DATASET TODAY.

           IF      W-TICKET = SPACES
               DISPLAY 'ZAPFILE  no TICKET card - a repair needs an '
                   'approved change ticket'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1200-EXIT
           END-IF

           SET  CG-FUNCTION-CHECK   TO TRUE
           MOVE W-TICKET            TO CG-TICKET
           MOVE 'ZAPFILE'           TO CG-PROGRAM
           MOVE W-INPUT-DSNAME      TO CG-DATASET
           MOVE W-OUTPUT-DSNAME     TO CG-OUTPUT-DATASET
           MOVE SPACES              TO CG-CHECK-DATE

           CALL W-CHGGATE-PROG   USING W-CHGGATE-PARAMETER

           IF      NOT UTIL-RC-OK OF W-CHGGATE-PARAMETER
               DISPLAY 'ZAPFILE  ticket ' W-TICKET ' refused for '
                   W-INPUT-DSNAME
               DISPLAY 'ZAPFILE  '
                   UTIL-MESSAGE OF W-CHGGATE-PARAMETER
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1200-EXIT
           END-IF

           DISPLAY 'ZAPFILE  ticket ' W-TICKET ' approved by '
               CG-APPROVER ' (' CG-VALID-FROM ' to ' CG-VALID-TO ')'

           SET  W-GATE-PASSED       TO TRUE
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-2000-COPY-AND-PATCH.
      *----------------------------
                                       (1:W-INPUT-REC-LEN)
           MOVE W-INPUT-REC-LEN     TO W-OUTPUT-REC-LEN

           SET  CG-FUNCTION-INPUT   TO TRUE
           SET  CG-RECORD-PTR       TO ADDRESS OF INPUT-RECORD
           MOVE W-INPUT-REC-LEN     TO CG-RECORD-LEN
           CALL W-CHGGATE-PROG   USING W-CHGGATE-PARAMETER

           PERFORM SUB-2300-TRY-PATCH THRU SUB-2300-EXIT
               VARYING W-P-DX FROM 1 BY 1
                 UNTIL W-P-DX > W-PATCH-COUNT

           IF      OUTPUT-RECORD(1:W-OUTPUT-REC-LEN) NOT =
                   INPUT-RECORD(1:W-INPUT-REC-LEN)
               ADD  1               TO W-CHANGED-COUNT
           END-IF

           WRITE OUTPUT-RECORD

           SET  CG-FUNCTION-OUTPUT  TO TRUE
           SET  CG-RECORD-PTR       TO ADDRESS OF OUTPUT-RECORD
           MOVE W-OUTPUT-REC-LEN    TO CG-RECORD-LEN
           CALL W-CHGGATE-PROG   USING W-CHGGATE-PARAMETER

           PERFORM SUB-2100-READ-INPUT THRU SUB-2100-EXIT
           .
       SUB-2200-EXIT.
       SUB-3000-SHUT-DOWN.
      *-------------------

      **** A RUN THAT GOT PAST THE GATE IS LOGGED EVEN WHEN IT
      **** COULD NOT GO ON -- AN INPUT OR OUTPUT THAT WOULD NOT OPEN.

           IF      RETURN-CODE = 16
               IF      W-GATE-PASSED
                   PERFORM SUB-3100-LOG-REPAIR THRU SUB-3100-EXIT
               END-IF
               DISPLAY 'ZAPFILE  completed with errors'
               GO TO SUB-3000-EXIT
           END-IF

      **** THE PER-RECORD CHGGATE CALLS PASS BACK THEIR OWN RETURN
      **** CODE, SO A REFUSED PATCH IS RE-ASSERTED HERE.

           IF      W-REFUSED-COUNT > 0
               MOVE 8               TO RETURN-CODE
           END-IF

           PERFORM SUB-3100-LOG-REPAIR THRU SUB-3100-EXIT

           DISPLAY 'ZAPFILE  records copied : ' W-RECORD-COUNT
           DISPLAY 'ZAPFILE  records changed: ' W-CHANGED-COUNT
           DISPLAY 'ZAPFILE  patches applied: ' W-APPLIED-COUNT
           DISPLAY 'ZAPFILE  patches refused: ' W-REFUSED-COUNT
           DISPLAY 'ZAPFILE  input CRC32    : X''' CG-INPUT-CRC ''''
           DISPLAY 'ZAPFILE  output CRC32   : X''' CG-OUTPUT-CRC ''''
           DISPLAY 'ZAPFILE  completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-LOG-REPAIR.
      *------------------------

      **** ONE REPAIRLG RECORD FOR THE RUN.  A LOST LOG RECORD IS
      **** REPORTED BUT DOES NOT UNDO THE REPAIR -- CHGGATE HAS
      **** ALREADY SENT IT TO UTILERRL.

           SET  CG-FUNCTION-LOG     TO TRUE
           MOVE W-CHANGED-COUNT     TO CG-RECORDS-CHANGED
           MOVE RETURN-CODE         TO CG-COMPLETION-CODE
                                       W-RUN-RC

           CALL W-CHGGATE-PROG   USING W-CHGGATE-PARAMETER

           MOVE W-RUN-RC            TO RETURN-CODE

           IF      NOT UTIL-RC-OK OF W-CHGGATE-PARAMETER
               DISPLAY 'ZAPFILE  ** repair log not written - '
                   UTIL-MESSAGE OF W-CHGGATE-PARAMETER ' **'
           END-IF
           .
       SUB-3100-EXIT.
           EXIT.
