      *              never matched (the output is then a faithful
      *              copy), 16 for a bad deck.
      *
      *              The run must be covered by an approved change:
      *              a TICKET card naming a CHGREG ticket that
      *              permits the input dataset today, or nothing is
      *              opened and the run ends with RETURN-CODE 16.
      *              Every run that gets past the gate appends one
      *              record to the REPAIRLG central repair log
      *              through CHGGATE -- ticket, records repaired and
      *              the input and output CRC32.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-02  1.0      First release
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
       01  W-HIT-COUNT              PIC 9(09)  COMP VALUE 0.
       01  W-REPAIRED-COUNT         PIC 9(09)  COMP VALUE 0.

       01  W-TICKET                 PIC X(12)       VALUE SPACES.
       01  W-RUN-RC                 PIC S9(04) COMP VALUE 0.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-GATE-PASSED                        VALUE 'Y'.
           88  W-GATE-NOT-PASSED                    VALUE 'N'.

       01  W-DUMP-SHOWN             PIC 9(04)  COMP VALUE 0.
       01  W-DUMP-SHOW-MAX          PIC 9(04)  COMP VALUE 20.

       01  W-HEXRPT-PARAMETER.      COPY HEXRPTL.

       01  W-HEXPACK-PARAMETER.     COPY HEXPACKL.

       01  W-CHGGATE-PARAMETER.     COPY CHGGATEL.
      /
       PROCEDURE DIVISION.
      *===================
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1500-CHECK-TICKET THRU SUB-1500-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           OPEN INPUT INPUT-FILE

           IF      W-INPUT-FILE-STATUS NOT = '00'
      ****             OUTSIDE THE RANGE ARE LEFT ALONE
      ****   MAX-HITS  SAFETY LIMIT, ZERO-FILLED 12-20; EXCEEDING
      ****             IT ABANDONS THE RUN WITH RETURN-CODE 8
      ****   TICKET    THE APPROVED CHANGE TICKET, COLUMNS 12-23

           OPEN INPUT SYSIN-FILE

                                    TO W-MAX-HITS
                   END-IF

               WHEN 'TICKET'
                   MOVE SYSIN-RECORD(12:12)
                                    TO W-TICKET

               WHEN SPACES
                   CONTINUE

           .
       SUB-1450-EXIT.
           EXIT.
      /
       SUB-1500-CHECK-TICKET.
      *--------------------------

      **** NO FILE IS OPENED UNTIL CHGGATE HAS FOUND THE TICKET
      **** APPROVED FOR THE INPUT DATASET TODAY.

           IF      W-TICKET = SPACES
               DISPLAY 'FIXSWEEP no TICKET card - a repair needs an '
                   'approved change ticket'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1500-EXIT
           END-IF

           SET  CG-FUNCTION-CHECK   TO TRUE
           MOVE W-TICKET            TO CG-TICKET
           MOVE 'FIXSWEEP'          TO CG-PROGRAM
           MOVE W-INPUT-DSNAME      TO CG-DATASET
           MOVE W-OUTPUT-DSNAME     TO CG-OUTPUT-DATASET
           MOVE SPACES              TO CG-CHECK-DATE

           CALL W-CHGGATE-PROG   USING W-CHGGATE-PARAMETER

           IF      NOT UTIL-RC-OK OF W-CHGGATE-PARAMETER
               DISPLAY 'FIXSWEEP ticket ' W-TICKET ' refused for '
                   W-INPUT-DSNAME
               DISPLAY 'FIXSWEEP '
                   UTIL-MESSAGE OF W-CHGGATE-PARAMETER
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1500-EXIT
           END-IF

           DISPLAY 'FIXSWEEP ticket ' W-TICKET ' approved by '
               CG-APPROVER ' (' CG-VALID-FROM ' to ' CG-VALID-TO ')'

           SET  W-GATE-PASSED       TO TRUE
           .
       SUB-1500-EXIT.
           EXIT.
      /
       SUB-2000-SWEEP.
      *------------------
                                    TO OUTPUT-RECORD
                                       (1:W-INPUT-REC-LEN)

           SET  CG-FUNCTION-INPUT   TO TRUE
           SET  CG-RECORD-PTR       TO ADDRESS OF INPUT-RECORD
           MOVE W-INPUT-REC-LEN     TO CG-RECORD-LEN
           CALL W-CHGGATE-PROG   USING W-CHGGATE-PARAMETER

           IF      W-INPUT-REC-LEN >= W-PATTERN-LEN
               PERFORM SUB-2300-SET-SCAN-RANGE THRU SUB-2300-EXIT


           WRITE OUTPUT-RECORD

           SET  CG-FUNCTION-OUTPUT  TO TRUE
           SET  CG-RECORD-PTR       TO ADDRESS OF OUTPUT-RECORD
           MOVE W-INPUT-REC-LEN     TO CG-RECORD-LEN
           CALL W-CHGGATE-PROG   USING W-CHGGATE-PARAMETER

           PERFORM SUB-2100-READ-INPUT THRU SUB-2100-EXIT
           .
       SUB-2200-EXIT.
       SUB-4000-SHUT-DOWN.
      *-------------------

      **** A RUN THAT GOT PAST THE GATE IS LOGGED EVEN WHEN IT
      **** COULD NOT GO ON -- AN INPUT OR OUTPUT THAT WOULD NOT OPEN.

           IF      RETURN-CODE = 16
               IF      W-GATE-PASSED
                   PERFORM SUB-4100-LOG-REPAIR THRU SUB-4100-EXIT
               END-IF
               DISPLAY 'FIXSWEEP completed with errors'
               GO TO SUB-4000-EXIT
           END-IF
                   CONTINUE
           END-EVALUATE

           PERFORM SUB-4100-LOG-REPAIR THRU SUB-4100-EXIT

           DISPLAY 'FIXSWEEP input CRC32 : X''' CG-INPUT-CRC ''''
           DISPLAY 'FIXSWEEP output CRC32: X''' CG-OUTPUT-CRC ''''
           DISPLAY 'FIXSWEEP completed'
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-4100-LOG-REPAIR.
      *------------------------

      **** ONE REPAIRLG RECORD FOR THE RUN, ABANDONED OR NOT.  A LOST
      **** LOG RECORD IS REPORTED BUT DOES NOT UNDO THE REPAIR --
      **** CHGGATE HAS ALREADY SENT IT TO UTILERRL.

           SET  CG-FUNCTION-LOG     TO TRUE
           MOVE W-REPAIRED-COUNT    TO CG-RECORDS-CHANGED
           MOVE RETURN-CODE         TO CG-COMPLETION-CODE
                                       W-RUN-RC

           CALL W-CHGGATE-PROG   USING W-CHGGATE-PARAMETER

           MOVE W-RUN-RC            TO RETURN-CODE

           IF      NOT UTIL-RC-OK OF W-CHGGATE-PARAMETER
               DISPLAY 'FIXSWEEP ** repair log not written - '
                   UTIL-MESSAGE OF W-CHGGATE-PARAMETER ' **'
           END-IF
           .
       SUB-4100-EXIT.
           EXIT.
