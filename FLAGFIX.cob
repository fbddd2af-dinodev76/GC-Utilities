      *              for the change ticket.  RETURN-CODE 16 for a
      *              bad deck.
      *
      *              The run must be covered by an approved change:
      *              a TICKET card naming a CHGREG ticket that
      *              permits the input dataset today, or nothing is
      *              opened and the run ends with RETURN-CODE 16.
      *              Every run that gets past the gate appends one
      *              record to the REPAIRLG central repair log
      *              through CHGGATE -- ticket, records changed and
      *              the input and output CRC32 -- except a run its
      *              EXPECT card refuses, which writes nothing.
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
       01  W-BITWISE-PROG           PIC X(08)       VALUE 'BITWISE'.
       01  W-HEXRPT-PROG            PIC X(08)       VALUE 'HEXRPT'.
       01  W-HEXDUMP-PROG           PIC X(08)       VALUE 'HEXDUMP'.
       01  W-CHGGATE-PROG           PIC X(08)       VALUE 'CHGGATE'.

       01  W-SYSIN-FILE-STATUS      PIC X(02).
       01  W-INPUT-FILE-STATUS      PIC X(02).

       01  W-INPUT-DSNAME           PIC X(44).
       01  W-OUTPUT-DSNAME          PIC X(44).

       01  W-TICKET                 PIC X(12)       VALUE SPACES.
       01  W-RUN-RC                 PIC S9(04) COMP VALUE 0.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-GATE-PASSED                        VALUE 'Y'.
           88  W-GATE-NOT-PASSED                    VALUE 'N'.

       01  W-INPUT-REC-LEN          PIC 9(05)  COMP.

       01  FILLER                   PIC X(01)       VALUE 'N'.
       01  W-HEXRPT-PARAMETER.      COPY HEXRPTL.

       01  W-HEXDUMP-PARAMETER.     COPY HEXDUMPL.

       01  W-CHGGATE-PARAMETER.     COPY CHGGATEL.
      /
       PROCEDURE DIVISION.
      *===================
               DISPLAY 'FLAGFIX  no SET or CLEAR cards - nothing '
                   'to change'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1200-CHECK-TICKET THRU SUB-1200-EXIT
           .
       SUB-1000-EXIT.
           EXIT.
      ****              EVERY FILTERED FLAG SET TO BE CHANGED
      ****   SET        A DECLARED FLAG NAME IN 12-23 TO TURN ON
      ****   CLEAR      A DECLARED FLAG NAME IN 12-23 TO TURN OFF
      ****   TICKET     THE APPROVED CHANGE TICKET IN 12-23
      ****   EXPECT     PREDICTED MATCH COUNT, ZERO-FILLED 12-20,
      ****              MARGIN PERCENT 22-24 (DEFAULT 25); MORE
      ****              MATCHES THAN THAT REFUSES THE RUN
                       END-IF
                   END-IF

               WHEN 'TICKET'
                   MOVE SYSIN-RECORD(12:12)
                                    TO W-TICKET

               WHEN SPACES
                   CONTINUE

           .
       SUB-1180-EXIT.
           EXIT.
      /
       SUB-1200-CHECK-TICKET.
      *--------------------------

      **** NO FILE IS OPENED UNTIL CHGGATE HAS FOUND THE TICKET
      **** APPROVED FOR THE INPUT DATASET TODAY.

           IF      W-TICKET = SPACES
               DISPLAY 'FLAGFIX  no TICKET card - a repair needs an '
                   'approved change ticket'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1200-EXIT
           END-IF

           SET  CG-FUNCTION-CHECK   TO TRUE
           MOVE W-TICKET            TO CG-TICKET
           MOVE 'FLAGFIX'           TO CG-PROGRAM
           MOVE W-INPUT-DSNAME      TO CG-DATASET
           MOVE W-OUTPUT-DSNAME     TO CG-OUTPUT-DATASET
           MOVE SPACES              TO CG-CHECK-DATE

           CALL W-CHGGATE-PROG   USING W-CHGGATE-PARAMETER

           IF      NOT UTIL-RC-OK OF W-CHGGATE-PARAMETER
               DISPLAY 'FLAGFIX  ticket ' W-TICKET ' refused for '
                   W-INPUT-DSNAME
               DISPLAY 'FLAGFIX  '
                   UTIL-MESSAGE OF W-CHGGATE-PARAMETER
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1200-EXIT
           END-IF

           DISPLAY 'FLAGFIX  ticket ' W-TICKET ' approved by '
               CG-APPROVER ' (' CG-VALID-FROM ' to ' CG-VALID-TO ')'

           SET  W-GATE-PASSED       TO TRUE
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-2500-JUDGE-EXPECT.
      *--------------------------
                                    TO W-WORK-AREA
                                       (1:W-INPUT-REC-LEN)

           IF      W-PASS-APPLYING
               SET  CG-FUNCTION-INPUT
                                    TO TRUE
               SET  CG-RECORD-PTR   TO ADDRESS OF INPUT-RECORD
               MOVE W-INPUT-REC-LEN TO CG-RECORD-LEN
               CALL W-CHGGATE-PROG
                                 USING W-CHGGATE-PARAMETER
           END-IF

           IF      W-FLAG-OFFSET + 1 > W-INPUT-REC-LEN
               ADD  1               TO W-SHORT-COUNT
               PERFORM SUB-2900-WRITE-RECORD THRU SUB-2900-EXIT
                                    TO OUTPUT-RECORD
                                       (1:W-INPUT-REC-LEN)
           WRITE OUTPUT-RECORD

           SET  CG-FUNCTION-OUTPUT  TO TRUE
           SET  CG-RECORD-PTR       TO ADDRESS OF OUTPUT-RECORD
           MOVE W-INPUT-REC-LEN     TO CG-RECORD-LEN
           CALL W-CHGGATE-PROG   USING W-CHGGATE-PARAMETER
           .
       SUB-2900-EXIT.
           EXIT.
       SUB-4000-SHUT-DOWN.
      *-------------------

      **** A RUN THAT GOT PAST THE GATE IS LOGGED EVEN WHEN IT
      **** COULD NOT GO ON -- AN INPUT OR OUTPUT THAT WOULD NOT OPEN.

           IF      RETURN-CODE = 16
               IF      W-GATE-PASSED
                   PERFORM SUB-4100-LOG-REPAIR THRU SUB-4100-EXIT
               END-IF
               DISPLAY 'FLAGFIX  completed with errors'
               GO TO SUB-4000-EXIT
           END-IF
               GO TO SUB-4000-EXIT
           END-IF

           PERFORM SUB-4100-LOG-REPAIR THRU SUB-4100-EXIT

           DISPLAY 'FLAGFIX  '
           DISPLAY 'FLAGFIX  input      : ' W-INPUT-DSNAME
           DISPLAY 'FLAGFIX  output     : ' W-OUTPUT-DSNAME
                   ' record(s) end before the flag byte'
           END-IF

           DISPLAY 'FLAGFIX  input CRC32 : X''' CG-INPUT-CRC ''''
           DISPLAY 'FLAGFIX  output CRC32: X''' CG-OUTPUT-CRC ''''
           DISPLAY 'FLAGFIX  completed'
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-4100-LOG-REPAIR.
      *------------------------

      **** ONE REPAIRLG RECORD FOR A RUN THAT WROTE ITS OUTPUT.  A
      **** LOST LOG RECORD IS REPORTED BUT DOES NOT UNDO THE REPAIR
      **** -- CHGGATE HAS ALREADY SENT IT TO UTILERRL.

           SET  CG-FUNCTION-LOG     TO TRUE
           MOVE W-CHANGED-COUNT     TO CG-RECORDS-CHANGED
           MOVE RETURN-CODE         TO CG-COMPLETION-CODE
                                       W-RUN-RC

           CALL W-CHGGATE-PROG   USING W-CHGGATE-PARAMETER

           MOVE W-RUN-RC            TO RETURN-CODE

           IF      NOT UTIL-RC-OK OF W-CHGGATE-PARAMETER
               DISPLAY 'FLAGFIX  ** repair log not written - '
                   UTIL-MESSAGE OF W-CHGGATE-PARAMETER ' **'
           END-IF
           .
       SUB-4100-EXIT.
           EXIT.
