      *              (the intended edits included), 8 when a record's
      *              hex will not pack, 16 for a bad deck.
      *
      *              A RELOAD must be covered by an approved change:
      *              a TICKET card naming a CHGREG ticket that
      *              permits the binary dataset today, or nothing is
      *              opened and the run ends with RETURN-CODE 16.
      *              Every RELOAD that gets past the gate appends one
      *              record to the REPAIRLG central repair log
      *              through CHGGATE -- ticket, records changed, the
      *              CRC32 of the edited hex deck read and the CRC32
      *              of the binary records written.  UNLOAD changes
      *              nothing and needs no ticket.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-02  1.0      First release
      * 2026-09-25  1.1      Change-ticket gate for RELOAD (TICKET
      *                      card checked against CHGREG) and a
      *                      REPAIRLG record per RELOAD through
      *                      CHGGATE.  The cards after the text
      *                      dataset -- RECORD-MODE and TICKET -- may
      *                      come in either order; any other card is
      *                      now rejected.
      * 2026-10-15  1.2      A RELOAD that passed the gate but could
      *                      not open its datasets is still logged
      *================================================================*

       PROCESS TRUNC(BIN)
       01  W-CRCHEX-PROG            PIC X(08)       VALUE 'CRCHEX'.
       01  W-HEXSEP-PROG            PIC X(08)       VALUE 'HEXSEP'.
       01  W-HEXPACK-PROG           PIC X(08)       VALUE 'HEXPACK'.
       01  W-CHGGATE-PROG           PIC X(08)       VALUE 'CHGGATE'.

       01  W-SYSIN-FILE-STATUS      PIC X(02).
       01  W-BIN-FILE-STATUS        PIC X(02).
       01  W-TEXT-DSNAME            PIC X(44).
       01  W-BIN-REC-LEN            PIC 9(05)  COMP.

       01  W-CARD-KEYWORD           PIC X(12).
       01  W-TICKET                 PIC X(12)       VALUE SPACES.
       01  W-RUN-RC                 PIC S9(04) COMP VALUE 0.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-GATE-PASSED                        VALUE 'Y'.
           88  W-GATE-NOT-PASSED                    VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-SYSIN-EOF                          VALUE 'Y'.
           88  W-SYSIN-NOT-EOF                      VALUE 'N'.

       01  W-MODE                   PIC X(08).
           88  W-MODE-UNLOAD                        VALUE 'UNLOAD'.
           88  W-MODE-RELOAD                        VALUE 'RELOAD'.
       01  W-HEXSEP-PARAMETER.      COPY HEXSEPL.

       01  W-HEXPACK-PARAMETER.     COPY HEXPACKL.

       01  W-CHGGATE-PARAMETER.     COPY CHGGATEL.
      /
       PROCEDURE DIVISION.
      *===================

           MOVE SYSIN-RECORD(1:44)  TO W-TEXT-DSNAME

           PERFORM SUB-1150-READ-OPTION-CARD THRU SUB-1150-EXIT
               UNTIL W-SYSIN-EOF OR RETURN-CODE NOT = 0

           CLOSE SYSIN-FILE

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           IF      W-MODE-RELOAD
               PERFORM SUB-1200-CHECK-TICKET THRU SUB-1200-EXIT
               IF      RETURN-CODE NOT = 0
                   GO TO SUB-1000-EXIT
               END-IF
           END-IF

           IF      W-MODE-UNLOAD
               IF      W-BINARY-MODE
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1150-READ-OPTION-CARD.
      *------------------------------

      **** AFTER THE MODE AND THE TWO DATASETS, KEYWORD IN COLUMNS
      **** 1-11:
      ****   RECORD-MODE  BINARY OR TEXT FROM COLUMN 13
      ****   TICKET       THE APPROVED CHANGE TICKET IN COLUMNS
      ****                12-23 (RELOAD ONLY)

           READ SYSIN-FILE
               AT END
                   SET  W-SYSIN-EOF TO TRUE
                   GO TO SUB-1150-EXIT
           END-READ

           MOVE SYSIN-RECORD(1:11)  TO W-CARD-KEYWORD

           EVALUATE W-CARD-KEYWORD
               WHEN 'RECORD-MODE'
                   IF      SYSIN-RECORD(13:6) = 'BINARY'
                       SET  W-BINARY-MODE
                                    TO TRUE
                   ELSE
                       IF      SYSIN-RECORD(13:4) NOT = 'TEXT'
                           DISPLAY 'HEXLOAD  RECORD-MODE must be '
                               'BINARY or TEXT: ' SYSIN-RECORD(13:6)
                           MOVE 16  TO RETURN-CODE
                       END-IF
                   END-IF

               WHEN 'TICKET'
                   MOVE SYSIN-RECORD(12:12)
                                    TO W-TICKET

               WHEN SPACES
                   CONTINUE

               WHEN OTHER
                   DISPLAY 'HEXLOAD  unknown SYSIN card: '
                       W-CARD-KEYWORD
                   MOVE 16          TO RETURN-CODE
           END-EVALUATE
           .
       SUB-1150-EXIT.
           EXIT.
      /
       SUB-1200-CHECK-TICKET.
      *--------------------------

      **** NO FILE IS OPENED UNTIL CHGGATE HAS FOUND THE TICKET
      **** APPROVED FOR THE BINARY DATASET TODAY -- ON A RELOAD
      **** THAT IS THE DATASET BEING REPAIRED.

           IF      W-TICKET = SPACES
               DISPLAY 'HEXLOAD  no TICKET card - a RELOAD needs an '
                   'approved change ticket'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1200-EXIT
           END-IF

           SET  CG-FUNCTION-CHECK   TO TRUE
           MOVE W-TICKET            TO CG-TICKET
           MOVE 'HEXLOAD'           TO CG-PROGRAM
           MOVE W-BIN-DSNAME        TO CG-DATASET
                                       CG-OUTPUT-DATASET
           MOVE SPACES              TO CG-CHECK-DATE

           CALL W-CHGGATE-PROG   USING W-CHGGATE-PARAMETER

           IF      NOT UTIL-RC-OK OF W-CHGGATE-PARAMETER
               DISPLAY 'HEXLOAD  ticket ' W-TICKET ' refused for '
                   W-BIN-DSNAME
               DISPLAY 'HEXLOAD  '
                   UTIL-MESSAGE OF W-CHGGATE-PARAMETER
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1200-EXIT
           END-IF

           DISPLAY 'HEXLOAD  ticket ' W-TICKET ' approved by '
               CG-APPROVER ' (' CG-VALID-FROM ' to ' CG-VALID-TO ')'

           SET  W-GATE-PASSED       TO TRUE
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-1900-CLOSE-DATA.
      *-----------------------
           READ TEXT-FILE
               AT END
                   SET  W-TEXT-EOF  TO TRUE
                   GO TO SUB-3100-EXIT
           END-READ

           SET  CG-FUNCTION-INPUT   TO TRUE
           SET  CG-RECORD-PTR       TO ADDRESS OF TEXT-RECORD
           MOVE LENGTH OF TEXT-RECORD
                                    TO CG-RECORD-LEN
           MOVE RETURN-CODE         TO W-RUN-RC
           CALL W-CHGGATE-PROG   USING W-CHGGATE-PARAMETER
           MOVE W-RUN-RC            TO RETURN-CODE
           .
       SUB-3100-EXIT.
           EXIT.
               WRITE DATA-RECORD
           END-IF

           SET  CG-FUNCTION-OUTPUT  TO TRUE
           SET  CG-RECORD-PTR       TO ADDRESS OF W-LOAD-AREA
           MOVE W-LOAD-LEN          TO CG-RECORD-LEN
           CALL W-CHGGATE-PROG   USING W-CHGGATE-PARAMETER

           SET  CRC-STAGE-START-END TO TRUE
           SET  CRC-BUFFER-PTR      TO ADDRESS OF W-LOAD-AREA
           MOVE W-LOAD-LEN          TO CRC-BUFFER-LEN
       SUB-4000-SHUT-DOWN.
      *-------------------

      **** A RUN THAT GOT PAST THE GATE IS LOGGED EVEN WHEN IT
      **** COULD NOT GO ON -- AN INPUT OR OUTPUT THAT WOULD NOT OPEN.

           IF      RETURN-CODE = 16
               IF      W-GATE-PASSED
                   PERFORM SUB-4100-LOG-REPAIR THRU SUB-4100-EXIT
               END-IF
               DISPLAY 'HEXLOAD  completed with errors'
               GO TO SUB-4000-EXIT
           END-IF
                       MOVE 4       TO RETURN-CODE
                   END-IF
               END-IF
               PERFORM SUB-4100-LOG-REPAIR THRU SUB-4100-EXIT
               DISPLAY 'HEXLOAD  deck CRC32 : X''' CG-INPUT-CRC ''''
               DISPLAY 'HEXLOAD  data CRC32 : X''' CG-OUTPUT-CRC ''''
           END-IF

           DISPLAY 'HEXLOAD  completed'
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-4100-LOG-REPAIR.
      *------------------------

      **** ONE REPAIRLG RECORD FOR THE RELOAD.  A LOST LOG RECORD IS
      **** REPORTED BUT DOES NOT UNDO THE REPAIR -- CHGGATE HAS
      **** ALREADY SENT IT TO UTILERRL.

           SET  CG-FUNCTION-LOG     TO TRUE
           MOVE W-CHANGED-COUNT     TO CG-RECORDS-CHANGED
           MOVE RETURN-CODE         TO CG-COMPLETION-CODE
                                       W-RUN-RC

           CALL W-CHGGATE-PROG   USING W-CHGGATE-PARAMETER

           MOVE W-RUN-RC            TO RETURN-CODE

           IF      NOT UTIL-RC-OK OF W-CHGGATE-PARAMETER
               DISPLAY 'HEXLOAD  ** repair log not written - '
                   UTIL-MESSAGE OF W-CHGGATE-PARAMETER ' **'
           END-IF
           .
       SUB-4100-EXIT.
           EXIT.
