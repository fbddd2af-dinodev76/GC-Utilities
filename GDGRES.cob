      *              passes through untouched.  An unknown base, a
      *              bad suffix or a relative number reaching below
      *              generation 1 is a BAD-DATA rejection, logged to
      *              UTILERRL through ERRLOG.  Once GDGMAINT has
      *              rolled a base past 9999 back to 0001 a relative
      *              number below generation 1 wraps round to the top
      *              of the range instead, and a relative number
      *              reaching back as far as the base's generation
      *              limit is rejected, since that generation has
      *              rolled off.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-02  1.0      First release
      * 2026-09-19  1.1      Generation limit and wrap from GDGMAINT
      * 2026-10-15  1.2      Resolve BASE(+n) on a base with no
      *                      generations yet, as before 1.1; only
      *                      BASE(0) and BASE(-n) are rejected there
      *================================================================*

       PROCESS TRUNC(BIN)
           05  GDG-REC-BASE            PIC X(35).
           05  GDG-REC-SEP             PIC X(01).
           05  GDG-REC-CURRENT         PIC 9(04).
           05  GDG-REC-SEP-2           PIC X(01).
           05  GDG-REC-LIMIT           PIC 9(03).
           05  GDG-REC-SEP-3           PIC X(01).
           05  GDG-REC-WRAPPED         PIC X(01).
           05  GDG-REC-SEP-4           PIC X(01).
           05  GDG-REC-UPDATED         PIC X(10).
      /
       WORKING-STORAGE SECTION.
      *------------------------
       01  W-REL-VALUE             PIC S9(04) COMP.

       01  W-CURRENT-GEN           PIC S9(04) COMP.
       01  W-TARGET-GEN            PIC S9(05) COMP.
       01  W-GEN-LIMIT             PIC 9(03)  COMP.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-BASE-WRAPPED                      VALUE 'Y'.
           88  W-BASE-NOT-WRAPPED                  VALUE 'N'.
       01  W-TARGET-GEN-X          PIC 9(04).

       01  W-ERRLOG-PROG           PIC X(08)       VALUE 'ERRLOG'.
           AND     GDG-REC-CURRENT NUMERIC
               SET  W-BASE-FOUND    TO TRUE
               MOVE GDG-REC-CURRENT TO W-CURRENT-GEN
               MOVE 0               TO W-GEN-LIMIT
               SET  W-BASE-NOT-WRAPPED
                                    TO TRUE
               IF      GDG-REC-LIMIT NUMERIC
                   MOVE GDG-REC-LIMIT
                                    TO W-GEN-LIMIT
               END-IF
               IF      GDG-REC-WRAPPED = 'Y'
                   SET  W-BASE-WRAPPED
                                    TO TRUE
               END-IF
               GO TO SUB-4200-EXIT
           END-IF

       SUB-5000-BUILD-NAME.
      *-----------------------

      **** A REGISTRY ENTRY WRITTEN BEFORE GDGMAINT CARRIES NO LIMIT
      **** AND IS NEVER TAKEN AS WRAPPED.  A BASE JUST DEFINED HAS NO
      **** CURRENT GENERATION: BASE(+1) CREATES G0001, BUT BASE(0)
      **** AND BASE(-N) NAME NOTHING, EVEN ON A BASE MARKED WRAPPED.

           IF      W-CURRENT-GEN = 0
           AND     W-REL-VALUE <= 0
               SET  UTIL-RC-BAD-DATA
                                   TO TRUE
               MOVE 'GDG BASE HAS NO GENERATIONS YET'
                                   TO UTIL-MESSAGE
               GO TO SUB-5000-EXIT
           END-IF

           IF      W-GEN-LIMIT > 0
           AND     W-REL-VALUE < 0
           AND     0 - W-REL-VALUE >= W-GEN-LIMIT
               SET  UTIL-RC-BAD-DATA
                                   TO TRUE
               MOVE 'RELATIVE GENERATION BEYOND GDG LIMIT'
                                   TO UTIL-MESSAGE
               GO TO SUB-5000-EXIT
           END-IF

           COMPUTE W-TARGET-GEN = W-CURRENT-GEN + W-REL-VALUE

           IF      W-TARGET-GEN < 1
           AND     W-BASE-WRAPPED
               ADD  9999            TO W-TARGET-GEN
           END-IF

           IF      W-TARGET-GEN > 9999
               SUBTRACT 9999      FROM W-TARGET-GEN
           END-IF

           IF      W-TARGET-GEN < 1
           OR      W-TARGET-GEN > 9999
               SET  UTIL-RC-BAD-DATA
