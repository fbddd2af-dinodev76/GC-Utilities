      *=========================== GDGMAINT ============================*
      * Authors: Brian D Pead
      *
      * Description: Maintenance, roll and reconciliation for the
      *              GDGBASES registry that GDGRES resolves BASE(0)
      *              and BASE(-1) dataset names against, so the
      *              registry is kept by a program with an audit
      *              trail instead of by hand.  Each registry record
      *              carries a base name, the current absolute
      *              generation number, the generation limit (how
      *              many generations the base keeps), a flag set
      *              once the generation number has wrapped past
      *              9999 back to 0001, and the date of the last
      *              change.  The first SYSIN card gives the function
      *              and the base:
      *                DEFINE     register a new base
      *                ROLL       advance the current generation by
      *                           one, wrapping 9999 to 0001
      *                SET        put the current generation right
      *                           after a roll step was rerun or
      *                           skipped
      *                DELETE     remove a base
      *                LIST       list one base or all of them
      *                RECONCILE  report every base whose current
      *                           generation has no CRCCTL audit
      *                           record under its absolute name --
      *                           the sign that the registry and the
      *                           datasets have drifted apart
      *              Updates run through the GDGWORK copy-and-
      *              rewrite pattern PRTMAINT uses on PARTNERS, and
      *              every change appends one audit line to GDGAUDIT
      *              with the generation before and after.
      *              RECONCILE ends with RETURN-CODE 4 when any base
      *              has drifted.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-19  1.0      First release
      * 2026-09-26  1.1      Widen the CRCCTL record to its full
      *                      length, processing-date and chain-hash
      *                      columns included; skip chain ANCHOR
      *                      records
      *================================================================*

       PROCESS TRUNC(BIN)

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 GDGMAINT.

       ENVIRONMENT DIVISION.
      *=====================

       CONFIGURATION SECTION.
      *----------------------

       SOURCE-COMPUTER.
           IBM-Z15.
      *    IBM-Z15 DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
      *---------------------

       FILE-CONTROL.

           SELECT SYSIN-FILE
               ASSIGN TO           'SYSIN'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-SYSIN-FILE-STATUS.

           SELECT GDG-BASE-FILE
               ASSIGN TO           'GDGBASES'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-GDG-FILE-STATUS.

           SELECT WORK-FILE
               ASSIGN TO           'GDGWORK'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-WRK-FILE-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO           'GDGAUDIT'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-AUD-FILE-STATUS.

           SELECT CRC-CONTROL-FILE
               ASSIGN TO           'CRCCTL'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-CTL-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  SYSIN-FILE.

       01  SYSIN-RECORD                PIC X(80).

       FD  GDG-BASE-FILE.

       01  GDG-BASE-RECORD.
           05  GDG-REC-BASE            PIC X(35).
           05  GDG-REC-SEP             PIC X(01).
           05  GDG-REC-CURRENT         PIC 9(04).
           05  GDG-REC-SEP-2           PIC X(01).
           05  GDG-REC-LIMIT           PIC 9(03).
           05  GDG-REC-SEP-3           PIC X(01).
           05  GDG-REC-WRAPPED         PIC X(01).
           05  GDG-REC-SEP-4           PIC X(01).
           05  GDG-REC-UPDATED         PIC X(10).

       FD  WORK-FILE.

       01  WORK-RECORD                 PIC X(57).

       FD  AUDIT-FILE.

       01  AUDIT-RECORD.
           05  AUD-REC-TIMESTAMP       PIC X(19).
           05  AUD-REC-SEP-1           PIC X(01).
           05  AUD-REC-ACTION          PIC X(08).
           05  AUD-REC-SEP-2           PIC X(01).
           05  AUD-REC-BASE            PIC X(35).
           05  AUD-REC-SEP-3           PIC X(01).
           05  AUD-REC-OLD-GEN         PIC X(04).
           05  AUD-REC-SEP-4           PIC X(01).
           05  AUD-REC-NEW-GEN         PIC X(04).
           05  AUD-REC-SEP-5           PIC X(01).
           05  AUD-REC-LIMIT           PIC X(03).
           05  AUD-REC-SEP-6           PIC X(01).
           05  AUD-REC-JOB             PIC X(08).
           05  AUD-REC-SEP-7           PIC X(01).
           05  AUD-REC-REASON          PIC X(40).

       FD  CRC-CONTROL-FILE.

       01  CRC-CONTROL-RECORD.
           05  CTL-REC-CHECKSUM        PIC 9(09).
           05  CTL-REC-SEP-1           PIC X(01).
           05  CTL-REC-VARIANT         PIC X(10).
           05  CTL-REC-SEP-2           PIC X(01).
           05  CTL-REC-TIMESTAMP.
               10  CTL-REC-DATE        PIC X(10).
               10  CTL-REC-SEP-T       PIC X(01).
               10  CTL-REC-TIME        PIC X(08).
           05  CTL-REC-SEP-3           PIC X(01).
           05  CTL-REC-JOB             PIC X(08).
           05  CTL-REC-SEP-4           PIC X(01).
           05  CTL-REC-DATASET         PIC X(44).
           05  CTL-REC-SEP-5           PIC X(01).
           05  CTL-REC-RECORDS         PIC 9(09).
           05  CTL-REC-SEP-6           PIC X(01).
           05  CTL-REC-BUS-DATE        PIC X(10).
           05  CTL-REC-SEP-7           PIC X(01).
           05  CTL-REC-CHAIN           PIC X(64).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-SYSIN-FILE-STATUS      PIC X(02).
       01  W-GDG-FILE-STATUS        PIC X(02).
       01  W-WRK-FILE-STATUS        PIC X(02).
       01  W-AUD-FILE-STATUS        PIC X(02).
       01  W-CTL-FILE-STATUS        PIC X(02).

       01  W-FUNCTION               PIC X(10).
           88  W-FUNC-DEFINE                        VALUE 'DEFINE'.
           88  W-FUNC-ROLL                          VALUE 'ROLL'.
           88  W-FUNC-SET                           VALUE 'SET'.
           88  W-FUNC-DELETE                        VALUE 'DELETE'.
           88  W-FUNC-LIST                          VALUE 'LIST'.
           88  W-FUNC-RECONCILE                     VALUE
                                                     'RECONCILE'.
           88  W-FUNC-VALID                         VALUES 'DEFINE'
                                                          'ROLL'
                                                           'SET'
                                                        'DELETE'
                                                          'LIST'
                                                     'RECONCILE'.

       01  W-BASE                   PIC X(35).
       01  W-CARD-KEYWORD           PIC X(10).

       01  W-NUMBER-TEXT            PIC X(05).
       01  W-NUMBER-DIGITS          PIC 9(05).

       01  W-NEW-CURRENT            PIC 9(04)       VALUE 0.
       01  W-NEW-LIMIT              PIC 9(03)       VALUE 255.
       01  W-REASON                 PIC X(40)       VALUE SPACES.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-CURRENT-GIVEN                      VALUE 'Y'.
           88  W-CURRENT-NOT-GIVEN                  VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-LIMIT-GIVEN                        VALUE 'Y'.
           88  W-LIMIT-NOT-GIVEN                    VALUE 'N'.

      **** THE ENTRY BEFORE AND AFTER THE CHANGE, FOR THE AUDIT LINE.

       01  W-OLD-GEN                PIC X(04)       VALUE SPACES.
       01  W-NEW-GEN                PIC X(04)       VALUE SPACES.
       01  W-AUDIT-LIMIT            PIC X(03)       VALUE SPACES.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-SYSIN-EOF                          VALUE 'Y'.
           88  W-SYSIN-NOT-EOF                      VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-GDG-EOF                            VALUE 'Y'.
           88  W-GDG-NOT-EOF                        VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-WRK-EOF                            VALUE 'Y'.
           88  W-WRK-NOT-EOF                        VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-CTL-EOF                            VALUE 'Y'.
           88  W-CTL-NOT-EOF                        VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-REGISTRY-ABSENT                    VALUE 'Y'.
           88  W-REGISTRY-PRESENT                   VALUE 'N'.

       01  W-READ-COUNT             PIC 9(09)  COMP VALUE 0.
       01  W-MATCH-COUNT            PIC 9(09)  COMP VALUE 0.
       01  W-LISTED-COUNT           PIC 9(09)  COMP VALUE 0.
       01  W-CTL-READ-COUNT         PIC 9(09)  COMP VALUE 0.
       01  W-DRIFT-COUNT            PIC 9(04)  COMP VALUE 0.
       01  W-IN-STEP-COUNT          PIC 9(04)  COMP VALUE 0.
       01  W-EMPTY-COUNT            PIC 9(04)  COMP VALUE 0.

      **** NAME BUILDING: BASE PLUS GENERATION TO BASE.GNNNNV00.

       01  W-NAME-BASE              PIC X(35).
       01  W-NAME-GEN               PIC 9(04).
       01  W-NAME-LEN               PIC 9(04)  COMP.
       01  W-NAME-RESULT            PIC X(44).
       01  W-SCAN-DX                PIC 9(04)  COMP.

      **** THE REGISTRY AS LOADED FOR RECONCILE, WITH WHAT THE AUDIT
      **** TRAIL SAYS ABOUT EACH BASE FOLDED IN: WHETHER THE CURRENT
      **** GENERATION WAS EVER CHECKED, AND THE GENERATION AND DATE
      **** OF THE LATEST CHECK OF ANY GENERATION OF THE BASE.

       01  W-BSE-MAX                PIC 9(04)  COMP VALUE 1000.
       01  W-BSE-COUNT              PIC 9(04)  COMP VALUE 0.
       01  W-BSE-TABLE.
           05  W-BSE-ENTRY         OCCURS 1000     INDEXED W-B-DX.
               10  BSE-BASE        PIC X(35).
               10  BSE-LEN         PIC 9(04)  COMP.
               10  BSE-CURRENT     PIC 9(04).
               10  BSE-NAME        PIC X(44).
               10  BSE-SEEN        PIC X(01).
                   88  BSE-CURRENT-SEEN             VALUE 'Y'.
                   88  BSE-CURRENT-NOT-SEEN         VALUE 'N'.
               10  BSE-LATEST-NAME PIC X(44).
               10  BSE-LATEST-DATE PIC X(10).

       01  W-TODAY                  PIC X(10).

       01  W-OPEN-TRY               PIC 9(04)  COMP.
       01  W-OPEN-TRY-MAX           PIC 9(04)  COMP VALUE 100.
       01  W-SPIN-DX                PIC 9(09)  COMP.
       01  W-SPIN-SINK              PIC 9(09)  COMP.

       01  W-CURRENT-DATE.
           05  W-CURRENT-DATE-YYYY  PIC X(04).
           05  W-CURRENT-DATE-MM    PIC X(02).
           05  W-CURRENT-DATE-DD    PIC X(02).
           05  W-CURRENT-TIME-HH    PIC X(02).
           05  W-CURRENT-TIME-MM    PIC X(02).
           05  W-CURRENT-TIME-SS    PIC X(02).
           05  FILLER               PIC X(07).

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                    PIC X(04).
           05  W-COMPILED-DATE-MM   PIC X(02).
           05  W-COMPILED-DATE-DD   PIC X(02).
           05  W-COMPILED-TIME-HH   PIC X(02).
           05  W-COMPILED-TIME-MM   PIC X(02).
           05  W-COMPILED-TIME-SS   PIC X(02).
           05  FILLER               PIC X(07).
      /
       PROCEDURE DIVISION.
      *===================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      RETURN-CODE = 0
               EVALUATE TRUE
                   WHEN W-FUNC-LIST
                       PERFORM SUB-2000-LIST THRU SUB-2000-EXIT
                   WHEN W-FUNC-RECONCILE
                       PERFORM SUB-6000-RECONCILE THRU SUB-6000-EXIT
                   WHEN OTHER
                       PERFORM SUB-3000-UPDATE THRU SUB-3000-EXIT
               END-EVALUATE
           END-IF

           PERFORM SUB-5000-SHUT-DOWN THRU SUB-5000-EXIT
           .
       MAIN-EXIT.
           STOP RUN.
      /
       SUB-1000-START-UP.
      *------------------

           MOVE FUNCTION WHEN-COMPILED
                                    TO W-COMPILED-DATE

           DISPLAY 'GDGMAINT compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           MOVE FUNCTION CURRENT-DATE
                                    TO W-CURRENT-DATE

           STRING W-CURRENT-DATE-YYYY   '-'
                  W-CURRENT-DATE-MM     '-'
                  W-CURRENT-DATE-DD
               DELIMITED BY SIZE INTO W-TODAY
           END-STRING

           PERFORM SUB-1100-READ-SYSIN THRU SUB-1100-EXIT

           IF      RETURN-CODE = 0
               PERFORM SUB-1300-CHECK-DECK THRU SUB-1300-EXIT
           END-IF
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-READ-SYSIN.
      *----------------------

      **** THE FIRST CARD GIVES THE FUNCTION IN COLUMNS 1-10 AND THE
      **** BASE NAME IN COLUMNS 12-46.  LIST WITH A BLANK BASE LISTS
      **** THE WHOLE REGISTRY; RECONCILE ALWAYS COVERS EVERY BASE.
      **** THE REMAINING CARDS CARRY A KEYWORD IN COLUMNS 1-10 AND
      **** ITS VALUE FROM COLUMN 12 -- CURRENT (THE GENERATION
      **** NUMBER, 0-9999 ON DEFINE WHERE 0 MEANS NONE CREATED YET,
      **** 1-9999 ON SET), LIMIT (GENERATIONS KEPT, 1-255, DEFAULT
      **** 255) AND REASON (FREE TEXT FOR THE AUDIT TRAIL).

           OPEN INPUT SYSIN-FILE

           READ SYSIN-FILE
               AT END
                   DISPLAY 'GDGMAINT SYSIN is empty - no function '
                       'card'
                   MOVE 16          TO RETURN-CODE
           END-READ

           IF      RETURN-CODE NOT = 0
               CLOSE SYSIN-FILE
               GO TO SUB-1100-EXIT
           END-IF

           MOVE SYSIN-RECORD(1:10)  TO W-FUNCTION
           MOVE SYSIN-RECORD(12:35) TO W-BASE

           IF      NOT W-FUNC-VALID
               DISPLAY 'GDGMAINT function must be DEFINE, ROLL, SET, '
                   'DELETE, LIST or RECONCILE: ' W-FUNCTION
               MOVE 16              TO RETURN-CODE
               CLOSE SYSIN-FILE
               GO TO SUB-1100-EXIT
           END-IF

           IF      W-BASE = SPACES
           AND     NOT W-FUNC-LIST
           AND     NOT W-FUNC-RECONCILE
               DISPLAY 'GDGMAINT ' W-FUNCTION ' needs a base name'
               MOVE 16              TO RETURN-CODE
               CLOSE SYSIN-FILE
               GO TO SUB-1100-EXIT
           END-IF

           PERFORM SUB-1150-READ-OPTION-CARD THRU SUB-1150-EXIT
               UNTIL W-SYSIN-EOF OR RETURN-CODE NOT = 0

           CLOSE SYSIN-FILE
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1150-READ-OPTION-CARD.
      *------------------------------

           READ SYSIN-FILE
               AT END
                   SET  W-SYSIN-EOF TO TRUE
                   GO TO SUB-1150-EXIT
           END-READ

           MOVE SYSIN-RECORD(1:10)  TO W-CARD-KEYWORD

           EVALUATE W-CARD-KEYWORD
               WHEN 'CURRENT'
                   PERFORM SUB-1180-TAKE-NUMBER THRU SUB-1180-EXIT
                   IF      W-NUMBER-DIGITS > 9999
                       DISPLAY 'GDGMAINT CURRENT must be 0-9999'
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       MOVE W-NUMBER-DIGITS
                                    TO W-NEW-CURRENT
                       SET  W-CURRENT-GIVEN
                                    TO TRUE
                   END-IF

               WHEN 'LIMIT'
                   PERFORM SUB-1180-TAKE-NUMBER THRU SUB-1180-EXIT
                   IF      W-NUMBER-DIGITS = 0
                   OR      W-NUMBER-DIGITS > 255
                       DISPLAY 'GDGMAINT LIMIT must be 1-255'
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       MOVE W-NUMBER-DIGITS
                                    TO W-NEW-LIMIT
                       SET  W-LIMIT-GIVEN
                                    TO TRUE
                   END-IF

               WHEN 'REASON'
                   MOVE SYSIN-RECORD(12:40)
                                    TO W-REASON

               WHEN SPACES
                   CONTINUE

               WHEN OTHER
                   DISPLAY 'GDGMAINT unknown SYSIN card: '
                       W-CARD-KEYWORD
                   MOVE 16          TO RETURN-CODE
           END-EVALUATE
           .
       SUB-1150-EXIT.
           EXIT.
      /
       SUB-1180-TAKE-NUMBER.
      *------------------------

           MOVE SYSIN-RECORD(12:5)  TO W-NUMBER-TEXT
           MOVE 0                   TO W-NUMBER-DIGITS

           IF      FUNCTION TEST-NUMVAL(W-NUMBER-TEXT) NOT = 0
           OR      W-NUMBER-TEXT = SPACES
               DISPLAY 'GDGMAINT ' W-CARD-KEYWORD ' must be a '
                   'number: ' W-NUMBER-TEXT
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1180-EXIT
           END-IF

           COMPUTE W-NUMBER-DIGITS =
               FUNCTION NUMVAL(W-NUMBER-TEXT)
           .
       SUB-1180-EXIT.
           EXIT.
      /
       SUB-1300-CHECK-DECK.
      *----------------------

      **** A BASE NAME CARRYING A RELATIVE SUFFIX IS A DATASET CARD
      **** PUT IN THE WRONG PLACE, NOT A BASE.

           IF      W-BASE NOT = SPACES
               MOVE 0               TO W-SCAN-DX
               INSPECT W-BASE TALLYING W-SCAN-DX FOR ALL '('
               IF      W-SCAN-DX > 0
                   DISPLAY 'GDGMAINT base name must not carry a '
                       'relative suffix: ' W-BASE
                   MOVE 16          TO RETURN-CODE
                   GO TO SUB-1300-EXIT
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN W-FUNC-SET
                   IF      W-CURRENT-NOT-GIVEN
                   OR      W-NEW-CURRENT = 0
                       DISPLAY 'GDGMAINT SET needs a CURRENT card '
                           'of 1-9999'
                       MOVE 16      TO RETURN-CODE
                   END-IF

               WHEN W-FUNC-ROLL
               WHEN W-FUNC-DELETE
               WHEN W-FUNC-LIST
               WHEN W-FUNC-RECONCILE
                   IF      W-CURRENT-GIVEN
                   OR      W-LIMIT-GIVEN
                       DISPLAY 'GDGMAINT ' W-FUNCTION ' takes no '
                           'CURRENT or LIMIT card'
                       MOVE 16      TO RETURN-CODE
                   END-IF
           END-EVALUATE
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-2000-LIST.
      *-----------------

           PERFORM SUB-2050-OPEN-REGISTRY THRU SUB-2050-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-2000-EXIT
           END-IF

           IF      W-REGISTRY-ABSENT
               DISPLAY 'GDGMAINT (registry is empty)'
               GO TO SUB-2000-EXIT
           END-IF

           DISPLAY 'GDGMAINT   BASE                                '
               'CURRENT LIMIT WRAPPED UPDATED    CURRENT DATASET'

           PERFORM SUB-2100-READ-REGISTRY THRU SUB-2100-EXIT

           PERFORM SUB-2200-LIST-RECORD THRU SUB-2200-EXIT
               UNTIL W-GDG-EOF

           CLOSE GDG-BASE-FILE

           IF      W-LISTED-COUNT = 0
           AND     W-BASE NOT = SPACES
               DISPLAY 'GDGMAINT base not registered: ' W-BASE
               MOVE 4               TO RETURN-CODE
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2050-OPEN-REGISTRY.
      *---------------------------

      **** A REGISTRY THAT DOES NOT EXIST YET IS JUST EMPTY -- THE
      **** FIRST DEFINE CREATES IT.

           SET  W-REGISTRY-PRESENT  TO TRUE

           OPEN INPUT GDG-BASE-FILE

           IF      W-GDG-FILE-STATUS = '35'
               SET  W-REGISTRY-ABSENT
                                    TO TRUE
               GO TO SUB-2050-EXIT
           END-IF

           IF      W-GDG-FILE-STATUS NOT = '00'
               DISPLAY 'GDGMAINT unable to open GDGBASES - status '
                   W-GDG-FILE-STATUS
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-2050-EXIT.
           EXIT.
      /
       SUB-2100-READ-REGISTRY.
      *---------------------------

           READ GDG-BASE-FILE
               AT END
                   SET  W-GDG-EOF   TO TRUE
           END-READ
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-LIST-RECORD.
      *------------------------

      **** RECORDS WRITTEN BEFORE THE LIMIT, WRAP AND UPDATED
      **** COLUMNS EXISTED SHOW THOSE COLUMNS BLANK.

           IF      GDG-REC-BASE = SPACES
           OR      GDG-REC-CURRENT NOT NUMERIC
               GO TO SUB-2200-NEXT
           END-IF

           IF      W-BASE NOT = SPACES
           AND     GDG-REC-BASE NOT = W-BASE
               GO TO SUB-2200-NEXT
           END-IF

           ADD  1                   TO W-LISTED-COUNT

           MOVE GDG-REC-BASE        TO W-NAME-BASE
           MOVE GDG-REC-CURRENT     TO W-NAME-GEN
           PERFORM SUB-7300-BUILD-NAME THRU SUB-7300-EXIT

           IF      GDG-REC-CURRENT = 0
               MOVE '(none yet)'    TO W-NAME-RESULT
           END-IF

           DISPLAY 'GDGMAINT   ' GDG-REC-BASE ' ' GDG-REC-CURRENT
               '    ' GDG-REC-LIMIT '   '
               GDG-REC-WRAPPED '       ' GDG-REC-UPDATED ' '
               W-NAME-RESULT
           .
       SUB-2200-NEXT.

           PERFORM SUB-2100-READ-REGISTRY THRU SUB-2100-EXIT
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-3000-UPDATE.
      *-------------------

      **** PASS 1: COPY THE REGISTRY TO GDGWORK UNCHANGED, COUNTING
      **** THE TARGET BASE'S ENTRIES.

           PERFORM SUB-2050-OPEN-REGISTRY THRU SUB-2050-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-3000-EXIT
           END-IF

           OPEN OUTPUT WORK-FILE

           IF      W-WRK-FILE-STATUS NOT = '00'
               DISPLAY 'GDGMAINT unable to open GDGWORK - status '
                   W-WRK-FILE-STATUS
               IF      W-REGISTRY-PRESENT
                   CLOSE GDG-BASE-FILE
               END-IF
               MOVE 16              TO RETURN-CODE
               GO TO SUB-3000-EXIT
           END-IF

           IF      W-REGISTRY-PRESENT
               PERFORM SUB-2100-READ-REGISTRY THRU SUB-2100-EXIT
               PERFORM SUB-3100-COPY-RECORD THRU SUB-3100-EXIT
                   UNTIL W-GDG-EOF
               CLOSE GDG-BASE-FILE
           END-IF

           CLOSE WORK-FILE

           IF      W-FUNC-DEFINE
           AND     W-MATCH-COUNT > 0
               DISPLAY 'GDGMAINT base already registered: ' W-BASE
                   ' - use SET'
               MOVE 8               TO RETURN-CODE
               GO TO SUB-3000-EXIT
           END-IF

           IF      NOT W-FUNC-DEFINE
           AND     W-MATCH-COUNT = 0
               DISPLAY 'GDGMAINT base not registered: ' W-BASE
               MOVE 4               TO RETURN-CODE
               GO TO SUB-3000-EXIT
           END-IF

           PERFORM SUB-3200-REWRITE-REGISTRY THRU SUB-3200-EXIT

           IF      RETURN-CODE = 0
               PERFORM SUB-4000-WRITE-AUDIT THRU SUB-4000-EXIT
           END-IF
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-COPY-RECORD.
      *------------------------

           ADD  1                   TO W-READ-COUNT

           IF      GDG-REC-BASE = W-BASE
               ADD  1               TO W-MATCH-COUNT
           END-IF

           WRITE WORK-RECORD      FROM GDG-BASE-RECORD

           PERFORM SUB-2100-READ-REGISTRY THRU SUB-2100-EXIT
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3200-REWRITE-REGISTRY.
      *------------------------------

      **** PASS 2: WRITE EVERY RECORD BACK, CHANGING OR DROPPING THE
      **** TARGET BASE'S ENTRY IN PLACE; A NEW BASE GOES ON THE END.

           OPEN INPUT WORK-FILE

           IF      W-WRK-FILE-STATUS NOT = '00'
               DISPLAY 'GDGMAINT unable to reopen GDGWORK - status '
                   W-WRK-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-3200-EXIT
           END-IF

           OPEN OUTPUT GDG-BASE-FILE

           IF      W-GDG-FILE-STATUS NOT = '00'
               DISPLAY 'GDGMAINT unable to rewrite GDGBASES - '
                   'status ' W-GDG-FILE-STATUS
               CLOSE WORK-FILE
               MOVE 16              TO RETURN-CODE
               GO TO SUB-3200-EXIT
           END-IF

           PERFORM SUB-3210-READ-WORK THRU SUB-3210-EXIT

           PERFORM SUB-3220-COPY-BACK THRU SUB-3220-EXIT
               UNTIL W-WRK-EOF

           CLOSE WORK-FILE

           IF      W-FUNC-DEFINE
               MOVE SPACES          TO GDG-BASE-RECORD
               MOVE W-BASE          TO GDG-REC-BASE
               MOVE W-NEW-CURRENT   TO GDG-REC-CURRENT
               MOVE W-NEW-LIMIT     TO GDG-REC-LIMIT
               MOVE 'N'             TO GDG-REC-WRAPPED
               MOVE W-TODAY         TO GDG-REC-UPDATED
               WRITE GDG-BASE-RECORD
               MOVE GDG-REC-CURRENT TO W-NEW-GEN
               MOVE GDG-REC-LIMIT   TO W-AUDIT-LIMIT
               DISPLAY 'GDGMAINT defined ' W-BASE ' at generation '
                   W-NEW-GEN ' limit ' W-AUDIT-LIMIT
           END-IF

           CLOSE GDG-BASE-FILE
           .
       SUB-3200-EXIT.
           EXIT.
      /
       SUB-3210-READ-WORK.
      *----------------------

           READ WORK-FILE
               AT END
                   SET  W-WRK-EOF   TO TRUE
           END-READ
           .
       SUB-3210-EXIT.
           EXIT.
      /
       SUB-3220-COPY-BACK.
      *----------------------

           MOVE WORK-RECORD         TO GDG-BASE-RECORD

           IF      GDG-REC-BASE = W-BASE
               PERFORM SUB-3230-APPLY-CHANGE THRU SUB-3230-EXIT
           ELSE
               WRITE GDG-BASE-RECORD
           END-IF

           PERFORM SUB-3210-READ-WORK THRU SUB-3210-EXIT
           .
       SUB-3220-EXIT.
           EXIT.
      /
       SUB-3230-APPLY-CHANGE.
      *-------------------------

      **** AN ENTRY WRITTEN BEFORE THE LIMIT AND WRAP COLUMNS
      **** EXISTED PICKS UP THE DEFAULTS THE FIRST TIME IT CHANGES.

           MOVE GDG-REC-CURRENT     TO W-OLD-GEN

           IF      GDG-REC-LIMIT NOT NUMERIC
           OR      GDG-REC-LIMIT = 0
               MOVE 255             TO GDG-REC-LIMIT
           END-IF

           IF      GDG-REC-WRAPPED NOT = 'Y'
               MOVE 'N'             TO GDG-REC-WRAPPED
           END-IF

           MOVE SPACE               TO GDG-REC-SEP-2
                                       GDG-REC-SEP-3
                                       GDG-REC-SEP-4

           EVALUATE TRUE
               WHEN W-FUNC-DELETE
                   MOVE GDG-REC-LIMIT
                                    TO W-AUDIT-LIMIT
                   DISPLAY 'GDGMAINT removed ' W-BASE
                       ' at generation ' W-OLD-GEN
                   GO TO SUB-3230-EXIT

      **** THE ABSOLUTE GENERATION NUMBER RUNS 0001-9999 AND THEN
      **** STARTS AGAIN AT 0001, AS THE CATALOG DOES.

               WHEN W-FUNC-ROLL
                   IF      GDG-REC-CURRENT = 9999
                       MOVE 1       TO GDG-REC-CURRENT
                       MOVE 'Y'     TO GDG-REC-WRAPPED
                   ELSE
                       ADD  1       TO GDG-REC-CURRENT
                   END-IF

               WHEN W-FUNC-SET
                   MOVE W-NEW-CURRENT
                                    TO GDG-REC-CURRENT
                   IF      W-LIMIT-GIVEN
                       MOVE W-NEW-LIMIT
                                    TO GDG-REC-LIMIT
                   END-IF
           END-EVALUATE

           MOVE W-TODAY             TO GDG-REC-UPDATED
           WRITE GDG-BASE-RECORD

           MOVE GDG-REC-CURRENT     TO W-NEW-GEN
           MOVE GDG-REC-LIMIT       TO W-AUDIT-LIMIT

           MOVE GDG-REC-BASE        TO W-NAME-BASE
           MOVE GDG-REC-CURRENT     TO W-NAME-GEN
           PERFORM SUB-7300-BUILD-NAME THRU SUB-7300-EXIT

           DISPLAY 'GDGMAINT ' W-FUNCTION ' ' W-BASE
           DISPLAY 'GDGMAINT   generation ' W-OLD-GEN ' -> '
               W-NEW-GEN ', BASE(0) is now ' W-NAME-RESULT
           .
       SUB-3230-EXIT.
           EXIT.
      /
       SUB-4000-WRITE-AUDIT.
      *------------------------

      **** ONE AUDIT LINE PER CHANGE, APPENDED THE SAME WAY STATWRT
      **** TREATS GCUSTAT, SO THE LINE SURVIVES WHATEVER THE JOB
      **** DOES NEXT.

           MOVE FUNCTION CURRENT-DATE
                                    TO W-CURRENT-DATE

           MOVE SPACES              TO AUDIT-RECORD

           STRING W-CURRENT-DATE-YYYY   '-'
                  W-CURRENT-DATE-MM     '-'
                  W-CURRENT-DATE-DD     ' '
                  W-CURRENT-TIME-HH     ':'
                  W-CURRENT-TIME-MM     ':'
                  W-CURRENT-TIME-SS
               DELIMITED BY SIZE INTO AUD-REC-TIMESTAMP
           END-STRING

           MOVE W-FUNCTION          TO AUD-REC-ACTION
           MOVE W-BASE              TO AUD-REC-BASE
           MOVE W-OLD-GEN           TO AUD-REC-OLD-GEN
           MOVE W-NEW-GEN           TO AUD-REC-NEW-GEN
           MOVE W-AUDIT-LIMIT       TO AUD-REC-LIMIT
           MOVE 'GDGMAINT'          TO AUD-REC-JOB
           MOVE W-REASON            TO AUD-REC-REASON

           PERFORM SUB-4050-OPEN-FOR-APPEND THRU SUB-4050-EXIT

           IF      W-AUD-FILE-STATUS = '00'
               WRITE AUDIT-RECORD
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY 'GDGMAINT unable to append the audit line - '
                   'status ' W-AUD-FILE-STATUS
           END-IF
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-4050-OPEN-FOR-APPEND.
      *-----------------------------

      **** OPEN THE AUDIT DATASET FOR APPEND UNDER CONCURRENT
      **** WRITERS: RETRY A BUSY EXTEND, CREATE ONLY WHEN THE
      **** DATASET DOES NOT EXIST, NEVER TRUNCATE A LIVE FILE.

           MOVE 0                   TO W-OPEN-TRY

           OPEN EXTEND AUDIT-FILE

           PERFORM SUB-4060-RETRY-OPEN THRU SUB-4060-EXIT
               UNTIL W-AUD-FILE-STATUS = '00'
                  OR W-AUD-FILE-STATUS = '35'
                  OR W-OPEN-TRY >= W-OPEN-TRY-MAX

           IF      W-AUD-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF
           .
       SUB-4050-EXIT.
           EXIT.
      /
       SUB-4060-RETRY-OPEN.
      *-----------------------

           ADD  1                   TO W-OPEN-TRY

           PERFORM SUB-4070-SPIN THRU SUB-4070-EXIT
               VARYING W-SPIN-DX FROM 1 BY 1
                 UNTIL W-SPIN-DX > 10000

           OPEN EXTEND AUDIT-FILE
           .
       SUB-4060-EXIT.
           EXIT.
      /
       SUB-4070-SPIN.
      *-----------------

           COMPUTE W-SPIN-SINK = W-SPIN-DX + W-OPEN-TRY
           .
       SUB-4070-EXIT.
           EXIT.
      /
       SUB-5000-SHUT-DOWN.
      *-------------------

           IF      RETURN-CODE = 16
               DISPLAY 'GDGMAINT completed with errors'
               GO TO SUB-5000-EXIT
           END-IF

           DISPLAY 'GDGMAINT function   : ' W-FUNCTION
           DISPLAY 'GDGMAINT base       : ' W-BASE

           EVALUATE TRUE
               WHEN W-FUNC-LIST
                   DISPLAY 'GDGMAINT bases listed   : '
                       W-LISTED-COUNT
               WHEN W-FUNC-RECONCILE
                   DISPLAY 'GDGMAINT audit records read : '
                       W-CTL-READ-COUNT
                   DISPLAY 'GDGMAINT bases in step      : '
                       W-IN-STEP-COUNT
                   DISPLAY 'GDGMAINT bases drifted      : '
                       W-DRIFT-COUNT
                   DISPLAY 'GDGMAINT bases not yet used : '
                       W-EMPTY-COUNT
               WHEN OTHER
                   DISPLAY 'GDGMAINT records read   : ' W-READ-COUNT
                   DISPLAY 'GDGMAINT records matched: '
                       W-MATCH-COUNT
           END-EVALUATE

           DISPLAY 'GDGMAINT completed'
           .
       SUB-5000-EXIT.
           EXIT.
      /
       SUB-6000-RECONCILE.
      *----------------------

      **** LOAD THE REGISTRY, FOLD IN THE AUDIT TRAIL, THEN REPORT
      **** EACH BASE.  A BASE AT GENERATION 0 HAS NOTHING TO CHECK.

           PERFORM SUB-2050-OPEN-REGISTRY THRU SUB-2050-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-6000-EXIT
           END-IF

           IF      W-REGISTRY-ABSENT
               DISPLAY 'GDGMAINT (registry is empty)'
               GO TO SUB-6000-EXIT
           END-IF

           PERFORM SUB-2100-READ-REGISTRY THRU SUB-2100-EXIT

           PERFORM SUB-6100-LOAD-BASE THRU SUB-6100-EXIT
               UNTIL W-GDG-EOF OR RETURN-CODE NOT = 0

           CLOSE GDG-BASE-FILE

           IF      RETURN-CODE NOT = 0
               GO TO SUB-6000-EXIT
           END-IF

           OPEN INPUT CRC-CONTROL-FILE

           IF      W-CTL-FILE-STATUS NOT = '00'
               DISPLAY 'GDGMAINT CRCCTL not available (status '
                   W-CTL-FILE-STATUS ') - no generation has been '
                   'checked'
           ELSE
               PERFORM SUB-6200-READ-CONTROL THRU SUB-6200-EXIT
               PERFORM SUB-6300-TAKE-CONTROL THRU SUB-6300-EXIT
                   UNTIL W-CTL-EOF
               CLOSE CRC-CONTROL-FILE
           END-IF

           DISPLAY 'GDGMAINT ================================='
               '==============='
           DISPLAY 'GDGMAINT GDGBASES RECONCILIATION AGAINST CRCCTL '
               'AS OF ' W-TODAY
           DISPLAY 'GDGMAINT ================================='
               '==============='

           PERFORM SUB-6400-REPORT-BASE THRU SUB-6400-EXIT
               VARYING W-B-DX FROM 1 BY 1
                 UNTIL W-B-DX > W-BSE-COUNT

           IF      W-DRIFT-COUNT > 0
               MOVE 4               TO RETURN-CODE
           END-IF
           .
       SUB-6000-EXIT.
           EXIT.
      /
       SUB-6100-LOAD-BASE.
      *----------------------

           IF      GDG-REC-BASE = SPACES
           OR      GDG-REC-CURRENT NOT NUMERIC
               GO TO SUB-6100-NEXT
           END-IF

           IF      W-BSE-COUNT >= W-BSE-MAX
               DISPLAY 'GDGMAINT base table full at ' W-BSE-MAX
               MOVE 16              TO RETURN-CODE
               GO TO SUB-6100-EXIT
           END-IF

           ADD  1                   TO W-BSE-COUNT
           SET  W-B-DX              TO W-BSE-COUNT

           MOVE GDG-REC-BASE        TO BSE-BASE(W-B-DX)
                                       W-NAME-BASE
           MOVE GDG-REC-CURRENT     TO BSE-CURRENT(W-B-DX)
                                       W-NAME-GEN
           PERFORM SUB-7300-BUILD-NAME THRU SUB-7300-EXIT
           MOVE W-NAME-LEN          TO BSE-LEN(W-B-DX)
           MOVE W-NAME-RESULT       TO BSE-NAME(W-B-DX)
           SET  BSE-CURRENT-NOT-SEEN(W-B-DX)
                                    TO TRUE
           MOVE SPACES              TO BSE-LATEST-NAME(W-B-DX)
                                       BSE-LATEST-DATE(W-B-DX)
           .
       SUB-6100-NEXT.

           PERFORM SUB-2100-READ-REGISTRY THRU SUB-2100-EXIT
           .
       SUB-6100-EXIT.
           EXIT.
      /
       SUB-6200-READ-CONTROL.
      *-------------------------

           READ CRC-CONTROL-FILE
               AT END
                   SET  W-CTL-EOF   TO TRUE
           END-READ
           .
       SUB-6200-EXIT.
           EXIT.
      /
       SUB-6300-TAKE-CONTROL.
      *-------------------------

           ADD  1                   TO W-CTL-READ-COUNT

      **** A CHAIN ANCHOR LEFT BY CRCPURGE IS NOT A CHECK.

           IF      CTL-REC-VARIANT = 'ANCHOR'
               GO TO SUB-6300-NEXT
           END-IF

           PERFORM SUB-6310-MATCH-BASE THRU SUB-6310-EXIT
               VARYING W-B-DX FROM 1 BY 1
                 UNTIL W-B-DX > W-BSE-COUNT
           .
       SUB-6300-NEXT.

           PERFORM SUB-6200-READ-CONTROL THRU SUB-6200-EXIT
           .
       SUB-6300-EXIT.
           EXIT.
      /
       SUB-6310-MATCH-BASE.
      *-----------------------

      **** ANY GENERATION OF THE BASE -- BASE.GNNNNV00 -- IS NOTED AS
      **** THE LATEST SEEN; THE AUDIT TRAIL IS APPEND-ONLY, SO THE
      **** LAST ONE READ IS THE MOST RECENT.

           IF      CTL-REC-DATASET(1:BSE-LEN(W-B-DX) + 2)
                       NOT = BSE-NAME(W-B-DX)(1:BSE-LEN(W-B-DX) + 2)
               GO TO SUB-6310-EXIT
           END-IF

           IF      CTL-REC-DATASET(BSE-LEN(W-B-DX) + 3:4) NOT NUMERIC
           OR      CTL-REC-DATASET(BSE-LEN(W-B-DX) + 7:3) NOT = 'V00'
           OR      CTL-REC-DATASET(BSE-LEN(W-B-DX) + 10:1) NOT = SPACE
               GO TO SUB-6310-EXIT
           END-IF

           MOVE CTL-REC-DATASET     TO BSE-LATEST-NAME(W-B-DX)
           MOVE CTL-REC-DATE        TO BSE-LATEST-DATE(W-B-DX)

           IF      CTL-REC-DATASET = BSE-NAME(W-B-DX)
               SET  BSE-CURRENT-SEEN(W-B-DX)
                                    TO TRUE
           END-IF
           .
       SUB-6310-EXIT.
           EXIT.
      /
       SUB-6400-REPORT-BASE.
      *------------------------

           IF      BSE-CURRENT(W-B-DX) = 0
               ADD  1               TO W-EMPTY-COUNT
               DISPLAY 'GDGMAINT EMPTY    ' BSE-BASE(W-B-DX)
                   ' no generation created yet'
               GO TO SUB-6400-EXIT
           END-IF

           IF      BSE-CURRENT-SEEN(W-B-DX)
               ADD  1               TO W-IN-STEP-COUNT
               DISPLAY 'GDGMAINT OK       ' BSE-NAME(W-B-DX)
               GO TO SUB-6400-EXIT
           END-IF

           ADD  1                   TO W-DRIFT-COUNT
           DISPLAY 'GDGMAINT DRIFT    ' BSE-NAME(W-B-DX)
           DISPLAY 'GDGMAINT   registered current generation has no '
               'CRCCTL audit record'

           IF      BSE-LATEST-NAME(W-B-DX) = SPACES
               DISPLAY 'GDGMAINT   no generation of the base has '
                   'ever been checked'
           ELSE
               DISPLAY 'GDGMAINT   latest checked: '
                   BSE-LATEST-NAME(W-B-DX) ' on '
                   BSE-LATEST-DATE(W-B-DX)
           END-IF
           .
       SUB-6400-EXIT.
           EXIT.
      /
       SUB-7300-BUILD-NAME.
      *-----------------------

      **** BASE.GNNNNV00 FROM W-NAME-BASE AND W-NAME-GEN, AS GDGRES
      **** BUILDS IT.

           MOVE 0                   TO W-NAME-LEN

           PERFORM SUB-7310-SIZE-BASE THRU SUB-7310-EXIT
               VARYING W-SCAN-DX FROM 1 BY 1
                 UNTIL W-SCAN-DX > 35

           MOVE SPACES              TO W-NAME-RESULT

           STRING W-NAME-BASE(1:W-NAME-LEN)
                  '.G'
                  W-NAME-GEN
                  'V00'
               DELIMITED BY SIZE INTO W-NAME-RESULT
           END-STRING
           .
       SUB-7300-EXIT.
           EXIT.
      /
       SUB-7310-SIZE-BASE.
      *----------------------

           IF      W-NAME-BASE(W-SCAN-DX:1) NOT = SPACE
               MOVE W-SCAN-DX       TO W-NAME-LEN
           END-IF
           .
       SUB-7310-EXIT.
           EXIT.
