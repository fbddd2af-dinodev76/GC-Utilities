      *=========================== OWNMAINT ============================*
      * Authors: Brian D Pead
      *
      * Description: Maintenance for the OWNERS registry that
      *              ALERTGEN routes verification failures by.  Each
      *              entry maps a dataset-name prefix to the team
      *              that owns the data, the address the first
      *              notification goes to, a second address to
      *              escalate to and the number of minutes a failure
      *              may stay unresolved before it is escalated.  The
      *              longest prefix that matches a dataset name wins;
      *              a prefix of * is the catch-all entry for data no
      *              other entry claims -- normally the utilities
      *              on-call.
      *
      *              The first SYSIN card gives the function -- ADD,
      *              REPLACE, DELETE or LIST -- and the prefix.
      *              Every value is checked before the registry is
      *              touched, updates run through the OWNWORK copy-
      *              and-rewrite pattern SCHMAINT uses on VERIFSCH,
      *              and every change appends one audit line to
      *              OWNAUDIT naming who asked for it.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-24  1.0      First release
      *================================================================*

       PROCESS TRUNC(BIN)

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 OWNMAINT.

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

           SELECT OWNERS-FILE
               ASSIGN TO           'OWNERS'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-OWN-FILE-STATUS.

           SELECT WORK-FILE
               ASSIGN TO           'OWNWORK'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-WRK-FILE-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO           'OWNAUDIT'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-AUD-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  SYSIN-FILE.

       01  SYSIN-RECORD                PIC X(80).

       FD  OWNERS-FILE.

       01  OWNERS-RECORD.
           05  OWN-REC-PREFIX          PIC X(44).
           05  OWN-REC-SEP-1           PIC X(01).
           05  OWN-REC-TEAM            PIC X(16).
           05  OWN-REC-SEP-2           PIC X(01).
           05  OWN-REC-CONTACT         PIC X(60).
           05  OWN-REC-SEP-3           PIC X(01).
           05  OWN-REC-ESCALATE        PIC X(60).
           05  OWN-REC-SEP-4           PIC X(01).
           05  OWN-REC-DELAY           PIC 9(04).

       FD  WORK-FILE.

       01  WORK-RECORD                 PIC X(188).

      **** ONE AUDIT LINE PER CHANGE: WHEN, WHAT, WHICH PREFIX, THE
      **** ENTRY AS IT NOW STANDS (BLANK FOR A DELETE), WHO ASKED
      **** FOR IT AND WHY.

       FD  AUDIT-FILE.

       01  AUDIT-RECORD.
           05  AUD-REC-TIMESTAMP       PIC X(19).
           05  AUD-REC-SEP-1           PIC X(01).
           05  AUD-REC-ACTION          PIC X(08).
           05  AUD-REC-SEP-2           PIC X(01).
           05  AUD-REC-PREFIX          PIC X(44).
           05  AUD-REC-SEP-3           PIC X(01).
           05  AUD-REC-TEAM            PIC X(16).
           05  AUD-REC-SEP-4           PIC X(01).
           05  AUD-REC-CONTACT         PIC X(60).
           05  AUD-REC-SEP-5           PIC X(01).
           05  AUD-REC-ESCALATE        PIC X(60).
           05  AUD-REC-SEP-6           PIC X(01).
           05  AUD-REC-DELAY           PIC X(04).
           05  AUD-REC-SEP-7           PIC X(01).
           05  AUD-REC-REQUESTER       PIC X(08).
           05  AUD-REC-SEP-8           PIC X(01).
           05  AUD-REC-JOB             PIC X(08).
           05  AUD-REC-SEP-9           PIC X(01).
           05  AUD-REC-REASON          PIC X(40).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-SYSIN-FILE-STATUS      PIC X(02).
       01  W-OWN-FILE-STATUS        PIC X(02).
       01  W-WRK-FILE-STATUS        PIC X(02).
       01  W-AUD-FILE-STATUS        PIC X(02).

       01  W-FUNCTION               PIC X(10).
           88  W-FUNC-ADD                           VALUE 'ADD'.
           88  W-FUNC-REPLACE                       VALUE 'REPLACE'.
           88  W-FUNC-DELETE                        VALUE 'DELETE'.
           88  W-FUNC-LIST                          VALUE 'LIST'.
           88  W-FUNC-VALID                         VALUES 'ADD'
                                                       'REPLACE'
                                                        'DELETE'
                                                          'LIST'.

       01  W-PREFIX                 PIC X(44).
       01  W-CARD-KEYWORD           PIC X(12).

       01  W-TEAM                   PIC X(16)       VALUE SPACES.
       01  W-CONTACT                PIC X(60)       VALUE SPACES.
       01  W-ESCALATE               PIC X(60)       VALUE SPACES.

       01  W-NUMBER-TEXT            PIC X(05).
       01  W-NUMBER-DIGITS          PIC 9(05).

       01  W-DELAY                  PIC 9(04)       VALUE 0.
       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-DELAY-GIVEN                        VALUE 'Y'.
           88  W-DELAY-NOT-GIVEN                    VALUE 'N'.

       01  W-REQUESTER              PIC X(08)       VALUE SPACES.
       01  W-REASON                 PIC X(40)       VALUE SPACES.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-SYSIN-EOF                          VALUE 'Y'.
           88  W-SYSIN-NOT-EOF                      VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-OWN-EOF                            VALUE 'Y'.
           88  W-OWN-NOT-EOF                        VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-WRK-EOF                            VALUE 'Y'.
           88  W-WRK-NOT-EOF                        VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-OWNERS-ABSENT                      VALUE 'Y'.
           88  W-OWNERS-PRESENT                     VALUE 'N'.

       01  W-READ-COUNT             PIC 9(09)  COMP VALUE 0.
       01  W-MATCH-COUNT            PIC 9(09)  COMP VALUE 0.
       01  W-LISTED-COUNT           PIC 9(09)  COMP VALUE 0.
       01  W-OTHER-COUNT            PIC 9(09)  COMP VALUE 0.

      **** THE AUDIT APPEND IS SERIALIZED BY BOUNDED RETRY: A BUSY
      **** EXTEND OPEN IS RETRIED AFTER A SHORT SPIN, AND AN OUTPUT
      **** OPEN -- WHICH WOULD TRUNCATE THE AUDIT HISTORY -- IS
      **** TAKEN ONLY WHEN THE DATASET DOES NOT EXIST YET (STATUS
      **** 35), SO A CONCURRENT MAINTENANCE JOB CANNOT WIPE IT.

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

           DISPLAY 'OWNMAINT compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

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

      **** THE FIRST CARD GIVES THE FUNCTION IN COLUMNS 1-10 (ADD,
      **** REPLACE, DELETE OR LIST) AND THE PREFIX IN COLUMNS 12-55.
      **** LIST WITH A BLANK PREFIX LISTS THE WHOLE REGISTRY.  THE
      **** REMAINING CARDS CARRY A KEYWORD IN COLUMNS 1-10 AND ITS
      **** VALUE FROM COLUMN 12 -- TEAM, CONTACT (THE FIRST ADDRESS
      **** NOTIFIED), ESCALATE (THE SECOND), DELAY (MINUTES BEFORE
      **** AN UNRESOLVED FAILURE IS ESCALATED), REQUESTER (THE USER
      **** ID ASKING FOR THE CHANGE) AND REASON (FREE TEXT FOR THE
      **** AUDIT TRAIL).

           OPEN INPUT SYSIN-FILE

           READ SYSIN-FILE
               AT END
                   DISPLAY 'OWNMAINT SYSIN is empty - no function '
                       'card'
                   MOVE 16          TO RETURN-CODE
           END-READ

           IF      RETURN-CODE NOT = 0
               CLOSE SYSIN-FILE
               GO TO SUB-1100-EXIT
           END-IF

           MOVE SYSIN-RECORD(1:10)  TO W-FUNCTION
           MOVE SYSIN-RECORD(12:44) TO W-PREFIX

           IF      NOT W-FUNC-VALID
               DISPLAY 'OWNMAINT function must be ADD, REPLACE, '
                   'DELETE or LIST: ' W-FUNCTION
               MOVE 16              TO RETURN-CODE
               CLOSE SYSIN-FILE
               GO TO SUB-1100-EXIT
           END-IF

           IF      NOT W-FUNC-LIST
           AND     W-PREFIX = SPACES
               DISPLAY 'OWNMAINT ' W-FUNCTION ' needs a dataset '
                   'prefix'
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
               WHEN 'TEAM'
                   MOVE SYSIN-RECORD(12:16)
                                    TO W-TEAM

               WHEN 'CONTACT'
                   MOVE SYSIN-RECORD(12:60)
                                    TO W-CONTACT

               WHEN 'ESCALATE'
                   MOVE SYSIN-RECORD(12:60)
                                    TO W-ESCALATE

               WHEN 'DELAY'
                   PERFORM SUB-1160-CHECK-DELAY THRU SUB-1160-EXIT

               WHEN 'REQUESTER'
                   MOVE SYSIN-RECORD(12:8)
                                    TO W-REQUESTER

               WHEN 'REASON'
                   MOVE SYSIN-RECORD(12:40)
                                    TO W-REASON

               WHEN SPACES
                   CONTINUE

               WHEN OTHER
                   DISPLAY 'OWNMAINT unknown SYSIN card: '
                       W-CARD-KEYWORD
                   MOVE 16          TO RETURN-CODE
           END-EVALUATE
           .
       SUB-1150-EXIT.
           EXIT.
      /
       SUB-1160-CHECK-DELAY.
      *------------------------

           MOVE SYSIN-RECORD(12:5)  TO W-NUMBER-TEXT
           MOVE 0                   TO W-NUMBER-DIGITS

           IF      FUNCTION TEST-NUMVAL(W-NUMBER-TEXT) NOT = 0
           OR      W-NUMBER-TEXT = SPACES
               DISPLAY 'OWNMAINT DELAY must be a number: '
                   W-NUMBER-TEXT
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1160-EXIT
           END-IF

           COMPUTE W-NUMBER-DIGITS =
               FUNCTION NUMVAL(W-NUMBER-TEXT)

           IF      W-NUMBER-DIGITS = 0
           OR      W-NUMBER-DIGITS > 9999
               DISPLAY 'OWNMAINT DELAY must be 1-9999 minutes'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1160-EXIT
           END-IF

           MOVE W-NUMBER-DIGITS     TO W-DELAY
           SET  W-DELAY-GIVEN       TO TRUE
           .
       SUB-1160-EXIT.
           EXIT.
      /
       SUB-1300-CHECK-DECK.
      *----------------------

      **** CROSS-CHECK THE CARDS AGAINST THE FUNCTION.  EVERY CHANGE
      **** MUST NAME ITS REQUESTER -- THAT IS THE POINT OF THE AUDIT
      **** TRAIL.

           IF      W-FUNC-LIST
               GO TO SUB-1300-EXIT
           END-IF

           IF      W-REQUESTER = SPACES
               DISPLAY 'OWNMAINT ' W-FUNCTION ' needs a REQUESTER '
                   'card naming who asked for the change'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1300-EXIT
           END-IF

           IF      W-FUNC-DELETE
               IF      W-TEAM NOT = SPACES
               OR      W-CONTACT NOT = SPACES
               OR      W-ESCALATE NOT = SPACES
               OR      W-DELAY-GIVEN
                   DISPLAY 'OWNMAINT DELETE takes no TEAM, CONTACT, '
                       'ESCALATE or DELAY'
                   MOVE 16          TO RETURN-CODE
               END-IF
               GO TO SUB-1300-EXIT
           END-IF

      **** ADD AND REPLACE STATE THE WHOLE ENTRY.  A FAILURE THAT
      **** CANNOT BE ROUTED TO ANYONE IS WORSE THAN NO ENTRY, SO THE
      **** TEAM AND FIRST CONTACT ARE REQUIRED.  ESCALATION IS
      **** OPTIONAL, BUT THE SECOND ADDRESS AND THE DELAY GO
      **** TOGETHER.

           IF      W-TEAM = SPACES
           OR      W-CONTACT = SPACES
               DISPLAY 'OWNMAINT ' W-FUNCTION ' needs TEAM and '
                   'CONTACT cards'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1300-EXIT
           END-IF

           IF      W-ESCALATE NOT = SPACES
           AND     W-DELAY-NOT-GIVEN
               DISPLAY 'OWNMAINT ESCALATE needs a DELAY card giving '
                   'the minutes to wait'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1300-EXIT
           END-IF

           IF      W-ESCALATE = SPACES
           AND     W-DELAY-GIVEN
               DISPLAY 'OWNMAINT DELAY needs an ESCALATE card naming '
                   'the second contact'
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-2000-LIST.
      *-----------------

           PERFORM SUB-2050-OPEN-OWNERS THRU SUB-2050-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-2000-EXIT
           END-IF

           IF      W-OWNERS-ABSENT
               DISPLAY 'OWNMAINT (registry is empty)'
               GO TO SUB-2000-EXIT
           END-IF

           PERFORM SUB-2100-READ-OWNERS THRU SUB-2100-EXIT

           PERFORM SUB-2200-LIST-RECORD THRU SUB-2200-EXIT
               UNTIL W-OWN-EOF

           CLOSE OWNERS-FILE

           IF      W-LISTED-COUNT = 0
           AND     W-PREFIX NOT = SPACES
               DISPLAY 'OWNMAINT prefix not registered: ' W-PREFIX
               MOVE 4               TO RETURN-CODE
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2050-OPEN-OWNERS.
      *-------------------------

      **** A REGISTRY THAT DOES NOT EXIST YET IS JUST EMPTY -- THE
      **** FIRST ADD CREATES IT.

           SET  W-OWNERS-PRESENT    TO TRUE

           OPEN INPUT OWNERS-FILE

           IF      W-OWN-FILE-STATUS = '35'
               SET  W-OWNERS-ABSENT TO TRUE
               GO TO SUB-2050-EXIT
           END-IF

           IF      W-OWN-FILE-STATUS NOT = '00'
               DISPLAY 'OWNMAINT unable to open OWNERS - status '
                   W-OWN-FILE-STATUS
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-2050-EXIT.
           EXIT.
      /
       SUB-2100-READ-OWNERS.
      *-------------------------

           READ OWNERS-FILE
               AT END
                   SET  W-OWN-EOF   TO TRUE
           END-READ
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-LIST-RECORD.
      *------------------------

      **** BLANK AND COMMENT LINES IN THE REGISTRY ARE NOT ENTRIES
      **** AND ARE NOT LISTED -- AN ENTRY ALWAYS HAS A TEAM AND A
      **** NUMERIC DELAY.

           IF      OWN-REC-PREFIX = SPACES
           OR      OWN-REC-TEAM = SPACES
           OR      OWN-REC-DELAY NOT NUMERIC
               GO TO SUB-2200-NEXT
           END-IF

           IF      W-PREFIX NOT = SPACES
           AND     OWN-REC-PREFIX NOT = W-PREFIX
               GO TO SUB-2200-NEXT
           END-IF

           ADD  1                   TO W-LISTED-COUNT

           DISPLAY 'OWNMAINT   ' OWN-REC-PREFIX ' ' OWN-REC-TEAM
           DISPLAY 'OWNMAINT       contact   ' OWN-REC-CONTACT

           IF      OWN-REC-ESCALATE = SPACES
               DISPLAY 'OWNMAINT       escalate  (none)'
           ELSE
               DISPLAY 'OWNMAINT       escalate  ' OWN-REC-ESCALATE
               DISPLAY 'OWNMAINT       after     ' OWN-REC-DELAY
                   ' minutes'
           END-IF
           .
       SUB-2200-NEXT.

           PERFORM SUB-2100-READ-OWNERS THRU SUB-2100-EXIT
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-3000-UPDATE.
      *-------------------

      **** PASS 1: COPY THE REGISTRY TO OWNWORK UNCHANGED, COUNTING
      **** THE TARGET PREFIX'S ENTRIES.

           PERFORM SUB-2050-OPEN-OWNERS THRU SUB-2050-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-3000-EXIT
           END-IF

           OPEN OUTPUT WORK-FILE

           IF      W-WRK-FILE-STATUS NOT = '00'
               DISPLAY 'OWNMAINT unable to open OWNWORK - status '
                   W-WRK-FILE-STATUS
               IF      W-OWNERS-PRESENT
                   CLOSE OWNERS-FILE
               END-IF
               MOVE 16              TO RETURN-CODE
               GO TO SUB-3000-EXIT
           END-IF

           IF      W-OWNERS-PRESENT
               PERFORM SUB-2100-READ-OWNERS THRU SUB-2100-EXIT
               PERFORM SUB-3100-COPY-RECORD THRU SUB-3100-EXIT
                   UNTIL W-OWN-EOF
               CLOSE OWNERS-FILE
           END-IF

           CLOSE WORK-FILE

           IF      W-FUNC-ADD
           AND     W-MATCH-COUNT > 0
               DISPLAY 'OWNMAINT prefix already registered: '
                   W-PREFIX ' - use REPLACE'
               MOVE 8               TO RETURN-CODE
               GO TO SUB-3000-EXIT
           END-IF

           IF      NOT W-FUNC-ADD
           AND     W-MATCH-COUNT = 0
               DISPLAY 'OWNMAINT prefix not registered: ' W-PREFIX
               MOVE 4               TO RETURN-CODE
               GO TO SUB-3000-EXIT
           END-IF

           PERFORM SUB-3200-REWRITE-OWNERS THRU SUB-3200-EXIT

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

           IF      OWN-REC-PREFIX = W-PREFIX
               ADD  1               TO W-MATCH-COUNT
           ELSE
               ADD  1               TO W-OTHER-COUNT
           END-IF

           WRITE WORK-RECORD      FROM OWNERS-RECORD

           PERFORM SUB-2100-READ-OWNERS THRU SUB-2100-EXIT
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3200-REWRITE-OWNERS.
      *----------------------------

      **** PASS 2: WRITE EVERY RECORD BACK, CHANGING OR DROPPING THE
      **** TARGET PREFIX'S ENTRY IN PLACE, SO THE REGISTRY KEEPS ITS
      **** ORDER AND ITS COMMENT LINES; A NEW ENTRY GOES ON THE END.

           OPEN INPUT WORK-FILE

           IF      W-WRK-FILE-STATUS NOT = '00'
               DISPLAY 'OWNMAINT unable to reopen OWNWORK - status '
                   W-WRK-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-3200-EXIT
           END-IF

           OPEN OUTPUT OWNERS-FILE

           IF      W-OWN-FILE-STATUS NOT = '00'
               DISPLAY 'OWNMAINT unable to rewrite OWNERS - status '
                   W-OWN-FILE-STATUS
               CLOSE WORK-FILE
               MOVE 16              TO RETURN-CODE
               GO TO SUB-3200-EXIT
           END-IF

           PERFORM SUB-3210-READ-WORK THRU SUB-3210-EXIT

           PERFORM SUB-3220-COPY-BACK THRU SUB-3220-EXIT
               UNTIL W-WRK-EOF

           CLOSE WORK-FILE

           IF      W-FUNC-ADD
               PERFORM SUB-3300-BUILD-ENTRY THRU SUB-3300-EXIT
               WRITE OWNERS-RECORD
               DISPLAY 'OWNMAINT registered ' W-PREFIX ' to ' W-TEAM
           END-IF

           CLOSE OWNERS-FILE
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

           MOVE WORK-RECORD         TO OWNERS-RECORD

           IF      OWN-REC-PREFIX = W-PREFIX
               PERFORM SUB-3230-APPLY-CHANGE THRU SUB-3230-EXIT
           ELSE
               WRITE OWNERS-RECORD
           END-IF

           PERFORM SUB-3210-READ-WORK THRU SUB-3210-EXIT
           .
       SUB-3220-EXIT.
           EXIT.
      /
       SUB-3230-APPLY-CHANGE.
      *-------------------------

           EVALUATE TRUE
               WHEN W-FUNC-DELETE
                   DISPLAY 'OWNMAINT removed ' OWN-REC-PREFIX
                       ' from the registry'

               WHEN W-FUNC-REPLACE
                   PERFORM SUB-3300-BUILD-ENTRY THRU SUB-3300-EXIT
                   WRITE OWNERS-RECORD
                   DISPLAY 'OWNMAINT replaced ' OWN-REC-PREFIX
                       ' - now ' W-TEAM
           END-EVALUATE
           .
       SUB-3230-EXIT.
           EXIT.
      /
       SUB-3300-BUILD-ENTRY.
      *------------------------

           MOVE SPACES              TO OWNERS-RECORD
           MOVE W-PREFIX            TO OWN-REC-PREFIX
           MOVE W-TEAM              TO OWN-REC-TEAM
           MOVE W-CONTACT           TO OWN-REC-CONTACT
           MOVE W-ESCALATE          TO OWN-REC-ESCALATE
           MOVE W-DELAY             TO OWN-REC-DELAY
           .
       SUB-3300-EXIT.
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
           MOVE W-PREFIX            TO AUD-REC-PREFIX

           IF      NOT W-FUNC-DELETE
               MOVE W-TEAM          TO AUD-REC-TEAM
               MOVE W-CONTACT       TO AUD-REC-CONTACT
               MOVE W-ESCALATE      TO AUD-REC-ESCALATE
               MOVE W-DELAY         TO AUD-REC-DELAY
           END-IF

           MOVE W-REQUESTER         TO AUD-REC-REQUESTER
           MOVE 'OWNMAINT'          TO AUD-REC-JOB
           MOVE W-REASON            TO AUD-REC-REASON

           PERFORM SUB-4050-OPEN-FOR-APPEND THRU SUB-4050-EXIT

           IF      W-AUD-FILE-STATUS = '00'
               WRITE AUDIT-RECORD
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY 'OWNMAINT unable to append the audit line - '
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
               DISPLAY 'OWNMAINT completed with errors'
               GO TO SUB-5000-EXIT
           END-IF

           DISPLAY 'OWNMAINT function   : ' W-FUNCTION
           DISPLAY 'OWNMAINT prefix     : ' W-PREFIX

           IF      W-FUNC-LIST
               DISPLAY 'OWNMAINT entries listed  : ' W-LISTED-COUNT
           ELSE
               DISPLAY 'OWNMAINT requester  : ' W-REQUESTER
               DISPLAY 'OWNMAINT records read   : ' W-READ-COUNT
               DISPLAY 'OWNMAINT records matched: ' W-MATCH-COUNT
           END-IF

           DISPLAY 'OWNMAINT completed'
           .
       SUB-5000-EXIT.
           EXIT.
