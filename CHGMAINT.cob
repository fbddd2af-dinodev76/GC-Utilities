      *=========================== CHGMAINT ============================*
      * Authors: Brian D Pead
      *
      * Description: Maintenance for the CHGREG registry of approved
      *              change tickets that CHGGATE holds the data-
      *              repair utilities to.  A ticket is held as one
      *              entry per dataset it permits -- an exact name,
      *              or a generic name ending in * -- each carrying
      *              the ticket's valid-from and valid-to dates and
      *              the user ID of whoever approved it.  ZAPFILE,
      *              FIXSWEEP, FLAGFIX and HEXLOAD RELOAD refuse to
      *              run under a ticket that does not name their
      *              dataset for the day they run.
      *
      *              The first SYSIN card gives the function -- ADD,
      *              REPLACE, DELETE or LIST -- and the ticket.
      *              Every value is checked before the registry is
      *              touched, updates run through the CHGWORK copy-
      *              and-rewrite pattern SCHMAINT uses on VERIFSCH,
      *              and every entry added, replaced or removed
      *              appends one audit line to CHGAUDIT naming who
      *              asked for it.  No one may approve their own
      *              request.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-25  1.0      First release
      *================================================================*

       PROCESS TRUNC(BIN)

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 CHGMAINT.

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

           SELECT CHGREG-FILE
               ASSIGN TO           'CHGREG'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-CHG-FILE-STATUS.

           SELECT WORK-FILE
               ASSIGN TO           'CHGWORK'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-WRK-FILE-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO           'CHGAUDIT'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-AUD-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  SYSIN-FILE.

       01  SYSIN-RECORD                PIC X(80).

       FD  CHGREG-FILE.

       01  CHGREG-RECORD.
           05  CHG-REC-TICKET          PIC X(12).
           05  CHG-REC-SEP-1           PIC X(01).
           05  CHG-REC-DATASET         PIC X(44).
           05  CHG-REC-SEP-2           PIC X(01).
           05  CHG-REC-VALID-FROM      PIC X(10).
           05  CHG-REC-SEP-3           PIC X(01).
           05  CHG-REC-VALID-TO        PIC X(10).
           05  CHG-REC-SEP-4           PIC X(01).
           05  CHG-REC-APPROVER        PIC X(08).

       FD  WORK-FILE.

       01  WORK-RECORD                 PIC X(88).

      **** ONE AUDIT LINE PER ENTRY ADDED, REPLACED OR REMOVED: WHEN,
      **** WHAT, WHICH TICKET AND DATASET, THE WINDOW AND APPROVER,
      **** WHO ASKED FOR IT AND WHY.

       FD  AUDIT-FILE.

       01  AUDIT-RECORD.
           05  AUD-REC-TIMESTAMP       PIC X(19).
           05  AUD-REC-SEP-1           PIC X(01).
           05  AUD-REC-ACTION          PIC X(08).
           05  AUD-REC-SEP-2           PIC X(01).
           05  AUD-REC-TICKET          PIC X(12).
           05  AUD-REC-SEP-3           PIC X(01).
           05  AUD-REC-DATASET         PIC X(44).
           05  AUD-REC-SEP-4           PIC X(01).
           05  AUD-REC-VALID-FROM      PIC X(10).
           05  AUD-REC-SEP-5           PIC X(01).
           05  AUD-REC-VALID-TO        PIC X(10).
           05  AUD-REC-SEP-6           PIC X(01).
           05  AUD-REC-APPROVER        PIC X(08).
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
       01  W-CHG-FILE-STATUS        PIC X(02).
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

       01  W-TICKET                 PIC X(12).
       01  W-CARD-KEYWORD           PIC X(12).

       01  W-VALID-FROM             PIC X(10)       VALUE SPACES.
       01  W-VALID-TO               PIC X(10)       VALUE SPACES.
       01  W-APPROVER               PIC X(08)       VALUE SPACES.
       01  W-REQUESTER              PIC X(08)       VALUE SPACES.
       01  W-REASON                 PIC X(40)       VALUE SPACES.

      **** THE DATASETS THE TICKET PERMITS, ONE DATASET CARD EACH.

       01  W-DATASET-MAX            PIC 9(04)  COMP VALUE 50.
       01  W-DATASET-COUNT          PIC 9(04)  COMP VALUE 0.
       01  W-DATASET-TABLE.
           05  W-DATASET            OCCURS 50       INDEXED W-D-DX
                                    PIC X(44).

       01  W-NEW-DATASET            PIC X(44).
       01  W-STAR-COUNT             PIC 9(04)  COMP.
       01  W-PREFIX-LEN             PIC 9(04)  COMP.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-SYSIN-EOF                          VALUE 'Y'.
           88  W-SYSIN-NOT-EOF                      VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-CHG-EOF                            VALUE 'Y'.
           88  W-CHG-NOT-EOF                        VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-WRK-EOF                            VALUE 'Y'.
           88  W-WRK-NOT-EOF                        VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-CHGREG-ABSENT                      VALUE 'Y'.
           88  W-CHGREG-PRESENT                     VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-NEW-ENTRIES-WRITTEN                VALUE 'Y'.
           88  W-NEW-ENTRIES-PENDING                VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-AUDIT-OPEN                         VALUE 'Y'.
           88  W-AUDIT-CLOSED                       VALUE 'N'.

       01  W-READ-COUNT             PIC 9(09)  COMP VALUE 0.
       01  W-MATCH-COUNT            PIC 9(09)  COMP VALUE 0.
       01  W-LISTED-COUNT           PIC 9(09)  COMP VALUE 0.
       01  W-WRITTEN-COUNT          PIC 9(09)  COMP VALUE 0.
       01  W-REMOVED-COUNT          PIC 9(09)  COMP VALUE 0.

       01  W-TODAY                  PIC X(10).
       01  W-LIST-STATE             PIC X(10).

      **** THE AUDIT APPEND IS SERIALIZED BY BOUNDED RETRY: A BUSY
      **** EXTEND OPEN IS RETRIED AFTER A SHORT SPIN, AND AN OUTPUT
      **** OPEN -- WHICH WOULD TRUNCATE THE AUDIT HISTORY -- IS
      **** TAKEN ONLY WHEN THE DATASET DOES NOT EXIST YET (STATUS
      **** 35), SO A CONCURRENT MAINTENANCE JOB CANNOT WIPE IT.

       01  W-OPEN-TRY               PIC 9(04)  COMP.
       01  W-OPEN-TRY-MAX           PIC 9(04)  COMP VALUE 100.
       01  W-SPIN-DX                PIC 9(09)  COMP.
       01  W-SPIN-SINK              PIC 9(09)  COMP.

      **** DATE HANDLING: YYYY-MM-DD TEXT IN W-DATE-TEXT.

       01  W-DATE-TEXT              PIC X(10).

       01  W-DATE-YYYYMMDD.
           05  W-DATE-YYYY          PIC X(04).
           05  W-DATE-MM            PIC X(02).
           05  W-DATE-DD            PIC X(02).
       01  W-DATE-NUM REDEFINES W-DATE-YYYYMMDD
                                    PIC 9(08).

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-DATE-VALID                         VALUE 'Y'.
           88  W-DATE-NOT-VALID                     VALUE 'N'.

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

           DISPLAY 'CHGMAINT compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           MOVE FUNCTION CURRENT-DATE
                                    TO W-CURRENT-DATE

           STRING W-CURRENT-DATE-YYYY '-'
                  W-CURRENT-DATE-MM   '-'
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

      **** THE FIRST CARD GIVES THE FUNCTION IN COLUMNS 1-10 (ADD,
      **** REPLACE, DELETE OR LIST) AND THE TICKET IN COLUMNS 12-23.
      **** LIST WITH A BLANK TICKET LISTS THE WHOLE REGISTRY.  THE
      **** REMAINING CARDS CARRY A KEYWORD IN COLUMNS 1-10 AND ITS
      **** VALUE FROM COLUMN 12 -- DATASET (ONE CARD PER DATASET THE
      **** TICKET PERMITS; A NAME ENDING IN * IS GENERIC), FROM AND
      **** TO (THE VALID-FROM AND VALID-TO DATES, YYYY-MM-DD),
      **** APPROVER (THE USER ID THAT APPROVED THE CHANGE),
      **** REQUESTER (THE USER ID ASKING FOR THIS UPDATE) AND REASON
      **** (FREE TEXT FOR THE AUDIT TRAIL).

           OPEN INPUT SYSIN-FILE

           READ SYSIN-FILE
               AT END
                   DISPLAY 'CHGMAINT SYSIN is empty - no function '
                       'card'
                   MOVE 16          TO RETURN-CODE
           END-READ

           IF      RETURN-CODE NOT = 0
               CLOSE SYSIN-FILE
               GO TO SUB-1100-EXIT
           END-IF

           MOVE SYSIN-RECORD(1:10)  TO W-FUNCTION
           MOVE SYSIN-RECORD(12:12) TO W-TICKET

           IF      NOT W-FUNC-VALID
               DISPLAY 'CHGMAINT function must be ADD, REPLACE, '
                   'DELETE or LIST: ' W-FUNCTION
               MOVE 16              TO RETURN-CODE
               CLOSE SYSIN-FILE
               GO TO SUB-1100-EXIT
           END-IF

           IF      NOT W-FUNC-LIST
           AND     W-TICKET = SPACES
               DISPLAY 'CHGMAINT ' W-FUNCTION ' needs a change '
                   'ticket'
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
               WHEN 'DATASET'
                   PERFORM SUB-1160-TAKE-DATASET THRU SUB-1160-EXIT

               WHEN 'FROM'
                   MOVE SYSIN-RECORD(12:10)
                                    TO W-VALID-FROM
                   MOVE W-VALID-FROM
                                    TO W-DATE-TEXT
                   PERFORM SUB-7100-CHECK-DATE THRU SUB-7100-EXIT
                   IF      W-DATE-NOT-VALID
                       DISPLAY 'CHGMAINT FROM is not a valid '
                           'YYYY-MM-DD date: ' W-VALID-FROM
                       MOVE 16      TO RETURN-CODE
                   END-IF

               WHEN 'TO'
                   MOVE SYSIN-RECORD(12:10)
                                    TO W-VALID-TO
                   MOVE W-VALID-TO  TO W-DATE-TEXT
                   PERFORM SUB-7100-CHECK-DATE THRU SUB-7100-EXIT
                   IF      W-DATE-NOT-VALID
                       DISPLAY 'CHGMAINT TO is not a valid '
                           'YYYY-MM-DD date: ' W-VALID-TO
                       MOVE 16      TO RETURN-CODE
                   END-IF

               WHEN 'APPROVER'
                   MOVE SYSIN-RECORD(12:8)
                                    TO W-APPROVER

               WHEN 'REQUESTER'
                   MOVE SYSIN-RECORD(12:8)
                                    TO W-REQUESTER

               WHEN 'REASON'
                   MOVE SYSIN-RECORD(12:40)
                                    TO W-REASON

               WHEN SPACES
                   CONTINUE

               WHEN OTHER
                   DISPLAY 'CHGMAINT unknown SYSIN card: '
                       W-CARD-KEYWORD
                   MOVE 16          TO RETURN-CODE
           END-EVALUATE
           .
       SUB-1150-EXIT.
           EXIT.
      /
       SUB-1160-TAKE-DATASET.
      *-------------------------

      **** A GENERIC NAME CARRIES ONE * AND ONLY AT THE END, AND
      **** MUST KEEP AT LEAST ONE QUALIFIER IN FRONT OF IT -- A
      **** TICKET FOR EVERY DATASET ON THE SYSTEM IS NOT A CHANGE.

           MOVE SYSIN-RECORD(12:44) TO W-NEW-DATASET

           IF      W-NEW-DATASET = SPACES
               DISPLAY 'CHGMAINT DATASET card has no dataset name'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1160-EXIT
           END-IF

           MOVE 0                   TO W-STAR-COUNT
                                       W-PREFIX-LEN
           INSPECT W-NEW-DATASET
               TALLYING W-STAR-COUNT FOR ALL '*'
           INSPECT W-NEW-DATASET
               TALLYING W-PREFIX-LEN FOR CHARACTERS BEFORE INITIAL '*'

           IF      W-STAR-COUNT > 1
               DISPLAY 'CHGMAINT a generic DATASET may carry only '
                   'one *: ' W-NEW-DATASET
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1160-EXIT
           END-IF

           IF      W-STAR-COUNT = 1
               IF      W-PREFIX-LEN = 0
                   DISPLAY 'CHGMAINT DATASET * would permit every '
                       'dataset - name a qualifier'
                   MOVE 16          TO RETURN-CODE
                   GO TO SUB-1160-EXIT
               END-IF
               IF      W-PREFIX-LEN < 43
               AND     W-NEW-DATASET(W-PREFIX-LEN + 2:) NOT = SPACES
                   DISPLAY 'CHGMAINT the * of a generic DATASET must '
                       'come last: ' W-NEW-DATASET
                   MOVE 16          TO RETURN-CODE
                   GO TO SUB-1160-EXIT
               END-IF
           END-IF

           IF      W-DATASET-COUNT >= W-DATASET-MAX
               DISPLAY 'CHGMAINT more than ' W-DATASET-MAX
                   ' DATASET cards'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1160-EXIT
           END-IF

           ADD  1                   TO W-DATASET-COUNT
           SET  W-D-DX              TO W-DATASET-COUNT
           MOVE W-NEW-DATASET       TO W-DATASET(W-D-DX)
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
               DISPLAY 'CHGMAINT ' W-FUNCTION ' needs a REQUESTER '
                   'card naming who asked for the change'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1300-EXIT
           END-IF

           IF      W-FUNC-DELETE
               IF      W-DATASET-COUNT > 0
               OR      W-VALID-FROM NOT = SPACES
               OR      W-VALID-TO NOT = SPACES
               OR      W-APPROVER NOT = SPACES
                   DISPLAY 'CHGMAINT DELETE takes no DATASET, FROM, '
                       'TO or APPROVER'
                   MOVE 16          TO RETURN-CODE
               END-IF
               GO TO SUB-1300-EXIT
           END-IF

      **** ADD AND REPLACE STATE THE WHOLE TICKET: AT LEAST ONE
      **** DATASET, A COMPLETE WINDOW AND AN APPROVER WHO IS NOT THE
      **** PERSON ASKING.

           IF      W-DATASET-COUNT = 0
               DISPLAY 'CHGMAINT ' W-FUNCTION ' needs at least one '
                   'DATASET card'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1300-EXIT
           END-IF

           IF      W-VALID-FROM = SPACES
           OR      W-VALID-TO = SPACES
               DISPLAY 'CHGMAINT ' W-FUNCTION ' needs FROM and TO '
                   'cards'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1300-EXIT
           END-IF

           IF      W-VALID-TO < W-VALID-FROM
               DISPLAY 'CHGMAINT TO ' W-VALID-TO ' is before FROM '
                   W-VALID-FROM
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1300-EXIT
           END-IF

           IF      W-APPROVER = SPACES
               DISPLAY 'CHGMAINT ' W-FUNCTION ' needs an APPROVER '
                   'card'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1300-EXIT
           END-IF

           IF      W-APPROVER = W-REQUESTER
               DISPLAY 'CHGMAINT ' W-REQUESTER ' may not approve '
                   'their own change'
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-2000-LIST.
      *-----------------

           PERFORM SUB-2050-OPEN-CHGREG THRU SUB-2050-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-2000-EXIT
           END-IF

           IF      W-CHGREG-ABSENT
               DISPLAY 'CHGMAINT (registry is empty)'
               GO TO SUB-2000-EXIT
           END-IF

           PERFORM SUB-2100-READ-CHGREG THRU SUB-2100-EXIT

           PERFORM SUB-2200-LIST-RECORD THRU SUB-2200-EXIT
               UNTIL W-CHG-EOF

           CLOSE CHGREG-FILE

           IF      W-LISTED-COUNT = 0
           AND     W-TICKET NOT = SPACES
               DISPLAY 'CHGMAINT ticket not registered: ' W-TICKET
               MOVE 4               TO RETURN-CODE
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2050-OPEN-CHGREG.
      *-------------------------

      **** A REGISTRY THAT DOES NOT EXIST YET IS JUST EMPTY -- THE
      **** FIRST ADD CREATES IT.

           SET  W-CHGREG-PRESENT    TO TRUE

           OPEN INPUT CHGREG-FILE

           IF      W-CHG-FILE-STATUS = '35'
               SET  W-CHGREG-ABSENT TO TRUE
               GO TO SUB-2050-EXIT
           END-IF

           IF      W-CHG-FILE-STATUS NOT = '00'
               DISPLAY 'CHGMAINT unable to open CHGREG - status '
                   W-CHG-FILE-STATUS
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-2050-EXIT.
           EXIT.
      /
       SUB-2100-READ-CHGREG.
      *-------------------------

           READ CHGREG-FILE
               AT END
                   SET  W-CHG-EOF   TO TRUE
           END-READ
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-LIST-RECORD.
      *------------------------

      **** BLANK AND COMMENT LINES IN THE REGISTRY ARE NOT ENTRIES
      **** AND ARE NOT LISTED -- AN ENTRY ALWAYS HAS A DATASET AND
      **** AN APPROVER.

           IF      CHG-REC-TICKET = SPACES
           OR      CHG-REC-DATASET = SPACES
           OR      CHG-REC-APPROVER = SPACES
               GO TO SUB-2200-NEXT
           END-IF

           IF      W-TICKET NOT = SPACES
           AND     CHG-REC-TICKET NOT = W-TICKET
               GO TO SUB-2200-NEXT
           END-IF

           ADD  1                   TO W-LISTED-COUNT

           EVALUATE TRUE
               WHEN CHG-REC-VALID-TO < W-TODAY
                   MOVE 'expired'   TO W-LIST-STATE
               WHEN CHG-REC-VALID-FROM > W-TODAY
                   MOVE 'pending'   TO W-LIST-STATE
               WHEN OTHER
                   MOVE 'open'      TO W-LIST-STATE
           END-EVALUATE

           DISPLAY 'CHGMAINT   ' CHG-REC-TICKET ' ' CHG-REC-DATASET
           DISPLAY 'CHGMAINT       ' CHG-REC-VALID-FROM ' to '
               CHG-REC-VALID-TO ' approved by ' CHG-REC-APPROVER
               ' - ' W-LIST-STATE
           .
       SUB-2200-NEXT.

           PERFORM SUB-2100-READ-CHGREG THRU SUB-2100-EXIT
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-3000-UPDATE.
      *-------------------

      **** PASS 1: COPY THE REGISTRY TO CHGWORK UNCHANGED, COUNTING
      **** THE TARGET TICKET'S ENTRIES.

           PERFORM SUB-2050-OPEN-CHGREG THRU SUB-2050-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-3000-EXIT
           END-IF

           OPEN OUTPUT WORK-FILE

           IF      W-WRK-FILE-STATUS NOT = '00'
               DISPLAY 'CHGMAINT unable to open CHGWORK - status '
                   W-WRK-FILE-STATUS
               IF      W-CHGREG-PRESENT
                   CLOSE CHGREG-FILE
               END-IF
               MOVE 16              TO RETURN-CODE
               GO TO SUB-3000-EXIT
           END-IF

           IF      W-CHGREG-PRESENT
               PERFORM SUB-2100-READ-CHGREG THRU SUB-2100-EXIT
               PERFORM SUB-3100-COPY-RECORD THRU SUB-3100-EXIT
                   UNTIL W-CHG-EOF
               CLOSE CHGREG-FILE
           END-IF

           CLOSE WORK-FILE

           IF      W-FUNC-ADD
           AND     W-MATCH-COUNT > 0
               DISPLAY 'CHGMAINT ticket already registered: '
                   W-TICKET ' - use REPLACE'
               MOVE 8               TO RETURN-CODE
               GO TO SUB-3000-EXIT
           END-IF

           IF      NOT W-FUNC-ADD
           AND     W-MATCH-COUNT = 0
               DISPLAY 'CHGMAINT ticket not registered: ' W-TICKET
               MOVE 4               TO RETURN-CODE
               GO TO SUB-3000-EXIT
           END-IF

           PERFORM SUB-4050-OPEN-FOR-APPEND THRU SUB-4050-EXIT

           IF      W-AUD-FILE-STATUS = '00'
               SET  W-AUDIT-OPEN    TO TRUE
           ELSE
               DISPLAY 'CHGMAINT unable to append the audit lines - '
                   'status ' W-AUD-FILE-STATUS
           END-IF

           PERFORM SUB-3200-REWRITE-CHGREG THRU SUB-3200-EXIT

           IF      W-AUDIT-OPEN
               CLOSE AUDIT-FILE
               SET  W-AUDIT-CLOSED  TO TRUE
           END-IF
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-COPY-RECORD.
      *------------------------

           ADD  1                   TO W-READ-COUNT

           IF      CHG-REC-TICKET = W-TICKET
               ADD  1               TO W-MATCH-COUNT
           END-IF

           WRITE WORK-RECORD      FROM CHGREG-RECORD

           PERFORM SUB-2100-READ-CHGREG THRU SUB-2100-EXIT
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3200-REWRITE-CHGREG.
      *----------------------------

      **** PASS 2: WRITE EVERY RECORD BACK, DROPPING THE TARGET
      **** TICKET'S ENTRIES.  A REPLACEMENT SET GOES WHERE THE OLD
      **** SET STARTED, SO THE REGISTRY KEEPS ITS ORDER AND ITS
      **** COMMENT LINES; A NEW TICKET GOES ON THE END.

           OPEN INPUT WORK-FILE

           IF      W-WRK-FILE-STATUS NOT = '00'
               DISPLAY 'CHGMAINT unable to reopen CHGWORK - status '
                   W-WRK-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-3200-EXIT
           END-IF

           OPEN OUTPUT CHGREG-FILE

           IF      W-CHG-FILE-STATUS NOT = '00'
               DISPLAY 'CHGMAINT unable to rewrite CHGREG - status '
                   W-CHG-FILE-STATUS
               CLOSE WORK-FILE
               MOVE 16              TO RETURN-CODE
               GO TO SUB-3200-EXIT
           END-IF

           SET  W-NEW-ENTRIES-PENDING
                                    TO TRUE

           PERFORM SUB-3210-READ-WORK THRU SUB-3210-EXIT

           PERFORM SUB-3220-COPY-BACK THRU SUB-3220-EXIT
               UNTIL W-WRK-EOF

           CLOSE WORK-FILE

           IF      W-FUNC-ADD
               PERFORM SUB-3300-WRITE-ENTRIES THRU SUB-3300-EXIT
               DISPLAY 'CHGMAINT registered ' W-TICKET ' for '
                   W-WRITTEN-COUNT ' dataset(s)'
           END-IF

           CLOSE CHGREG-FILE
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

           MOVE WORK-RECORD         TO CHGREG-RECORD

           IF      CHG-REC-TICKET NOT = W-TICKET
               WRITE CHGREG-RECORD
               GO TO SUB-3220-NEXT
           END-IF

           ADD  1                   TO W-REMOVED-COUNT

           IF      W-FUNC-DELETE
               DISPLAY 'CHGMAINT removed ' CHG-REC-TICKET ' '
                   CHG-REC-DATASET
               PERFORM SUB-4000-WRITE-AUDIT THRU SUB-4000-EXIT
               GO TO SUB-3220-NEXT
           END-IF

           IF      W-NEW-ENTRIES-PENDING
               PERFORM SUB-3300-WRITE-ENTRIES THRU SUB-3300-EXIT
               DISPLAY 'CHGMAINT replaced ' W-TICKET ' - now '
                   W-WRITTEN-COUNT ' dataset(s)'
           END-IF
           .
       SUB-3220-NEXT.

           PERFORM SUB-3210-READ-WORK THRU SUB-3210-EXIT
           .
       SUB-3220-EXIT.
           EXIT.
      /
       SUB-3300-WRITE-ENTRIES.
      *-------------------------

           SET  W-NEW-ENTRIES-WRITTEN
                                    TO TRUE

           PERFORM SUB-3310-WRITE-ENTRY THRU SUB-3310-EXIT
               VARYING W-D-DX FROM 1 BY 1
                 UNTIL W-D-DX > W-DATASET-COUNT
           .
       SUB-3300-EXIT.
           EXIT.
      /
       SUB-3310-WRITE-ENTRY.
      *------------------------

           MOVE SPACES              TO CHGREG-RECORD
           MOVE W-TICKET            TO CHG-REC-TICKET
           MOVE W-DATASET(W-D-DX)   TO CHG-REC-DATASET
           MOVE W-VALID-FROM        TO CHG-REC-VALID-FROM
           MOVE W-VALID-TO          TO CHG-REC-VALID-TO
           MOVE W-APPROVER          TO CHG-REC-APPROVER

           WRITE CHGREG-RECORD

           ADD  1                   TO W-WRITTEN-COUNT

           PERFORM SUB-4000-WRITE-AUDIT THRU SUB-4000-EXIT
           .
       SUB-3310-EXIT.
           EXIT.
      /
       SUB-4000-WRITE-AUDIT.
      *------------------------

      **** ONE AUDIT LINE PER ENTRY, TAKEN FROM THE REGISTRY RECORD
      **** JUST WRITTEN OR DROPPED.

           IF      W-AUDIT-CLOSED
               GO TO SUB-4000-EXIT
           END-IF

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
           MOVE CHG-REC-TICKET      TO AUD-REC-TICKET
           MOVE CHG-REC-DATASET     TO AUD-REC-DATASET
           MOVE CHG-REC-VALID-FROM  TO AUD-REC-VALID-FROM
           MOVE CHG-REC-VALID-TO    TO AUD-REC-VALID-TO
           MOVE CHG-REC-APPROVER    TO AUD-REC-APPROVER
           MOVE W-REQUESTER         TO AUD-REC-REQUESTER
           MOVE 'CHGMAINT'          TO AUD-REC-JOB
           MOVE W-REASON            TO AUD-REC-REASON

           WRITE AUDIT-RECORD
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
               DISPLAY 'CHGMAINT completed with errors'
               GO TO SUB-5000-EXIT
           END-IF

           DISPLAY 'CHGMAINT function   : ' W-FUNCTION
           DISPLAY 'CHGMAINT ticket     : ' W-TICKET

           IF      W-FUNC-LIST
               DISPLAY 'CHGMAINT entries listed  : ' W-LISTED-COUNT
           ELSE
               DISPLAY 'CHGMAINT requester  : ' W-REQUESTER
               DISPLAY 'CHGMAINT records read   : ' W-READ-COUNT
               DISPLAY 'CHGMAINT entries removed: ' W-REMOVED-COUNT
               DISPLAY 'CHGMAINT entries written: ' W-WRITTEN-COUNT
           END-IF

           DISPLAY 'CHGMAINT completed'
           .
       SUB-5000-EXIT.
           EXIT.
      /
       SUB-7100-CHECK-DATE.
      *----------------------

           SET  W-DATE-NOT-VALID    TO TRUE

           IF      W-DATE-TEXT(5:1) NOT = '-'
           OR      W-DATE-TEXT(8:1) NOT = '-'
               GO TO SUB-7100-EXIT
           END-IF

           MOVE W-DATE-TEXT(1:4)    TO W-DATE-YYYY
           MOVE W-DATE-TEXT(6:2)    TO W-DATE-MM
           MOVE W-DATE-TEXT(9:2)    TO W-DATE-DD

           IF      W-DATE-YYYYMMDD NOT NUMERIC
               GO TO SUB-7100-EXIT
           END-IF

           IF      FUNCTION TEST-DATE-YYYYMMDD(W-DATE-NUM) NOT = 0
               GO TO SUB-7100-EXIT
           END-IF

           SET  W-DATE-VALID        TO TRUE
           .
       SUB-7100-EXIT.
           EXIT.
