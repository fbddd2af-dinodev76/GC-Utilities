      *=========================== ALERTGEN ============================*
      * Authors: Brian D Pead
      *
      * Description: Route verification failures to the team that
      *              owns the data.  Each run reads the GCUSTAT
      *              records STATWRT has appended since the last run
      *              and, for every FAIL (GCU0002E) or ERROR
      *              (GCU0003E), looks the dataset up in the OWNERS
      *              registry that OWNMAINT maintains -- the longest
      *              matching prefix wins, and the * entry takes
      *              anything no other entry claims.  The owner is
      *              sent a notice two ways: an email-ready block of
      *              text on ALRTMAIL and one fixed-column line on
      *              ALRTPAGE for the paging gateway.
      *
      *              A failure stays open until STATWRT records a
      *              later PASS for the same dataset.  Open failures
      *              are carried from run to run in ALRTSTAT, with
      *              the GCUSTAT high-water mark -- the last
      *              timestamp read and how many records at that
      *              very second were read, as CTLEXPRT keeps it.
      *              When a later PASS arrives the owner is told the
      *              failure is resolved.  When the owner's delay has
      *              passed since the first notice and no PASS has
      *              come, the failure is escalated once to the
      *              owner's second contact.  Repeat failures of a
      *              dataset that is already open are counted on the
      *              open notice rather than paged again, and a
      *              failure already followed by a PASS before this
      *              run saw it is not paged at all.
      *
      *              On the very first run (no ALRTSTAT yet) only
      *              failures from START-DATE on -- default today --
      *              are notified, so the GCUSTAT history is not
      *              paged out in one go.
      *
      *              SYSIN cards, keyword in columns 1-10 and value
      *              from column 12 (all optional):
      *                  START-DATE  YYYY-MM-DD, first run only
      *
      *              Return codes: 0 nothing to send, 4 notices
      *              written, 8 a failure matched no OWNERS entry
      *              and there is no * entry to take it, 16 error.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-24  1.0      First release
      * 2026-09-26  1.1      Widen the GCUSTAT record for the chain-
      *                      hash column
      *================================================================*

       PROCESS TRUNC(BIN)

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 ALERTGEN.

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

           SELECT STATUS-FILE
               ASSIGN TO           'GCUSTAT'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-STA-FILE-STATUS.

           SELECT STATE-FILE
               ASSIGN TO           'ALRTSTAT'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-STATE-FILE-STATUS.

           SELECT MAIL-FILE
               ASSIGN TO           'ALRTMAIL'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-MAIL-FILE-STATUS.

           SELECT PAGE-FILE
               ASSIGN TO           'ALRTPAGE'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-PAGE-FILE-STATUS.
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

       FD  STATUS-FILE.

       01  STATUS-RECORD.
           05  STA-REC-TIMESTAMP.
               10  STA-REC-DATE        PIC X(10).
               10  STA-REC-SEP-T       PIC X(01).
               10  STA-REC-TIME        PIC X(08).
           05  STA-REC-SEP-1           PIC X(01).
           05  STA-REC-PROGRAM         PIC X(08).
           05  STA-REC-SEP-2           PIC X(01).
           05  STA-REC-DATASET         PIC X(44).
           05  STA-REC-SEP-3           PIC X(01).
           05  STA-REC-RESULT          PIC X(08).
           05  STA-REC-SEP-4           PIC X(01).
           05  STA-REC-CHECKSUM        PIC X(32).
           05  STA-REC-SEP-5           PIC X(01).
           05  STA-REC-MSGID           PIC X(08).
           05  STA-REC-SEP-6           PIC X(01).
           05  STA-REC-DETAIL          PIC X(80).
           05  STA-REC-SEP-7           PIC X(01).
           05  STA-REC-BUS-DATE        PIC X(10).
           05  STA-REC-SEP-8           PIC X(01).
           05  STA-REC-CHAIN           PIC X(64).

      **** ALRTSTAT: ONE H LINE CARRYING THE GCUSTAT HIGH-WATER MARK,
      **** THEN ONE A LINE PER FAILURE STILL WAITING FOR ITS PASS.

       FD  STATE-FILE.

       01  STATE-HEADER-RECORD.
           05  ALH-REC-TYPE            PIC X(01).
           05  ALH-REC-SEP-1           PIC X(01).
           05  ALH-REC-STAMP           PIC X(19).
           05  ALH-REC-SEP-2           PIC X(01).
           05  ALH-REC-SAME-SECOND     PIC 9(09).
           05  ALH-REC-SEP-3           PIC X(01).
           05  ALH-REC-RUN-AT          PIC X(19).

       01  STATE-ALERT-RECORD.
           05  ALA-REC-TYPE            PIC X(01).
           05  ALA-REC-SEP-1           PIC X(01).
           05  ALA-REC-DATASET         PIC X(44).
           05  ALA-REC-SEP-2           PIC X(01).
           05  ALA-REC-PROGRAM         PIC X(08).
           05  ALA-REC-SEP-3           PIC X(01).
           05  ALA-REC-RESULT          PIC X(08).
           05  ALA-REC-SEP-4           PIC X(01).
           05  ALA-REC-MSGID           PIC X(08).
           05  ALA-REC-SEP-5           PIC X(01).
           05  ALA-REC-FAILED          PIC X(19).
           05  ALA-REC-SEP-6           PIC X(01).
           05  ALA-REC-NOTIFIED        PIC X(19).
           05  ALA-REC-SEP-7           PIC X(01).
           05  ALA-REC-STATUS          PIC X(08).
           05  ALA-REC-SEP-8           PIC X(01).
           05  ALA-REC-FAILURES        PIC 9(04).
           05  ALA-REC-SEP-9           PIC X(01).
           05  ALA-REC-DETAIL          PIC X(80).

       FD  MAIL-FILE.

       01  MAIL-RECORD                 PIC X(132).

      **** ONE LINE PER NOTICE FOR THE PAGING GATEWAY: WHEN, WHAT
      **** KIND OF NOTICE, THE MESSAGE ID, WHO IS PAGED, WHICH
      **** DATASET, WHICH PROGRAM FOUND IT, WHEN IT FIRST FAILED AND
      **** HOW MANY TIMES IT HAS FAILED SINCE.

       FD  PAGE-FILE.

       01  PAGE-RECORD.
           05  PGR-REC-TIMESTAMP       PIC X(19).
           05  PGR-REC-SEP-1           PIC X(01).
           05  PGR-REC-ACTION          PIC X(08).
           05  PGR-REC-SEP-2           PIC X(01).
           05  PGR-REC-MSGID           PIC X(08).
           05  PGR-REC-SEP-3           PIC X(01).
           05  PGR-REC-TEAM            PIC X(16).
           05  PGR-REC-SEP-4           PIC X(01).
           05  PGR-REC-CONTACT         PIC X(60).
           05  PGR-REC-SEP-5           PIC X(01).
           05  PGR-REC-DATASET         PIC X(44).
           05  PGR-REC-SEP-6           PIC X(01).
           05  PGR-REC-PROGRAM         PIC X(08).
           05  PGR-REC-SEP-7           PIC X(01).
           05  PGR-REC-FAILED          PIC X(19).
           05  PGR-REC-SEP-8           PIC X(01).
           05  PGR-REC-FAILURES        PIC 9(04).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-SYSIN-FILE-STATUS      PIC X(02).
       01  W-OWN-FILE-STATUS        PIC X(02).
       01  W-STA-FILE-STATUS        PIC X(02).
       01  W-STATE-FILE-STATUS      PIC X(02).
       01  W-MAIL-FILE-STATUS       PIC X(02).
       01  W-PAGE-FILE-STATUS       PIC X(02).

       01  W-CARD-KEYWORD           PIC X(10).
       01  W-START-DATE             PIC X(10).

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-SYSIN-EOF                          VALUE 'Y'.
           88  W-SYSIN-NOT-EOF                      VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-OWN-EOF                            VALUE 'Y'.
           88  W-OWN-NOT-EOF                        VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-STA-EOF                            VALUE 'Y'.
           88  W-STA-NOT-EOF                        VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-STATE-EOF                          VALUE 'Y'.
           88  W-STATE-NOT-EOF                      VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-FIRST-RUN                          VALUE 'Y'.
           88  W-NOT-FIRST-RUN                      VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-ENTRY-FOUND                        VALUE 'Y'.
           88  W-ENTRY-NOT-FOUND                    VALUE 'N'.

       01  W-READ-COUNT             PIC 9(09)  COMP VALUE 0.
       01  W-NEW-COUNT              PIC 9(09)  COMP VALUE 0.
       01  W-BEFORE-START-COUNT     PIC 9(09)  COMP VALUE 0.
       01  W-REPEAT-COUNT           PIC 9(09)  COMP VALUE 0.
       01  W-ALERT-COUNT            PIC 9(09)  COMP VALUE 0.
       01  W-ESCALATE-COUNT         PIC 9(09)  COMP VALUE 0.
       01  W-RESOLVED-COUNT         PIC 9(09)  COMP VALUE 0.
       01  W-CLEARED-COUNT          PIC 9(09)  COMP VALUE 0.
       01  W-STILL-OPEN-COUNT       PIC 9(09)  COMP VALUE 0.
       01  W-UNROUTED-COUNT         PIC 9(09)  COMP VALUE 0.
       01  W-NOTICE-COUNT           PIC 9(09)  COMP VALUE 0.

      **** THE GCUSTAT HIGH-WATER MARK: THE LAST TIMESTAMP READ AND
      **** HOW MANY RECORDS STAMPED WITH THAT VERY SECOND WERE READ,
      **** SINCE STATWRT MAY APPEND MORE IN THE SAME SECOND AFTER
      **** THIS RUN HAS FINISHED.

       01  W-LAST-STAMP             PIC X(19)
                                    VALUE '0000-00-00 00:00:00'.
       01  W-LAST-SAME-SECOND       PIC 9(09)  COMP VALUE 0.
       01  W-SKIP-SAME-SECOND       PIC 9(09)  COMP VALUE 0.
       01  W-NEW-STAMP              PIC X(19).
       01  W-NEW-SAME-SECOND        PIC 9(09)  COMP VALUE 0.

      **** THE OWNERS REGISTRY.  OWT-LENGTH IS THE SIGNIFICANT
      **** LENGTH OF THE PREFIX; THE * ENTRY IS HELD APART AS THE
      **** CATCH-ALL AND NEVER MATCHES AS A PREFIX.

       01  W-OWNER-MAX              PIC 9(04)  COMP VALUE 500.
       01  W-OWNER-COUNT            PIC 9(04)  COMP VALUE 0.
       01  W-OWNER-DEFAULT          PIC 9(04)  COMP VALUE 0.
       01  W-OWNER-HIT              PIC 9(04)  COMP VALUE 0.
       01  W-OWNER-BEST-LEN         PIC 9(04)  COMP VALUE 0.
       01  W-OWNER-TABLE.
           05  W-OWNER-ENTRY       OCCURS 500      INDEXED W-O-DX.
               10  OWT-PREFIX      PIC X(44).
               10  OWT-LENGTH      PIC 9(04)  COMP.
               10  OWT-TEAM        PIC X(16).
               10  OWT-CONTACT     PIC X(60).
               10  OWT-ESCALATE    PIC X(60).
               10  OWT-DELAY       PIC 9(04).

       01  W-TRAILING-SPACES        PIC 9(04)  COMP.

      **** THE OWNER RESOLVED FOR THE FAILURE IN HAND.

       01  W-OWNER-PREFIX           PIC X(44).
       01  W-OWNER-TEAM             PIC X(16).
       01  W-OWNER-CONTACT          PIC X(60).
       01  W-OWNER-ESCALATE         PIC X(60).
       01  W-OWNER-DELAY            PIC 9(04).

      **** FAILURES: THE OPEN ONES CARRIED IN FROM ALRTSTAT FOLLOWED
      **** BY THE NEW ONES FOUND THIS RUN.

       01  W-ALERT-MAX              PIC 9(04)  COMP VALUE 1000.
       01  W-ALERT-TOTAL            PIC 9(04)  COMP VALUE 0.
       01  W-ALERT-TABLE.
           05  W-ALERT-ENTRY       OCCURS 1000     INDEXED W-A-DX.
               10  ALT-DATASET     PIC X(44).
               10  ALT-PROGRAM     PIC X(08).
               10  ALT-RESULT      PIC X(08).
               10  ALT-MSGID       PIC X(08).
               10  ALT-FAILED      PIC X(19).
               10  ALT-NOTIFIED    PIC X(19).
               10  ALT-STATUS      PIC X(08).
                   88  ALT-NEW                      VALUE 'NEW'.
                   88  ALT-OPEN                     VALUE 'OPEN'.
                   88  ALT-ESCALATED                VALUE 'ESCALATD'.
               10  ALT-FAILURES    PIC 9(04).
               10  ALT-DETAIL      PIC X(80).
               10  ALT-RESOLVED-AT PIC X(19).
               10  ALT-RESOLVED-FLAG
                                   PIC X(01).
                   88  ALT-RESOLVED                 VALUE 'Y'.
                   88  ALT-NOT-RESOLVED             VALUE 'N'.

      **** THE NOTICE BEING WRITTEN.

       01  W-NOTICE-ACTION          PIC X(08).
           88  W-NOTICE-ALERT                       VALUE 'ALERT'.
           88  W-NOTICE-ESCALATE                    VALUE 'ESCALATE'.
           88  W-NOTICE-RESOLVED                    VALUE 'RESOLVED'.
       01  W-NOTICE-SUBJECT         PIC X(10).
       01  W-NOTICE-TO              PIC X(60).
       01  W-NOTICE-CC              PIC X(60).
       01  W-NOTICE-MSGID           PIC X(08).

       01  W-MAIL-LINE              PIC X(132).

       01  W-EDIT-COUNT             PIC Z(03)9.
       01  W-EDIT-MINUTES           PIC Z(08)9.
       01  W-LEAD-SPACES            PIC 9(04)  COMP.

      **** ELAPSED TIME IS WORKED IN MINUTES FROM DAY NUMBER AND
      **** CLOCK TIME.

       01  W-RUN-STAMP              PIC X(19).
       01  W-RUN-MINUTES            PIC S9(11) COMP.
       01  W-STAMP-MINUTES          PIC S9(11) COMP.
       01  W-ELAPSED-MINUTES        PIC S9(11) COMP.
       01  W-STAMP-TEXT             PIC X(19).
       01  FILLER REDEFINES W-STAMP-TEXT.
           05  W-STAMP-DATE         PIC X(10).
           05  FILLER               PIC X(01).
           05  W-STAMP-HH           PIC 9(02).
           05  FILLER               PIC X(01).
           05  W-STAMP-MM           PIC 9(02).
           05  FILLER               PIC X(03).

       01  W-TODAY                  PIC X(10).

      **** DATE HANDLING: YYYY-MM-DD TEXT IN W-DATE-TEXT, ITS DAY
      **** NUMBER IN W-DATE-INT.

       01  W-DATE-TEXT              PIC X(10).
       01  W-DATE-INT               PIC 9(09)  COMP.

       01  W-DATE-YYYYMMDD.
           05  W-DATE-YYYY          PIC X(04).
           05  W-DATE-MM            PIC X(02).
           05  W-DATE-DD            PIC X(02).
       01  W-DATE-NUM REDEFINES W-DATE-YYYYMMDD
                                    PIC 9(08).

       01  FILLER                   PIC X(01)       VALUE 'Y'.
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
               PERFORM SUB-2000-SCAN-STATUS THRU SUB-2000-EXIT
           END-IF

           IF      RETURN-CODE = 0
               PERFORM SUB-3000-NOTIFY THRU SUB-3000-EXIT
           END-IF

           IF      RETURN-CODE = 0
               PERFORM SUB-4000-SAVE-STATE THRU SUB-4000-EXIT
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

           DISPLAY 'ALERTGEN compiled on '
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

           STRING W-TODAY               ' '
                  W-CURRENT-TIME-HH     ':'
                  W-CURRENT-TIME-MM     ':'
                  W-CURRENT-TIME-SS
               DELIMITED BY SIZE INTO W-RUN-STAMP
           END-STRING

           MOVE W-RUN-STAMP         TO W-STAMP-TEXT
           PERFORM SUB-7200-STAMP-TO-MINUTES THRU SUB-7200-EXIT
           MOVE W-STAMP-MINUTES     TO W-RUN-MINUTES

           MOVE W-TODAY             TO W-START-DATE

           PERFORM SUB-1100-READ-SYSIN THRU SUB-1100-EXIT

           IF      RETURN-CODE = 0
               PERFORM SUB-1200-LOAD-OWNERS THRU SUB-1200-EXIT
           END-IF

           IF      RETURN-CODE = 0
               PERFORM SUB-1300-LOAD-STATE THRU SUB-1300-EXIT
           END-IF
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-READ-SYSIN.
      *----------------------

      **** EVERY CARD IS OPTIONAL, SO A MISSING SYSIN IS NO CARDS.

           OPEN INPUT SYSIN-FILE

           IF      W-SYSIN-FILE-STATUS NOT = '00'
               GO TO SUB-1100-EXIT
           END-IF

           PERFORM SUB-1150-READ-CARD THRU SUB-1150-EXIT
               UNTIL W-SYSIN-EOF OR RETURN-CODE NOT = 0

           CLOSE SYSIN-FILE
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1150-READ-CARD.
      *----------------------

           READ SYSIN-FILE
               AT END
                   SET  W-SYSIN-EOF TO TRUE
                   GO TO SUB-1150-EXIT
           END-READ

           MOVE SYSIN-RECORD(1:10)  TO W-CARD-KEYWORD

           EVALUATE W-CARD-KEYWORD
               WHEN 'START-DATE'
                   MOVE SYSIN-RECORD(12:10)
                                    TO W-START-DATE
                   MOVE W-START-DATE
                                    TO W-DATE-TEXT
                   PERFORM SUB-7100-DATE-TO-INTEGER THRU SUB-7100-EXIT
                   IF      W-DATE-NOT-VALID
                       DISPLAY 'ALERTGEN START-DATE is not a valid '
                           'YYYY-MM-DD date: ' W-START-DATE
                       MOVE 16      TO RETURN-CODE
                   END-IF

               WHEN SPACES
                   CONTINUE

               WHEN OTHER
                   DISPLAY 'ALERTGEN unknown SYSIN card: '
                       W-CARD-KEYWORD
                   MOVE 16          TO RETURN-CODE
           END-EVALUATE
           .
       SUB-1150-EXIT.
           EXIT.
      /
       SUB-1200-LOAD-OWNERS.
      *-------------------------

      **** WITHOUT A REGISTRY EVERY FAILURE IS UNOWNED -- STILL
      **** NOTIFIED, BUT WITH NOBODY TO ADDRESS IT TO.

           OPEN INPUT OWNERS-FILE

           IF      W-OWN-FILE-STATUS = '35'
               DISPLAY 'ALERTGEN OWNERS registry not found - '
                   'failures cannot be routed'
               GO TO SUB-1200-EXIT
           END-IF

           IF      W-OWN-FILE-STATUS NOT = '00'
               DISPLAY 'ALERTGEN unable to open OWNERS - status '
                   W-OWN-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1200-EXIT
           END-IF

           PERFORM SUB-1210-READ-OWNERS THRU SUB-1210-EXIT

           PERFORM SUB-1220-HOLD-OWNER THRU SUB-1220-EXIT
               UNTIL W-OWN-EOF OR RETURN-CODE NOT = 0

           CLOSE OWNERS-FILE
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-1210-READ-OWNERS.
      *-------------------------

           READ OWNERS-FILE
               AT END
                   SET  W-OWN-EOF   TO TRUE
           END-READ
           .
       SUB-1210-EXIT.
           EXIT.
      /
       SUB-1220-HOLD-OWNER.
      *-----------------------

      **** BLANK AND COMMENT LINES ARE SKIPPED AS OWNMAINT SKIPS
      **** THEM -- AN ENTRY ALWAYS HAS A TEAM AND A NUMERIC DELAY.

           IF      OWN-REC-PREFIX = SPACES
           OR      OWN-REC-TEAM = SPACES
           OR      OWN-REC-DELAY NOT NUMERIC
               GO TO SUB-1220-NEXT
           END-IF

           IF      W-OWNER-COUNT >= W-OWNER-MAX
               DISPLAY 'ALERTGEN OWNERS has more than ' W-OWNER-MAX
                   ' entries'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1220-EXIT
           END-IF

           ADD  1                   TO W-OWNER-COUNT
           SET  W-O-DX              TO W-OWNER-COUNT

           MOVE OWN-REC-PREFIX      TO OWT-PREFIX(W-O-DX)
           MOVE OWN-REC-TEAM        TO OWT-TEAM(W-O-DX)
           MOVE OWN-REC-CONTACT     TO OWT-CONTACT(W-O-DX)
           MOVE OWN-REC-ESCALATE    TO OWT-ESCALATE(W-O-DX)
           MOVE OWN-REC-DELAY       TO OWT-DELAY(W-O-DX)

           IF      OWN-REC-PREFIX = '*'
               MOVE 0               TO OWT-LENGTH(W-O-DX)
               MOVE W-OWNER-COUNT   TO W-OWNER-DEFAULT
           ELSE
               MOVE 0               TO W-TRAILING-SPACES
               INSPECT FUNCTION REVERSE(OWN-REC-PREFIX)
                   TALLYING W-TRAILING-SPACES FOR LEADING SPACES
               COMPUTE OWT-LENGTH(W-O-DX) =
                   LENGTH OF OWN-REC-PREFIX - W-TRAILING-SPACES
           END-IF
           .
       SUB-1220-NEXT.

           PERFORM SUB-1210-READ-OWNERS THRU SUB-1210-EXIT
           .
       SUB-1220-EXIT.
           EXIT.
      /
       SUB-1300-LOAD-STATE.
      *-----------------------

      **** NO ALRTSTAT YET MEANS THIS IS THE FIRST RUN: NOTHING IS
      **** OPEN AND GCUSTAT IS READ FROM START-DATE.

           OPEN INPUT STATE-FILE

           IF      W-STATE-FILE-STATUS = '35'
               SET  W-FIRST-RUN     TO TRUE
               DISPLAY 'ALERTGEN no ALRTSTAT - first run, failures '
                   'from ' W-START-DATE ' are notified'
               GO TO SUB-1300-EXIT
           END-IF

           IF      W-STATE-FILE-STATUS NOT = '00'
               DISPLAY 'ALERTGEN unable to open ALRTSTAT - status '
                   W-STATE-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1300-EXIT
           END-IF

           PERFORM SUB-1310-READ-STATE THRU SUB-1310-EXIT

           PERFORM SUB-1320-HOLD-STATE THRU SUB-1320-EXIT
               UNTIL W-STATE-EOF OR RETURN-CODE NOT = 0

           CLOSE STATE-FILE
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-1310-READ-STATE.
      *-----------------------

           READ STATE-FILE
               AT END
                   SET  W-STATE-EOF TO TRUE
           END-READ
           .
       SUB-1310-EXIT.
           EXIT.
      /
       SUB-1320-HOLD-STATE.
      *-----------------------

           EVALUATE ALH-REC-TYPE
               WHEN 'H'
                   IF      ALH-REC-SAME-SECOND NOT NUMERIC
                       DISPLAY 'ALERTGEN ALRTSTAT header is damaged: '
                           STATE-HEADER-RECORD
                       MOVE 16      TO RETURN-CODE
                       GO TO SUB-1320-EXIT
                   END-IF
                   MOVE ALH-REC-STAMP
                                    TO W-LAST-STAMP
                   MOVE ALH-REC-SAME-SECOND
                                    TO W-LAST-SAME-SECOND

               WHEN 'A'
                   PERFORM SUB-1330-HOLD-ALERT THRU SUB-1330-EXIT

               WHEN OTHER
                   DISPLAY 'ALERTGEN ALRTSTAT line is damaged: '
                       STATE-HEADER-RECORD
                   MOVE 16          TO RETURN-CODE
                   GO TO SUB-1320-EXIT
           END-EVALUATE

           PERFORM SUB-1310-READ-STATE THRU SUB-1310-EXIT
           .
       SUB-1320-EXIT.
           EXIT.
      /
       SUB-1330-HOLD-ALERT.
      *-----------------------

           IF      ALA-REC-FAILURES NOT NUMERIC
           OR      (ALA-REC-STATUS NOT = 'OPEN'
           AND      ALA-REC-STATUS NOT = 'ESCALATD')
               DISPLAY 'ALERTGEN ALRTSTAT entry is damaged: '
                   ALA-REC-DATASET
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1330-EXIT
           END-IF

           IF      W-ALERT-TOTAL >= W-ALERT-MAX
               DISPLAY 'ALERTGEN more than ' W-ALERT-MAX
                   ' failures open'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1330-EXIT
           END-IF

           ADD  1                   TO W-ALERT-TOTAL
           SET  W-A-DX              TO W-ALERT-TOTAL

           MOVE ALA-REC-DATASET     TO ALT-DATASET(W-A-DX)
           MOVE ALA-REC-PROGRAM     TO ALT-PROGRAM(W-A-DX)
           MOVE ALA-REC-RESULT      TO ALT-RESULT(W-A-DX)
           MOVE ALA-REC-MSGID       TO ALT-MSGID(W-A-DX)
           MOVE ALA-REC-FAILED      TO ALT-FAILED(W-A-DX)
           MOVE ALA-REC-NOTIFIED    TO ALT-NOTIFIED(W-A-DX)
           MOVE ALA-REC-STATUS      TO ALT-STATUS(W-A-DX)
           MOVE ALA-REC-FAILURES    TO ALT-FAILURES(W-A-DX)
           MOVE ALA-REC-DETAIL      TO ALT-DETAIL(W-A-DX)
           MOVE SPACES              TO ALT-RESOLVED-AT(W-A-DX)
           SET  ALT-NOT-RESOLVED(W-A-DX)
                                    TO TRUE
           .
       SUB-1330-EXIT.
           EXIT.
      /
       SUB-2000-SCAN-STATUS.
      *-------------------------

           MOVE W-LAST-STAMP        TO W-NEW-STAMP
           MOVE W-LAST-SAME-SECOND  TO W-NEW-SAME-SECOND
           MOVE W-LAST-SAME-SECOND  TO W-SKIP-SAME-SECOND

           OPEN INPUT STATUS-FILE

           IF      W-STA-FILE-STATUS = '35'
               DISPLAY 'ALERTGEN GCUSTAT not found - nothing new'
               GO TO SUB-2000-EXIT
           END-IF

           IF      W-STA-FILE-STATUS NOT = '00'
               DISPLAY 'ALERTGEN unable to open GCUSTAT - status '
                   W-STA-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-2000-EXIT
           END-IF

           PERFORM SUB-2100-READ-STATUS THRU SUB-2100-EXIT

           PERFORM SUB-2200-SELECT-RECORD THRU SUB-2200-EXIT
               UNTIL W-STA-EOF OR RETURN-CODE NOT = 0

           CLOSE STATUS-FILE
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-READ-STATUS.
      *-------------------------

           READ STATUS-FILE
               AT END
                   SET  W-STA-EOF   TO TRUE
           END-READ
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-SELECT-RECORD.
      *---------------------------

           ADD  1                   TO W-READ-COUNT

      **** ALREADY SEEN: EARLIER THAN THE HIGH-WATER MARK, OR ONE OF
      **** THE RECORDS AT THAT SECOND THE LAST RUN COUNTED.

           IF      STA-REC-TIMESTAMP < W-LAST-STAMP
               GO TO SUB-2200-NEXT
           END-IF

           IF      STA-REC-TIMESTAMP = W-LAST-STAMP
           AND     W-SKIP-SAME-SECOND > 0
               SUBTRACT 1           FROM W-SKIP-SAME-SECOND
               GO TO SUB-2200-NEXT
           END-IF

           IF      STA-REC-TIMESTAMP > W-NEW-STAMP
               MOVE STA-REC-TIMESTAMP
                                    TO W-NEW-STAMP
               MOVE 1               TO W-NEW-SAME-SECOND
           ELSE
               IF      STA-REC-TIMESTAMP = W-NEW-STAMP
                   ADD  1           TO W-NEW-SAME-SECOND
               END-IF
           END-IF

           ADD  1                   TO W-NEW-COUNT

           IF      W-FIRST-RUN
           AND     STA-REC-DATE < W-START-DATE
               ADD  1               TO W-BEFORE-START-COUNT
               GO TO SUB-2200-NEXT
           END-IF

           EVALUATE STA-REC-RESULT
               WHEN 'PASS'
                   PERFORM SUB-2300-RESOLVE THRU SUB-2300-EXIT
                       VARYING W-A-DX FROM 1 BY 1
                         UNTIL W-A-DX > W-ALERT-TOTAL
               WHEN 'FAIL'
               WHEN 'ERROR'
                   PERFORM SUB-2400-RECORD-FAILURE THRU SUB-2400-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       SUB-2200-NEXT.

           PERFORM SUB-2100-READ-STATUS THRU SUB-2100-EXIT
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-RESOLVE.
      *--------------------

      **** A PASS CLOSES EVERY FAILURE OF THE SAME DATASET STILL
      **** WAITING FOR ONE.

           IF      ALT-DATASET(W-A-DX) = STA-REC-DATASET
           AND     ALT-NOT-RESOLVED(W-A-DX)
               SET  ALT-RESOLVED(W-A-DX)
                                    TO TRUE
               MOVE STA-REC-TIMESTAMP
                                    TO ALT-RESOLVED-AT(W-A-DX)
           END-IF
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2400-RECORD-FAILURE.
      *---------------------------

      **** A DATASET ALREADY WAITING FOR ITS PASS IS NOT NOTIFIED
      **** AGAIN -- THE REPEAT IS COUNTED ON THE OPEN FAILURE.

           SET  W-ENTRY-NOT-FOUND   TO TRUE

           PERFORM SUB-2410-MATCH-ALERT THRU SUB-2410-EXIT
               VARYING W-A-DX FROM 1 BY 1
                 UNTIL W-A-DX > W-ALERT-TOTAL
                    OR W-ENTRY-FOUND

           IF      W-ENTRY-FOUND
               SET  W-A-DX          DOWN BY 1
               IF      ALT-FAILURES(W-A-DX) < 9999
                   ADD  1           TO ALT-FAILURES(W-A-DX)
               END-IF
               ADD  1               TO W-REPEAT-COUNT
               GO TO SUB-2400-EXIT
           END-IF

           IF      W-ALERT-TOTAL >= W-ALERT-MAX
               DISPLAY 'ALERTGEN more than ' W-ALERT-MAX
                   ' failures open'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-2400-EXIT
           END-IF

           ADD  1                   TO W-ALERT-TOTAL
           SET  W-A-DX              TO W-ALERT-TOTAL

           MOVE STA-REC-DATASET     TO ALT-DATASET(W-A-DX)
           MOVE STA-REC-PROGRAM     TO ALT-PROGRAM(W-A-DX)
           MOVE STA-REC-RESULT      TO ALT-RESULT(W-A-DX)
           MOVE STA-REC-MSGID       TO ALT-MSGID(W-A-DX)
           MOVE STA-REC-TIMESTAMP   TO ALT-FAILED(W-A-DX)
           MOVE SPACES              TO ALT-NOTIFIED(W-A-DX)
           MOVE 'NEW'               TO ALT-STATUS(W-A-DX)
           MOVE 1                   TO ALT-FAILURES(W-A-DX)
           MOVE STA-REC-DETAIL      TO ALT-DETAIL(W-A-DX)
           MOVE SPACES              TO ALT-RESOLVED-AT(W-A-DX)
           SET  ALT-NOT-RESOLVED(W-A-DX)
                                    TO TRUE
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2410-MATCH-ALERT.
      *------------------------

           IF      ALT-DATASET(W-A-DX) = STA-REC-DATASET
           AND     ALT-NOT-RESOLVED(W-A-DX)
               SET  W-ENTRY-FOUND   TO TRUE
           END-IF
           .
       SUB-2410-EXIT.
           EXIT.
      /
       SUB-3000-NOTIFY.
      *-------------------

           OPEN OUTPUT MAIL-FILE

           IF      W-MAIL-FILE-STATUS NOT = '00'
               DISPLAY 'ALERTGEN unable to open ALRTMAIL - status '
                   W-MAIL-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-3000-EXIT
           END-IF

           OPEN OUTPUT PAGE-FILE

           IF      W-PAGE-FILE-STATUS NOT = '00'
               DISPLAY 'ALERTGEN unable to open ALRTPAGE - status '
                   W-PAGE-FILE-STATUS
               CLOSE MAIL-FILE
               MOVE 16              TO RETURN-CODE
               GO TO SUB-3000-EXIT
           END-IF

           PERFORM SUB-3100-PROCESS-ALERT THRU SUB-3100-EXIT
               VARYING W-A-DX FROM 1 BY 1
                 UNTIL W-A-DX > W-ALERT-TOTAL

           CLOSE MAIL-FILE
                 PAGE-FILE
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-PROCESS-ALERT.
      *--------------------------

           PERFORM SUB-3200-FIND-OWNER THRU SUB-3200-EXIT

           MOVE SPACES              TO W-NOTICE-CC

           EVALUATE TRUE

      **** FAILED AND PASSED AGAIN BEFORE ANYONE WAS TOLD -- THERE
      **** IS NOTHING LEFT FOR THE OWNER TO DO.

               WHEN ALT-NEW(W-A-DX)
               AND  ALT-RESOLVED(W-A-DX)
                   ADD  1           TO W-CLEARED-COUNT

               WHEN ALT-NEW(W-A-DX)
                   SET  W-NOTICE-ALERT
                                    TO TRUE
                   MOVE 'ALERT'     TO W-NOTICE-SUBJECT
                   MOVE W-OWNER-CONTACT
                                    TO W-NOTICE-TO
                   MOVE ALT-MSGID(W-A-DX)
                                    TO W-NOTICE-MSGID
                   PERFORM SUB-3500-WRITE-NOTICE THRU SUB-3500-EXIT
                   MOVE 'OPEN'      TO ALT-STATUS(W-A-DX)
                   MOVE W-RUN-STAMP TO ALT-NOTIFIED(W-A-DX)
                   ADD  1           TO W-ALERT-COUNT
                   IF      W-OWNER-HIT = 0
                       ADD  1       TO W-UNROUTED-COUNT
                       DISPLAY 'ALERTGEN no owner for '
                           ALT-DATASET(W-A-DX)
                   END-IF

      **** A RESOLVED NOTICE GOES TO WHOEVER HAS BEEN TOLD.

               WHEN ALT-RESOLVED(W-A-DX)
                   SET  W-NOTICE-RESOLVED
                                    TO TRUE
                   MOVE 'RESOLVED'  TO W-NOTICE-SUBJECT
                   MOVE W-OWNER-CONTACT
                                    TO W-NOTICE-TO
                   IF      ALT-ESCALATED(W-A-DX)
                       MOVE W-OWNER-ESCALATE
                                    TO W-NOTICE-CC
                   END-IF
                   MOVE 'GCU0001I'  TO W-NOTICE-MSGID
                   PERFORM SUB-3500-WRITE-NOTICE THRU SUB-3500-EXIT
                   ADD  1           TO W-RESOLVED-COUNT

               WHEN ALT-OPEN(W-A-DX)
                   PERFORM SUB-3300-CHECK-ESCALATION
                       THRU SUB-3300-EXIT

               WHEN OTHER
                   ADD  1           TO W-STILL-OPEN-COUNT
           END-EVALUATE
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3200-FIND-OWNER.
      *-----------------------

      **** THE LONGEST PREFIX THAT MATCHES THE DATASET NAME WINS;
      **** FAILING THAT THE * ENTRY; FAILING THAT NOBODY.  THE
      **** REGISTRY IS CONSULTED AFRESH EVERY RUN, SO A CHANGE OF
      **** OWNER TAKES EFFECT ON FAILURES ALREADY OPEN.

           MOVE 0                   TO W-OWNER-HIT
                                       W-OWNER-BEST-LEN

           PERFORM SUB-3210-MATCH-OWNER THRU SUB-3210-EXIT
               VARYING W-O-DX FROM 1 BY 1
                 UNTIL W-O-DX > W-OWNER-COUNT

           IF      W-OWNER-HIT = 0
               MOVE W-OWNER-DEFAULT TO W-OWNER-HIT
           END-IF

           IF      W-OWNER-HIT = 0
               MOVE SPACES          TO W-OWNER-PREFIX
                                       W-OWNER-CONTACT
                                       W-OWNER-ESCALATE
               MOVE 'UNOWNED'       TO W-OWNER-TEAM
               MOVE 0               TO W-OWNER-DELAY
               GO TO SUB-3200-EXIT
           END-IF

           SET  W-O-DX              TO W-OWNER-HIT
           MOVE OWT-PREFIX(W-O-DX)  TO W-OWNER-PREFIX
           MOVE OWT-TEAM(W-O-DX)    TO W-OWNER-TEAM
           MOVE OWT-CONTACT(W-O-DX) TO W-OWNER-CONTACT
           MOVE OWT-ESCALATE(W-O-DX)
                                    TO W-OWNER-ESCALATE
           MOVE OWT-DELAY(W-O-DX)   TO W-OWNER-DELAY
           .
       SUB-3200-EXIT.
           EXIT.
      /
       SUB-3210-MATCH-OWNER.
      *------------------------

           IF      OWT-LENGTH(W-O-DX) > W-OWNER-BEST-LEN
               IF      ALT-DATASET(W-A-DX)(1:OWT-LENGTH(W-O-DX)) =
                       OWT-PREFIX(W-O-DX)(1:OWT-LENGTH(W-O-DX))
                   MOVE OWT-LENGTH(W-O-DX)
                                    TO W-OWNER-BEST-LEN
                   SET  W-OWNER-HIT TO W-O-DX
               END-IF
           END-IF
           .
       SUB-3210-EXIT.
           EXIT.
      /
       SUB-3300-CHECK-ESCALATION.
      *-----------------------------

      **** THE DELAY RUNS FROM THE FIRST NOTICE, SO THE OWNER ALWAYS
      **** HAS THE FULL DELAY TO ACT.  AN OWNER WITH NO SECOND
      **** CONTACT IS NEVER ESCALATED.

           IF      W-OWNER-ESCALATE = SPACES
               ADD  1               TO W-STILL-OPEN-COUNT
               GO TO SUB-3300-EXIT
           END-IF

           MOVE ALT-NOTIFIED(W-A-DX)
                                    TO W-STAMP-TEXT
           PERFORM SUB-7200-STAMP-TO-MINUTES THRU SUB-7200-EXIT

           COMPUTE W-ELAPSED-MINUTES =
               W-RUN-MINUTES - W-STAMP-MINUTES

           IF      W-ELAPSED-MINUTES < W-OWNER-DELAY
               ADD  1               TO W-STILL-OPEN-COUNT
               GO TO SUB-3300-EXIT
           END-IF

           SET  W-NOTICE-ESCALATE   TO TRUE
           MOVE 'ESCALATION'        TO W-NOTICE-SUBJECT
           MOVE W-OWNER-ESCALATE    TO W-NOTICE-TO
           MOVE W-OWNER-CONTACT     TO W-NOTICE-CC
           MOVE ALT-MSGID(W-A-DX)   TO W-NOTICE-MSGID
           PERFORM SUB-3500-WRITE-NOTICE THRU SUB-3500-EXIT

           MOVE 'ESCALATD'          TO ALT-STATUS(W-A-DX)
           ADD  1                   TO W-ESCALATE-COUNT
           .
       SUB-3300-EXIT.
           EXIT.
      /
       SUB-3500-WRITE-NOTICE.
      *-------------------------

      **** THE PAGING GATEWAY LINE FIRST, THEN THE MAIL BLOCK.

           MOVE SPACES              TO PAGE-RECORD
           MOVE W-RUN-STAMP         TO PGR-REC-TIMESTAMP
           MOVE W-NOTICE-ACTION     TO PGR-REC-ACTION
           MOVE W-NOTICE-MSGID      TO PGR-REC-MSGID
           MOVE W-OWNER-TEAM        TO PGR-REC-TEAM
           MOVE W-NOTICE-TO         TO PGR-REC-CONTACT
           MOVE ALT-DATASET(W-A-DX) TO PGR-REC-DATASET
           MOVE ALT-PROGRAM(W-A-DX) TO PGR-REC-PROGRAM
           MOVE ALT-FAILED(W-A-DX)  TO PGR-REC-FAILED
           MOVE ALT-FAILURES(W-A-DX)
                                    TO PGR-REC-FAILURES
           WRITE PAGE-RECORD

           MOVE SPACES              TO W-MAIL-LINE
           IF      W-NOTICE-TO = SPACES
               MOVE 'To:      (no owner registered)'
                                    TO W-MAIL-LINE
           ELSE
               STRING 'To:      ' W-NOTICE-TO
                   DELIMITED BY SIZE INTO W-MAIL-LINE
               END-STRING
           END-IF
           PERFORM SUB-3590-WRITE-MAIL-LINE THRU SUB-3590-EXIT

           IF      W-NOTICE-CC NOT = SPACES
               STRING 'Cc:      ' W-NOTICE-CC
                   DELIMITED BY SIZE INTO W-MAIL-LINE
               END-STRING
               PERFORM SUB-3590-WRITE-MAIL-LINE THRU SUB-3590-EXIT
           END-IF

           STRING 'Subject: ' W-NOTICE-MSGID ' '
                                    DELIMITED BY SIZE
                  W-NOTICE-SUBJECT  DELIMITED BY SPACE
                  ' '               DELIMITED BY SIZE
                  ALT-DATASET(W-A-DX)
                                    DELIMITED BY SPACE
                  ' - '             DELIMITED BY SIZE
                  W-OWNER-TEAM      DELIMITED BY SIZE
               INTO W-MAIL-LINE
           END-STRING
           PERFORM SUB-3590-WRITE-MAIL-LINE THRU SUB-3590-EXIT

           PERFORM SUB-3590-WRITE-MAIL-LINE THRU SUB-3590-EXIT

           STRING 'Dataset    : ' ALT-DATASET(W-A-DX)
               DELIMITED BY SIZE INTO W-MAIL-LINE
           END-STRING
           PERFORM SUB-3590-WRITE-MAIL-LINE THRU SUB-3590-EXIT

           IF      W-OWNER-PREFIX = SPACES
               STRING 'Owner      : ' W-OWNER-TEAM
                   DELIMITED BY SIZE INTO W-MAIL-LINE
               END-STRING
           ELSE
               STRING 'Owner      : ' DELIMITED BY SIZE
                      W-OWNER-TEAM   DELIMITED BY SPACE
                      ' (prefix '    DELIMITED BY SIZE
                      W-OWNER-PREFIX DELIMITED BY SPACE
                      ')'            DELIMITED BY SIZE
                   INTO W-MAIL-LINE
               END-STRING
           END-IF
           PERFORM SUB-3590-WRITE-MAIL-LINE THRU SUB-3590-EXIT

           STRING 'Program    : ' ALT-PROGRAM(W-A-DX)
               DELIMITED BY SIZE INTO W-MAIL-LINE
           END-STRING
           PERFORM SUB-3590-WRITE-MAIL-LINE THRU SUB-3590-EXIT

           STRING 'Result     : ' ALT-RESULT(W-A-DX) ' ('
                  ALT-MSGID(W-A-DX) ')'
               DELIMITED BY SIZE INTO W-MAIL-LINE
           END-STRING
           PERFORM SUB-3590-WRITE-MAIL-LINE THRU SUB-3590-EXIT

           STRING 'First fail : ' ALT-FAILED(W-A-DX)
               DELIMITED BY SIZE INTO W-MAIL-LINE
           END-STRING
           PERFORM SUB-3590-WRITE-MAIL-LINE THRU SUB-3590-EXIT

           MOVE ALT-FAILURES(W-A-DX)
                                    TO W-EDIT-COUNT
           STRING 'Failures   : ' W-EDIT-COUNT
               DELIMITED BY SIZE INTO W-MAIL-LINE
           END-STRING
           PERFORM SUB-3590-WRITE-MAIL-LINE THRU SUB-3590-EXIT

           STRING 'Detail     : ' ALT-DETAIL(W-A-DX)
               DELIMITED BY SIZE INTO W-MAIL-LINE
           END-STRING
           PERFORM SUB-3590-WRITE-MAIL-LINE THRU SUB-3590-EXIT

           PERFORM SUB-3590-WRITE-MAIL-LINE THRU SUB-3590-EXIT

           EVALUATE TRUE
               WHEN W-NOTICE-ALERT
               AND  W-OWNER-ESCALATE = SPACES
                   MOVE 'No escalation contact is registered.'
                                    TO W-MAIL-LINE

               WHEN W-NOTICE-ALERT
                   MOVE W-OWNER-DELAY
                                    TO W-EDIT-MINUTES
                   PERFORM SUB-3580-TRIM-MINUTES THRU SUB-3580-EXIT
                   STRING 'Escalates to '
                                    DELIMITED BY SIZE
                          W-OWNER-ESCALATE
                                    DELIMITED BY SPACE
                          ' after ' DELIMITED BY SIZE
                          W-EDIT-MINUTES(W-LEAD-SPACES + 1:)
                                    DELIMITED BY SIZE
                          ' minutes unless a later PASS is recorded.'
                                    DELIMITED BY SIZE
                       INTO W-MAIL-LINE
                   END-STRING

               WHEN W-NOTICE-ESCALATE
                   MOVE W-ELAPSED-MINUTES
                                    TO W-EDIT-MINUTES
                   PERFORM SUB-3580-TRIM-MINUTES THRU SUB-3580-EXIT
                   STRING 'First notified ' ALT-NOTIFIED(W-A-DX)
                          '; no PASS recorded in '
                          W-EDIT-MINUTES(W-LEAD-SPACES + 1:)
                          ' minutes.'
                       DELIMITED BY SIZE INTO W-MAIL-LINE
                   END-STRING

               WHEN W-NOTICE-RESOLVED
                   STRING 'Resolved by a PASS recorded at '
                          ALT-RESOLVED-AT(W-A-DX) '.'
                       DELIMITED BY SIZE INTO W-MAIL-LINE
                   END-STRING
           END-EVALUATE
           PERFORM SUB-3590-WRITE-MAIL-LINE THRU SUB-3590-EXIT

           MOVE ALL '='             TO W-MAIL-LINE(1:72)
           PERFORM SUB-3590-WRITE-MAIL-LINE THRU SUB-3590-EXIT

           ADD  1                   TO W-NOTICE-COUNT
           .
       SUB-3500-EXIT.
           EXIT.
      /
       SUB-3580-TRIM-MINUTES.
      *-------------------------

           MOVE 0                   TO W-LEAD-SPACES
           INSPECT W-EDIT-MINUTES
               TALLYING W-LEAD-SPACES FOR LEADING SPACES
           .
       SUB-3580-EXIT.
           EXIT.
      /
       SUB-3590-WRITE-MAIL-LINE.
      *----------------------------

           WRITE MAIL-RECORD      FROM W-MAIL-LINE
           MOVE SPACES              TO W-MAIL-LINE
           .
       SUB-3590-EXIT.
           EXIT.
      /
       SUB-4000-SAVE-STATE.
      *-----------------------

      **** ALRTSTAT IS SMALL -- THE MARK AND THE FAILURES STILL
      **** OPEN -- SO IT IS REWRITTEN WHOLE.  RESOLVED AND CLEARED
      **** FAILURES DROP OUT HERE.

           OPEN OUTPUT STATE-FILE

           IF      W-STATE-FILE-STATUS NOT = '00'
               DISPLAY 'ALERTGEN unable to rewrite ALRTSTAT - status '
                   W-STATE-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-4000-EXIT
           END-IF

           MOVE SPACES              TO STATE-HEADER-RECORD
           MOVE 'H'                 TO ALH-REC-TYPE
           MOVE W-NEW-STAMP         TO ALH-REC-STAMP
           MOVE W-NEW-SAME-SECOND   TO ALH-REC-SAME-SECOND
           MOVE W-RUN-STAMP         TO ALH-REC-RUN-AT
           WRITE STATE-HEADER-RECORD

           PERFORM SUB-4100-WRITE-ALERT THRU SUB-4100-EXIT
               VARYING W-A-DX FROM 1 BY 1
                 UNTIL W-A-DX > W-ALERT-TOTAL

           CLOSE STATE-FILE
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-4100-WRITE-ALERT.
      *------------------------

           IF      ALT-RESOLVED(W-A-DX)
               GO TO SUB-4100-EXIT
           END-IF

           MOVE SPACES              TO STATE-ALERT-RECORD
           MOVE 'A'                 TO ALA-REC-TYPE
           MOVE ALT-DATASET(W-A-DX) TO ALA-REC-DATASET
           MOVE ALT-PROGRAM(W-A-DX) TO ALA-REC-PROGRAM
           MOVE ALT-RESULT(W-A-DX)  TO ALA-REC-RESULT
           MOVE ALT-MSGID(W-A-DX)   TO ALA-REC-MSGID
           MOVE ALT-FAILED(W-A-DX)  TO ALA-REC-FAILED
           MOVE ALT-NOTIFIED(W-A-DX)
                                    TO ALA-REC-NOTIFIED
           MOVE ALT-STATUS(W-A-DX)  TO ALA-REC-STATUS
           MOVE ALT-FAILURES(W-A-DX)
                                    TO ALA-REC-FAILURES
           MOVE ALT-DETAIL(W-A-DX)  TO ALA-REC-DETAIL
           WRITE STATE-ALERT-RECORD
           .
       SUB-4100-EXIT.
           EXIT.
      /
       SUB-5000-SHUT-DOWN.
      *-------------------

           IF      RETURN-CODE = 16
               DISPLAY 'ALERTGEN completed with errors - ALRTSTAT '
                   'not updated'
               GO TO SUB-5000-EXIT
           END-IF

           DISPLAY 'ALERTGEN owners registered     : ' W-OWNER-COUNT
           DISPLAY 'ALERTGEN GCUSTAT records read  : ' W-READ-COUNT
           DISPLAY 'ALERTGEN new since last run    : ' W-NEW-COUNT

           IF      W-FIRST-RUN
               DISPLAY 'ALERTGEN before START-DATE     : '
                   W-BEFORE-START-COUNT
           END-IF

           DISPLAY 'ALERTGEN repeat failures       : ' W-REPEAT-COUNT
           DISPLAY 'ALERTGEN passed before notice  : ' W-CLEARED-COUNT
           DISPLAY 'ALERTGEN alerts sent           : ' W-ALERT-COUNT
           DISPLAY 'ALERTGEN escalations sent      : '
               W-ESCALATE-COUNT
           DISPLAY 'ALERTGEN resolved notices sent : '
               W-RESOLVED-COUNT
           DISPLAY 'ALERTGEN still open            : '
               W-STILL-OPEN-COUNT
           DISPLAY 'ALERTGEN with no owner         : '
               W-UNROUTED-COUNT

           EVALUATE TRUE
               WHEN W-UNROUTED-COUNT > 0
                   MOVE 8           TO RETURN-CODE
               WHEN W-NOTICE-COUNT > 0
                   MOVE 4           TO RETURN-CODE
               WHEN OTHER
                   MOVE 0           TO RETURN-CODE
           END-EVALUATE

           DISPLAY 'ALERTGEN completed'
           .
       SUB-5000-EXIT.
           EXIT.
      /
       SUB-7100-DATE-TO-INTEGER.
      *----------------------------

           SET  W-DATE-NOT-VALID    TO TRUE
           MOVE 0                   TO W-DATE-INT

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

           COMPUTE W-DATE-INT =
               FUNCTION INTEGER-OF-DATE(W-DATE-NUM)

           SET  W-DATE-VALID        TO TRUE
           .
       SUB-7100-EXIT.
           EXIT.
      /
       SUB-7200-STAMP-TO-MINUTES.
      *-----------------------------

      **** YYYY-MM-DD HH:MM:SS TO MINUTES SINCE THE CALENDAR'S DAY
      **** ZERO.  A STAMP THAT WILL NOT CONVERT COUNTS AS NOW, SO A
      **** DAMAGED ENTRY IS NEVER ESCALATED BY ACCIDENT.

           MOVE W-STAMP-DATE        TO W-DATE-TEXT
           PERFORM SUB-7100-DATE-TO-INTEGER THRU SUB-7100-EXIT

           IF      W-DATE-NOT-VALID
           OR      W-STAMP-HH NOT NUMERIC
           OR      W-STAMP-MM NOT NUMERIC
               MOVE W-RUN-MINUTES   TO W-STAMP-MINUTES
               GO TO SUB-7200-EXIT
           END-IF

           COMPUTE W-STAMP-MINUTES =
               W-DATE-INT * 1440 + W-STAMP-HH * 60 + W-STAMP-MM
           .
       SUB-7200-EXIT.
           EXIT.
