      *=========================== EXCPMGR =============================*
      * Authors: Brian D Pead
      *
      * Description: Exception-queue manager for the rejected records
      *              VALIDCHK, RECONV, REKEY and the like write to
      *              their EXCEPT datasets, so rejects are worked to a
      *              close instead of being left where they fell.
      *              Each rejected record becomes one entry in the
      *              EXCQUEUE persistent queue, tagged with the
      *              dataset it came from, the program that rejected
      *              it, the reason and the date, and carries a status
      *              through its life:
      *                OPEN       as loaded
      *                CORRECTED  changed, awaiting release
      *                RELEASED   written to a resubmission file
      *                DROPPED    closed without resubmission
      *              The queue holds the records byte for byte, packed
      *              and binary fields included, so it is a binary
      *              sequential dataset, not a text registry.
      *
      *              The first SYSIN card gives the function:
      *                LOAD     appends every record of one run's
      *                         EXCEPT dataset as OPEN entries
      *                CORRECT  applies PATCH cards (ZAPFILE's verified
      *                         in-place hex patch), TEXT cards (a
      *                         character field replaced) and DROP
      *                         cards to named entries
      *                UNLOAD   writes open entries to EXCEDIT in
      *                         HEXLOAD's editable hex layout, the
      *                         entry number standing in for the
      *                         record number
      *                EDIT     takes the edited EXCEDIT back; only
      *                         the entries whose hex was changed are
      *                         replaced, and only if the entry is
      *                         unchanged since it was unloaded
      *                RELEASE  writes the CORRECTED entries of one
      *                         source dataset to RESUBMIT -- the
      *                         input to a rerun of the original
      *                         program's deck, whose own EXCEPT
      *                         output is loaded again by the next
      *                         LOAD if a record still fails
      *                AGING    lists the open entries and summarizes
      *                         them by source and reason with the
      *                         days each has been outstanding
      *              Updates run through the EXCWORK copy-and-rewrite
      *              pattern CHGMAINT uses on CHGREG: the updated queue
      *              is built in EXCWORK and copied back only when every
      *              card in the deck was accepted, and each entry
      *              loaded or changed appends one line to EXCAUDIT
      *              naming who asked for it.
      *
      *              RETURN-CODE 4 when AGING finds entries older than
      *              MAX-DAYS, 8 when a correction, edit or load is
      *              refused (the queue is then left as it was), 16
      *              for a bad deck or a dataset that cannot be read.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-10-13  1.0      First release
      *================================================================*

       PROCESS TRUNC(BIN)

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 EXCPMGR.

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

           SELECT QUEUE-FILE
               ASSIGN TO           'EXCQUEUE'
               ORGANIZATION        SEQUENTIAL
               FILE STATUS IS      W-QUE-FILE-STATUS.

           SELECT WORK-FILE
               ASSIGN TO           'EXCWORK'
               ORGANIZATION        SEQUENTIAL
               FILE STATUS IS      W-WRK-FILE-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO           'EXCAUDIT'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-AUD-FILE-STATUS.

           SELECT EXCEPT-FILE
               ASSIGN TO DYNAMIC   W-EXCEPT-DSNAME
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-EXC-FILE-STATUS.

           SELECT EXCEPT-BIN-FILE
               ASSIGN TO DYNAMIC   W-EXCEPT-DSNAME
               ORGANIZATION        SEQUENTIAL
               FILE STATUS IS      W-EXC-FILE-STATUS.

           SELECT EDIT-FILE
               ASSIGN TO           'EXCEDIT'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-EDT-FILE-STATUS.

           SELECT RESUBMIT-FILE
               ASSIGN TO           'RESUBMIT'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-RSB-FILE-STATUS.

           SELECT RESUBMIT-BIN-FILE
               ASSIGN TO           'RESUBMIT'
               ORGANIZATION        SEQUENTIAL
               FILE STATUS IS      W-RSB-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  SYSIN-FILE.

       01  SYSIN-RECORD                PIC X(80).

       FD  QUEUE-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 33017 CHARACTERS
               DEPENDING ON        W-QUE-REC-LEN.

       01  QUEUE-RECORD                PIC X(33017).

       FD  WORK-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 33017 CHARACTERS
               DEPENDING ON        W-QUE-REC-LEN.

       01  WORK-RECORD                 PIC X(33017).

      **** ONE AUDIT LINE PER ENTRY LOADED OR CHANGED: WHEN, WHICH
      **** FUNCTION, WHICH ENTRY AND ITS NEW STATUS, THE SOURCE
      **** DATASET, WHO ASKED FOR IT AND WHAT WAS DONE.

       FD  AUDIT-FILE.

       01  AUDIT-RECORD.
           05  AUD-REC-TIMESTAMP       PIC X(19).
           05  AUD-REC-SEP-1           PIC X(01).
           05  AUD-REC-ACTION          PIC X(08).
           05  AUD-REC-SEP-2           PIC X(01).
           05  AUD-REC-ID              PIC 9(09).
           05  AUD-REC-SEP-3           PIC X(01).
           05  AUD-REC-STATUS          PIC X(09).
           05  AUD-REC-SEP-4           PIC X(01).
           05  AUD-REC-SOURCE          PIC X(44).
           05  AUD-REC-SEP-5           PIC X(01).
           05  AUD-REC-REQUESTER       PIC X(08).
           05  AUD-REC-SEP-6           PIC X(01).
           05  AUD-REC-DETAIL          PIC X(40).

       FD  EXCEPT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
               DEPENDING ON        W-EXC-REC-LEN.

       01  EXCEPT-RECORD               PIC X(32760).

       FD  EXCEPT-BIN-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
               DEPENDING ON        W-EXC-REC-LEN.

       01  EXCEPT-BIN-RECORD           PIC X(32760).

       FD  EDIT-FILE.

       01  EDIT-RECORD                 PIC X(80).

       FD  RESUBMIT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
               DEPENDING ON        W-RSB-REC-LEN.

       01  RESUBMIT-RECORD             PIC X(32760).

       FD  RESUBMIT-BIN-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
               DEPENDING ON        W-RSB-REC-LEN.

       01  RESUBMIT-BIN-RECORD         PIC X(32760).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-CRC32-PROG             PIC X(08)       VALUE 'CRC32'.
       01  W-CRCHEX-PROG            PIC X(08)       VALUE 'CRCHEX'.
       01  W-HEXSEP-PROG            PIC X(08)       VALUE 'HEXSEP'.
       01  W-HEXPACK-PROG           PIC X(08)       VALUE 'HEXPACK'.

       01  W-SYSIN-FILE-STATUS      PIC X(02).
       01  W-QUE-FILE-STATUS        PIC X(02).
       01  W-WRK-FILE-STATUS        PIC X(02).
       01  W-AUD-FILE-STATUS        PIC X(02).
       01  W-EXC-FILE-STATUS        PIC X(02).
       01  W-EDT-FILE-STATUS        PIC X(02).
       01  W-RSB-FILE-STATUS        PIC X(02).

       01  W-QUE-REC-LEN            PIC 9(05)  COMP.
       01  W-EXC-REC-LEN            PIC 9(05)  COMP.
       01  W-RSB-REC-LEN            PIC 9(05)  COMP.

       01  W-FUNCTION               PIC X(10).
           88  W-FUNC-LOAD                          VALUE 'LOAD'.
           88  W-FUNC-CORRECT                       VALUE 'CORRECT'.
           88  W-FUNC-UNLOAD                        VALUE 'UNLOAD'.
           88  W-FUNC-EDIT                          VALUE 'EDIT'.
           88  W-FUNC-RELEASE                       VALUE 'RELEASE'.
           88  W-FUNC-AGING                         VALUE 'AGING'.
           88  W-FUNC-VALID                         VALUES 'LOAD'
                                                       'CORRECT'
                                                        'UNLOAD'
                                                          'EDIT'
                                                       'RELEASE'
                                                         'AGING'.

       01  W-CARD-KEYWORD           PIC X(11).

      **** OPTION CARD VALUES.

       01  W-EXCEPT-DSNAME          PIC X(44)       VALUE SPACES.
       01  W-SOURCE                 PIC X(44)       VALUE SPACES.
       01  W-PROGRAM                PIC X(08)       VALUE SPACES.
       01  W-REASON                 PIC X(40)       VALUE SPACES.
       01  W-REJECT-DATE            PIC X(10)       VALUE SPACES.
       01  W-REQUESTER              PIC X(08)       VALUE SPACES.
       01  W-LOAD-RECFM             PIC X(06)       VALUE 'TEXT'.
       01  W-MAX-DAYS               PIC 9(05)       VALUE 0.
       01  W-MAX-DAYS-CARD          PIC X(05).

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-MAX-DAYS-GIVEN                     VALUE 'Y'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-SYSIN-EOF                          VALUE 'Y'.
           88  W-SYSIN-NOT-EOF                      VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-QUE-EOF                            VALUE 'Y'.
           88  W-QUE-NOT-EOF                        VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-QUEUE-ABSENT                       VALUE 'Y'.
           88  W-QUEUE-PRESENT                      VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-WRK-EOF                            VALUE 'Y'.
           88  W-WRK-NOT-EOF                        VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-EXC-EOF                            VALUE 'Y'.
           88  W-EXC-NOT-EOF                        VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-EDT-EOF                            VALUE 'Y'.
           88  W-EDT-NOT-EOF                        VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-AUDIT-OPEN                         VALUE 'Y'.
           88  W-AUDIT-CLOSED                       VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-RESUBMIT-OPEN                      VALUE 'Y'.
           88  W-RESUBMIT-CLOSED                    VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-ENTRY-CHANGED                      VALUE 'Y'.
           88  W-ENTRY-UNCHANGED                    VALUE 'N'.

      **** ONE QUEUE ENTRY: A FIXED HEADER FOLLOWED BY THE REJECTED
      **** RECORD ITSELF.  QUE-LAST-ACTION SAYS WHAT WAS LAST DONE TO
      **** THE ENTRY; QUE-AUDIT-PENDING MARKS AN ENTRY CHANGED IN
      **** EXCWORK WHOSE AUDIT LINE IS WRITTEN WHEN IT IS COPIED
      **** BACK, SO A REFUSED DECK LEAVES NO AUDIT TRAIL OF CHANGES
      **** THAT NEVER HAPPENED.

       01  W-QUEUE-ENTRY.
           05  QUE-ID               PIC 9(09).
           05  QUE-STATUS           PIC X(09).
               88  QUE-OPEN                         VALUE 'OPEN'.
               88  QUE-CORRECTED                    VALUE 'CORRECTED'.
               88  QUE-RELEASED                     VALUE 'RELEASED'.
               88  QUE-DROPPED                      VALUE 'DROPPED'.
               88  QUE-OUTSTANDING                  VALUES 'OPEN'
                                                     'CORRECTED'.
           05  QUE-SOURCE           PIC X(44).
           05  QUE-PROGRAM          PIC X(08).
           05  QUE-REASON           PIC X(40).
           05  QUE-REJECT-DATE      PIC X(10).
           05  QUE-LOAD-DATE        PIC X(10).
           05  QUE-EXCEPT-DSNAME    PIC X(44).
           05  QUE-EXCEPT-RECNO     PIC 9(09).
           05  QUE-RECFM            PIC X(06).
           05  QUE-CORRECTIONS      PIC 9(04).
           05  QUE-ACTION-DATE      PIC X(10).
           05  QUE-LAST-ACTION      PIC X(40).
           05  QUE-AUDIT-PENDING    PIC X(01).
               88  QUE-AUDIT-DUE                    VALUE 'Y'.
               88  QUE-AUDIT-DONE                   VALUE 'N'.
           05  QUE-CRC              PIC X(08).
           05  QUE-DATA-LEN         PIC 9(05).
           05  QUE-DATA             PIC X(32760).

       01  W-QUE-HEADER-LEN         PIC 9(05)  COMP VALUE 257.

      **** CORRECT MODE: ONE ENTRY PER PATCH, TEXT OR DROP CARD,
      **** APPLIED IN CARD ORDER TO THE ENTRY IT NAMES.  PATCH HOLDS
      **** UP TO 8 EXPECTED AND REPLACEMENT BYTES AS IN ZAPFILE; TEXT
      **** UP TO 40 REPLACEMENT CHARACTERS.

       01  W-COR-MAX                PIC 9(04)  COMP VALUE 100.
       01  W-COR-COUNT              PIC 9(04)  COMP VALUE 0.
       01  W-COR-TABLE.
           05  W-COR-ENTRY         OCCURS 100      INDEXED W-C-DX.
               10  COR-ID          PIC 9(09).
               10  COR-TYPE        PIC X(05).
                   88  COR-PATCH                    VALUE 'PATCH'.
                   88  COR-TEXT                     VALUE 'TEXT'.
                   88  COR-DROP                     VALUE 'DROP'.
               10  COR-OFFSET      PIC 9(05).
               10  COR-LENGTH      PIC 9(04)  COMP.
               10  COR-EXPECT      PIC X(08).
               10  COR-REPLACE     PIC X(40).
               10  COR-STATUS      PIC X(08).
                   88  COR-PENDING                  VALUE 'PENDING'.
                   88  COR-APPLIED                  VALUE 'APPLIED'.
                   88  COR-REFUSED                  VALUE 'REFUSED'.

       01  W-CARD-ID                PIC X(09).
       01  W-CARD-OFFSET            PIC X(05).
       01  W-CARD-TEXT-LEN          PIC X(02).
       01  W-CARD-EXPECT-HEX        PIC X(16).
       01  W-CARD-REPLACE-HEX       PIC X(16).
       01  W-HEX-DIGIT-COUNT        PIC 9(04)  COMP.
       01  W-SCAN-DX                PIC 9(09)  COMP.
       01  W-PATCH-POS              PIC 9(09)  COMP.
       01  W-PATCH-END              PIC 9(09)  COMP.

      **** UNLOAD AND EDIT: HEXLOAD'S LAYOUT, 24 RECORD BYTES PER HEX
      **** LINE IN 4-BYTE WORDS UNDER A HEADER LINE CARRYING THE
      **** ENTRY NUMBER, LENGTH AND CRC32.

       01  W-CHUNK-BYTES            PIC 9(04)  COMP VALUE 24.
       01  W-CHUNK-POS              PIC 9(09)  COMP.
       01  W-CHUNK-LEN              PIC 9(09)  COMP.
       01  W-SEP-BUF                PIC X(80).

       01  W-HEADER-LINE.
           05  FILLER               PIC X(07)      VALUE 'RECORD '.
           05  W-HL-RECNO           PIC 9(09).
           05  FILLER               PIC X(05)      VALUE ' LEN '.
           05  W-HL-LEN             PIC 9(05).
           05  FILLER               PIC X(05)      VALUE ' CRC '.
           05  W-HL-CRC             PIC X(08).
           05  FILLER               PIC X(41)      VALUE SPACES.

      **** THE EDITED RECORD IN HAND: ITS HEADER, ITS HEX DIGITS
      **** STRIPPED OF SEPARATORS, AND THE BYTES THEY PACK TO.
      **** W-EDIT-ID IS ALL NINES ONCE EXCEDIT IS EXHAUSTED.

       01  W-EDIT-ID                PIC 9(09).
       01  W-EDIT-PREV-ID           PIC 9(09)       VALUE 0.
       01  W-EDIT-LEN               PIC 9(05).
       01  W-EDIT-CRC               PIC X(08).
       01  W-EDIT-NEW-CRC           PIC X(08).
       01  W-DIGIT-BUF              PIC X(65520).
       01  W-DIGIT-COUNT            PIC 9(09)  COMP.
       01  W-LOAD-AREA              PIC X(32760).
       01  W-LOAD-LEN               PIC 9(09)  COMP.
       01  W-TEXT-CHAR              PIC X(01).

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-EDIT-PACKED                        VALUE 'Y'.
           88  W-EDIT-NOT-PACKED                    VALUE 'N'.

       01  W-CRC-FOLD-1             PIC X(08).
       01  W-CRC-FOLD-2             PIC X(08).
       01  W-CRC-HEX                PIC X(08).

      **** RELEASE: THE RECORD FORMAT OF THE RESUBMISSION FILE,
      **** TAKEN FROM THE FIRST ENTRY RELEASED.

       01  W-RESUBMIT-RECFM         PIC X(06)       VALUE SPACES.

      **** AGING: ONE GROUP PER SOURCE AND REASON, KEPT IN ORDER,
      **** WITH COUNTS BY DAYS OUTSTANDING.

       01  W-GROUP-MAX              PIC 9(04)  COMP VALUE 200.
       01  W-GROUP-COUNT            PIC 9(04)  COMP VALUE 0.
       01  W-GROUP-TABLE.
           05  W-GROUP-ENTRY       OCCURS 201      INDEXED W-G-DX
                                                           W-G2-DX.
               10  GRP-SOURCE      PIC X(44).
               10  GRP-REASON      PIC X(40).
               10  GRP-COUNT       PIC 9(09)  COMP.
               10  GRP-AGE-0-7     PIC 9(09)  COMP.
               10  GRP-AGE-8-30    PIC 9(09)  COMP.
               10  GRP-AGE-31-90   PIC 9(09)  COMP.
               10  GRP-AGE-OVER-90 PIC 9(09)  COMP.
               10  GRP-OLDEST      PIC 9(05).

       01  W-GROUP-LINE.
           05  W-GL-REASON          PIC X(40).
           05  W-GL-COUNT           PIC ZZ,ZZ9.
           05  W-GL-AGE-0-7         PIC ZZ,ZZ9.
           05  W-GL-AGE-8-30        PIC ZZ,ZZ9.
           05  W-GL-AGE-31-90       PIC ZZ,ZZ9.
           05  W-GL-AGE-OVER-90     PIC ZZ,ZZ9.
           05  FILLER               PIC X(01)      VALUE SPACE.
           05  W-GL-OLDEST          PIC ZZ,ZZ9.

       01  W-GROUP-OVERFLOW         PIC 9(09)  COMP VALUE 0.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-GROUP-FOUND                        VALUE 'Y'.
           88  W-GROUP-NOT-FOUND                    VALUE 'N'.

       01  W-AGE-DAYS               PIC S9(09) COMP.
       01  W-TODAY-INT              PIC 9(09)  COMP.
       01  W-DATE-INT               PIC 9(09)  COMP.

      **** COUNTS.

       01  W-READ-COUNT             PIC 9(09)  COMP VALUE 0.
       01  W-WRITTEN-COUNT          PIC 9(09)  COMP VALUE 0.
       01  W-HIGH-ID                PIC 9(09)  COMP VALUE 0.
       01  W-LOADED-COUNT           PIC 9(09)  COMP VALUE 0.
       01  W-CHANGED-COUNT          PIC 9(09)  COMP VALUE 0.
       01  W-UNTOUCHED-COUNT        PIC 9(09)  COMP VALUE 0.
       01  W-RELEASED-COUNT         PIC 9(09)  COMP VALUE 0.
       01  W-REFUSED-COUNT          PIC 9(09)  COMP VALUE 0.
       01  W-OUTSTANDING-COUNT      PIC 9(09)  COMP VALUE 0.
       01  W-OVERDUE-COUNT          PIC 9(09)  COMP VALUE 0.
       01  W-UNLOADED-COUNT         PIC 9(09)  COMP VALUE 0.
       01  W-AUDITED-COUNT          PIC 9(09)  COMP VALUE 0.

       01  W-DISPLAY-COUNT          PIC ZZZ,ZZZ,ZZ9.
       01  W-DISPLAY-DAYS           PIC ZZ,ZZ9.
       01  W-DISPLAY-OFFSET         PIC 9(05).

       01  W-TODAY                  PIC X(10).

      **** THE AUDIT APPEND IS SERIALIZED BY BOUNDED RETRY, AS IN
      **** CHGMAINT.

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

       01  W-CRC32-PARAMETER.       COPY CRC32L.

       01  W-CRCHEX-PARAMETER.      COPY CRCHEXL.

       01  W-HEXSEP-PARAMETER.      COPY HEXSEPL.

       01  W-HEXPACK-PARAMETER.     COPY HEXPACKL.
      /
       PROCEDURE DIVISION.
      *===================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      RETURN-CODE = 0
               EVALUATE TRUE
                   WHEN W-FUNC-AGING
                       PERFORM SUB-2000-AGING THRU SUB-2000-EXIT
                   WHEN W-FUNC-UNLOAD
                       PERFORM SUB-2500-UNLOAD THRU SUB-2500-EXIT
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

           DISPLAY 'EXCPMGR  compiled on '
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

           MOVE W-CURRENT-DATE-YYYY TO W-DATE-YYYY
           MOVE W-CURRENT-DATE-MM   TO W-DATE-MM
           MOVE W-CURRENT-DATE-DD   TO W-DATE-DD
           COMPUTE W-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(W-DATE-NUM)

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

      **** THE FIRST CARD GIVES THE FUNCTION IN COLUMNS 1-10.  THE
      **** REMAINING CARDS CARRY A KEYWORD IN COLUMNS 1-11 AND ITS
      **** VALUE FROM COLUMN 12:
      ****   EXCEPT     THE EXCEPT DATASET TO LOAD, 12-55
      ****   SOURCE     THE DATASET THE REJECTS CAME FROM, 12-55 --
      ****              FOR UNLOAD, RELEASE AND AGING IT SELECTS THE
      ****              ENTRIES OF THAT SOURCE ONLY
      ****   PROGRAM    THE PROGRAM THAT REJECTED THEM, 12-19
      ****   REASON     WHY THEY WERE REJECTED, 12-51
      ****   DATE       THE DATE THEY WERE REJECTED, YYYY-MM-DD IN
      ****              12-21 (TODAY WHEN OMITTED)
      ****   RECORD-MODE
      ****              BINARY OR TEXT (THE DEFAULT) IN 13-18, THE
      ****              FORMAT OF THE EXCEPT DATASET, AS IN FILECHK
      ****   REQUESTER  THE USER ID ASKING FOR A CORRECT, EDIT OR
      ****              RELEASE, 12-19
      ****   PATCH      ZAPFILE'S COLUMNS: ENTRY NUMBER 12-20, 0-BASED
      ****              OFFSET 22-26, EXPECTED HEX 28-43, REPLACEMENT
      ****              HEX 45-60
      ****   TEXT       ENTRY NUMBER 12-20, 0-BASED OFFSET 22-26,
      ****              LENGTH 28-29 (UP TO 40), NEW CHARACTERS FROM
      ****              COLUMN 31
      ****   DROP       ENTRY NUMBER 12-20, CLOSED WITHOUT RELEASE
      ****   MAX-DAYS   AGING: ENTRIES OUTSTANDING LONGER THAN THIS
      ****              MANY DAYS (12-16) END THE RUN WITH RC 4

           OPEN INPUT SYSIN-FILE

           READ SYSIN-FILE
               AT END
                   DISPLAY 'EXCPMGR  SYSIN is empty - no function card'
                   MOVE 16          TO RETURN-CODE
           END-READ

           IF      RETURN-CODE NOT = 0
               CLOSE SYSIN-FILE
               GO TO SUB-1100-EXIT
           END-IF

           MOVE SYSIN-RECORD(1:10)  TO W-FUNCTION

           IF      NOT W-FUNC-VALID
               DISPLAY 'EXCPMGR  function must be LOAD, CORRECT, '
                   'UNLOAD, EDIT, RELEASE or AGING: ' W-FUNCTION
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

           MOVE SYSIN-RECORD(1:11)  TO W-CARD-KEYWORD

           EVALUATE W-CARD-KEYWORD
               WHEN 'EXCEPT'
                   MOVE SYSIN-RECORD(12:44)
                                    TO W-EXCEPT-DSNAME

               WHEN 'SOURCE'
                   MOVE SYSIN-RECORD(12:44)
                                    TO W-SOURCE

               WHEN 'PROGRAM'
                   MOVE SYSIN-RECORD(12:8)
                                    TO W-PROGRAM

               WHEN 'REASON'
                   MOVE SYSIN-RECORD(12:40)
                                    TO W-REASON

               WHEN 'DATE'
                   MOVE SYSIN-RECORD(12:10)
                                    TO W-REJECT-DATE
                   MOVE W-REJECT-DATE
                                    TO W-DATE-TEXT
                   PERFORM SUB-7100-CHECK-DATE THRU SUB-7100-EXIT
                   IF      W-DATE-NOT-VALID
                       DISPLAY 'EXCPMGR  DATE is not a valid '
                           'YYYY-MM-DD date: ' W-REJECT-DATE
                       MOVE 16      TO RETURN-CODE
                   END-IF

               WHEN 'RECORD-MODE'
                   EVALUATE SYSIN-RECORD(13:6)
                       WHEN 'BINARY'
                           MOVE 'BINARY'
                                    TO W-LOAD-RECFM
                       WHEN 'TEXT'
                           MOVE 'TEXT'
                                    TO W-LOAD-RECFM
                       WHEN OTHER
                           DISPLAY 'EXCPMGR  RECORD-MODE must be '
                               'BINARY or TEXT: ' SYSIN-RECORD(13:6)
                           MOVE 16  TO RETURN-CODE
                   END-EVALUATE

               WHEN 'REQUESTER'
                   MOVE SYSIN-RECORD(12:8)
                                    TO W-REQUESTER

               WHEN 'PATCH'
               WHEN 'TEXT'
               WHEN 'DROP'
                   PERFORM SUB-1160-TAKE-CORRECTION THRU SUB-1160-EXIT

               WHEN 'MAX-DAYS'
                   MOVE SYSIN-RECORD(12:5)
                                    TO W-MAX-DAYS-CARD
                   IF      W-MAX-DAYS-CARD NOT NUMERIC
                       DISPLAY 'EXCPMGR  MAX-DAYS must be five '
                           'digits: ' W-MAX-DAYS-CARD
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       MOVE W-MAX-DAYS-CARD
                                    TO W-MAX-DAYS
                       SET  W-MAX-DAYS-GIVEN
                                    TO TRUE
                   END-IF

               WHEN SPACES
                   CONTINUE

               WHEN OTHER
                   DISPLAY 'EXCPMGR  unknown SYSIN card: '
                       W-CARD-KEYWORD
                   MOVE 16          TO RETURN-CODE
           END-EVALUATE
           .
       SUB-1150-EXIT.
           EXIT.
      /
       SUB-1160-TAKE-CORRECTION.
      *----------------------------

           IF      NOT W-FUNC-CORRECT
               DISPLAY 'EXCPMGR  ' W-CARD-KEYWORD ' cards belong to '
                   'a CORRECT run'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1160-EXIT
           END-IF

           IF      W-COR-COUNT >= W-COR-MAX
               DISPLAY 'EXCPMGR  too many correction cards - limit '
                   'is 100'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1160-EXIT
           END-IF

           MOVE SYSIN-RECORD(12:9)  TO W-CARD-ID
           MOVE SYSIN-RECORD(22:5)  TO W-CARD-OFFSET

           IF      W-CARD-ID NOT NUMERIC
               DISPLAY 'EXCPMGR  ' W-CARD-KEYWORD ' card entry '
                   'number not numeric: ' SYSIN-RECORD(1:26)
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1160-EXIT
           END-IF

           ADD  1                   TO W-COR-COUNT
           SET  W-C-DX              TO W-COR-COUNT

           MOVE W-CARD-ID           TO COR-ID(W-C-DX)
           MOVE W-CARD-KEYWORD      TO COR-TYPE(W-C-DX)
           MOVE 0                   TO COR-OFFSET(W-C-DX)
                                       COR-LENGTH(W-C-DX)
           MOVE SPACES              TO COR-EXPECT(W-C-DX)
                                       COR-REPLACE(W-C-DX)
           SET  COR-PENDING(W-C-DX) TO TRUE

           IF      COR-DROP(W-C-DX)
               GO TO SUB-1160-EXIT
           END-IF

           IF      W-CARD-OFFSET NOT NUMERIC
               DISPLAY 'EXCPMGR  ' W-CARD-KEYWORD ' card offset not '
                   'numeric: ' SYSIN-RECORD(1:26)
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1160-EXIT
           END-IF

           MOVE W-CARD-OFFSET       TO COR-OFFSET(W-C-DX)

           IF      COR-PATCH(W-C-DX)
               PERFORM SUB-1170-PACK-PATCH-HEX THRU SUB-1170-EXIT
               GO TO SUB-1160-EXIT
           END-IF

           MOVE SYSIN-RECORD(28:2)  TO W-CARD-TEXT-LEN

           IF      W-CARD-TEXT-LEN NOT NUMERIC
               DISPLAY 'EXCPMGR  TEXT card length not numeric: '
                   W-CARD-TEXT-LEN
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1160-EXIT
           END-IF

           MOVE W-CARD-TEXT-LEN     TO COR-LENGTH(W-C-DX)

           IF      COR-LENGTH(W-C-DX) = 0
           OR      COR-LENGTH(W-C-DX) > 40
               DISPLAY 'EXCPMGR  TEXT card length must be 1 to 40: '
                   W-CARD-TEXT-LEN
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1160-EXIT
           END-IF

           MOVE SYSIN-RECORD(31:40) TO COR-REPLACE(W-C-DX)
           .
       SUB-1160-EXIT.
           EXIT.
      /
       SUB-1170-PACK-PATCH-HEX.
      *----------------------------

           MOVE SYSIN-RECORD(28:16) TO W-CARD-EXPECT-HEX
           MOVE SYSIN-RECORD(45:16) TO W-CARD-REPLACE-HEX

           MOVE 0                   TO W-HEX-DIGIT-COUNT
           PERFORM SUB-1175-SIZE-EXPECT THRU SUB-1175-EXIT
               VARYING W-SCAN-DX FROM 1 BY 1
                 UNTIL W-SCAN-DX > 16

           IF      W-HEX-DIGIT-COUNT = 0
               DISPLAY 'EXCPMGR  PATCH card has no expected content'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1170-EXIT
           END-IF

           SET  HP-INPUT-PTR        TO ADDRESS OF W-CARD-EXPECT-HEX
           MOVE W-HEX-DIGIT-COUNT   TO HP-INPUT-LEN
           SET  HP-OUTPUT-PTR       TO ADDRESS OF COR-EXPECT(W-C-DX)

           CALL W-HEXPACK-PROG   USING W-HEXPACK-PARAMETER

           IF      NOT UTIL-RC-OK OF W-HEXPACK-PARAMETER
               DISPLAY 'EXCPMGR  bad expected hex - '
                   UTIL-MESSAGE OF W-HEXPACK-PARAMETER
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1170-EXIT
           END-IF

           COMPUTE COR-LENGTH(W-C-DX) = W-HEX-DIGIT-COUNT / 2

           MOVE 0                   TO W-HEX-DIGIT-COUNT
           PERFORM SUB-1180-SIZE-REPLACE THRU SUB-1180-EXIT
               VARYING W-SCAN-DX FROM 1 BY 1
                 UNTIL W-SCAN-DX > 16

           IF      W-HEX-DIGIT-COUNT NOT = COR-LENGTH(W-C-DX) * 2
               DISPLAY 'EXCPMGR  expected and replacement content '
                   'must be the same length: '
                   W-CARD-EXPECT-HEX ' / ' W-CARD-REPLACE-HEX
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1170-EXIT
           END-IF

           SET  HP-INPUT-PTR        TO ADDRESS OF W-CARD-REPLACE-HEX
           MOVE W-HEX-DIGIT-COUNT   TO HP-INPUT-LEN
           SET  HP-OUTPUT-PTR       TO ADDRESS OF COR-REPLACE(W-C-DX)

           CALL W-HEXPACK-PROG   USING W-HEXPACK-PARAMETER

           IF      NOT UTIL-RC-OK OF W-HEXPACK-PARAMETER
               DISPLAY 'EXCPMGR  bad replacement hex - '
                   UTIL-MESSAGE OF W-HEXPACK-PARAMETER
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1170-EXIT.
           EXIT.
      /
       SUB-1175-SIZE-EXPECT.
      *------------------------

           IF      W-CARD-EXPECT-HEX(W-SCAN-DX:1) NOT = SPACE
               ADD  1               TO W-HEX-DIGIT-COUNT
           END-IF
           .
       SUB-1175-EXIT.
           EXIT.
      /
       SUB-1180-SIZE-REPLACE.
      *-------------------------

           IF      W-CARD-REPLACE-HEX(W-SCAN-DX:1) NOT = SPACE
               ADD  1               TO W-HEX-DIGIT-COUNT
           END-IF
           .
       SUB-1180-EXIT.
           EXIT.
      /
       SUB-1300-CHECK-DECK.
      *----------------------

      **** CROSS-CHECK THE CARDS AGAINST THE FUNCTION.  A LOAD MUST
      **** SAY WHERE THE REJECTS CAME FROM AND WHY; EVERY CHANGE TO
      **** AN ENTRY MUST NAME ITS REQUESTER.

           IF      W-REJECT-DATE = SPACES
               MOVE W-TODAY         TO W-REJECT-DATE
           END-IF

           EVALUATE TRUE
               WHEN W-FUNC-LOAD
                   IF      W-EXCEPT-DSNAME = SPACES
                   OR      W-SOURCE = SPACES
                   OR      W-PROGRAM = SPACES
                   OR      W-REASON = SPACES
                       DISPLAY 'EXCPMGR  LOAD needs EXCEPT, SOURCE, '
                           'PROGRAM and REASON cards'
                       MOVE 16      TO RETURN-CODE
                       GO TO SUB-1300-EXIT
                   END-IF
                   IF      W-REQUESTER = SPACES
                       MOVE W-PROGRAM
                                    TO W-REQUESTER
                   END-IF

               WHEN W-FUNC-CORRECT
                   IF      W-COR-COUNT = 0
                       DISPLAY 'EXCPMGR  CORRECT needs PATCH, TEXT or '
                           'DROP cards'
                       MOVE 16      TO RETURN-CODE
                       GO TO SUB-1300-EXIT
                   END-IF

               WHEN W-FUNC-RELEASE
                   IF      W-SOURCE = SPACES
                       DISPLAY 'EXCPMGR  RELEASE needs a SOURCE card '
                           '- a resubmission file holds one dataset''s '
                           'records'
                       MOVE 16      TO RETURN-CODE
                       GO TO SUB-1300-EXIT
                   END-IF
           END-EVALUATE

           IF      W-FUNC-CORRECT
           OR      W-FUNC-EDIT
           OR      W-FUNC-RELEASE
               IF      W-REQUESTER = SPACES
                   DISPLAY 'EXCPMGR  ' W-FUNCTION ' needs a REQUESTER '
                       'card naming who asked for the change'
                   MOVE 16          TO RETURN-CODE
               END-IF
           END-IF
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-2000-AGING.
      *------------------

           PERFORM SUB-2050-OPEN-QUEUE THRU SUB-2050-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-2000-EXIT
           END-IF

           IF      W-QUEUE-ABSENT
               DISPLAY 'EXCPMGR  (queue is empty)'
               GO TO SUB-2000-EXIT
           END-IF

           DISPLAY 'EXCPMGR  '
           DISPLAY 'EXCPMGR  OPEN EXCEPTIONS AS AT ' W-TODAY
           DISPLAY 'EXCPMGR  '

           PERFORM SUB-2100-READ-QUEUE THRU SUB-2100-EXIT

           PERFORM SUB-2200-AGE-ENTRY THRU SUB-2200-EXIT
               UNTIL W-QUE-EOF

           CLOSE QUEUE-FILE

           DISPLAY 'EXCPMGR  '
           DISPLAY 'EXCPMGR  BY SOURCE AND REASON'
               '                      '
               ' count   0-7  8-30 31-90   >90 oldest'

           PERFORM SUB-2300-SHOW-GROUP THRU SUB-2300-EXIT
               VARYING W-G-DX FROM 1 BY 1
                 UNTIL W-G-DX > W-GROUP-COUNT

           IF      W-GROUP-OVERFLOW > 0
               MOVE W-GROUP-OVERFLOW
                                    TO W-DISPLAY-COUNT
               DISPLAY 'EXCPMGR  ** ' W-DISPLAY-COUNT ' entries in '
                   'source/reason groups beyond the first 200 are '
                   'not summarized **'
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2050-OPEN-QUEUE.
      *-----------------------

      **** A QUEUE THAT DOES NOT EXIST YET IS JUST EMPTY -- THE
      **** FIRST LOAD CREATES IT.

           SET  W-QUEUE-PRESENT     TO TRUE

           OPEN INPUT QUEUE-FILE

           IF      W-QUE-FILE-STATUS = '35'
               SET  W-QUEUE-ABSENT  TO TRUE
               GO TO SUB-2050-EXIT
           END-IF

           IF      W-QUE-FILE-STATUS NOT = '00'
               DISPLAY 'EXCPMGR  unable to open EXCQUEUE - status '
                   W-QUE-FILE-STATUS
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-2050-EXIT.
           EXIT.
      /
       SUB-2100-READ-QUEUE.
      *-----------------------

           READ QUEUE-FILE
               AT END
                   SET  W-QUE-EOF   TO TRUE
                   GO TO SUB-2100-EXIT
           END-READ

           ADD  1                   TO W-READ-COUNT
           MOVE SPACES              TO W-QUEUE-ENTRY
           MOVE QUEUE-RECORD(1:W-QUE-REC-LEN)
                                    TO W-QUEUE-ENTRY

           IF      QUE-ID > W-HIGH-ID
               MOVE QUE-ID          TO W-HIGH-ID
           END-IF
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-AGE-ENTRY.
      *----------------------

           IF      NOT QUE-OUTSTANDING
               GO TO SUB-2200-NEXT
           END-IF

           IF      W-SOURCE NOT = SPACES
           AND     QUE-SOURCE NOT = W-SOURCE
               GO TO SUB-2200-NEXT
           END-IF

           ADD  1                   TO W-OUTSTANDING-COUNT

           MOVE QUE-REJECT-DATE     TO W-DATE-TEXT
           PERFORM SUB-7200-DAYS-OUTSTANDING THRU SUB-7200-EXIT

           IF      W-MAX-DAYS-GIVEN
           AND     W-AGE-DAYS > W-MAX-DAYS
               ADD  1               TO W-OVERDUE-COUNT
           END-IF

           MOVE W-AGE-DAYS          TO W-DISPLAY-DAYS

           DISPLAY 'EXCPMGR  ' QUE-ID ' ' QUE-STATUS ' '
               QUE-REJECT-DATE W-DISPLAY-DAYS ' days  ' QUE-PROGRAM
               ' ' QUE-SOURCE
           DISPLAY 'EXCPMGR            ' QUE-REASON

           PERFORM SUB-2250-FIND-GROUP THRU SUB-2250-EXIT

           IF      W-GROUP-NOT-FOUND
               GO TO SUB-2200-NEXT
           END-IF

           ADD  1                   TO GRP-COUNT(W-G-DX)

           EVALUATE TRUE
               WHEN W-AGE-DAYS <= 7
                   ADD  1           TO GRP-AGE-0-7(W-G-DX)
               WHEN W-AGE-DAYS <= 30
                   ADD  1           TO GRP-AGE-8-30(W-G-DX)
               WHEN W-AGE-DAYS <= 90
                   ADD  1           TO GRP-AGE-31-90(W-G-DX)
               WHEN OTHER
                   ADD  1           TO GRP-AGE-OVER-90(W-G-DX)
           END-EVALUATE

           IF      W-AGE-DAYS > GRP-OLDEST(W-G-DX)
               MOVE W-AGE-DAYS      TO GRP-OLDEST(W-G-DX)
           END-IF
           .
       SUB-2200-NEXT.

           PERFORM SUB-2100-READ-QUEUE THRU SUB-2100-EXIT
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2250-FIND-GROUP.
      *-----------------------

      **** FIND THE ENTRY'S SOURCE AND REASON GROUP, OR OPEN A NEW
      **** ONE IN ITS PLACE SO THE SUMMARY PRINTS IN ORDER.

           SET  W-GROUP-NOT-FOUND   TO TRUE

           PERFORM SUB-2255-SCAN-GROUP THRU SUB-2255-EXIT
               VARYING W-G-DX FROM 1 BY 1
                 UNTIL W-G-DX > W-GROUP-COUNT
                    OR GRP-SOURCE(W-G-DX) > QUE-SOURCE
                    OR (GRP-SOURCE(W-G-DX) = QUE-SOURCE
                    AND GRP-REASON(W-G-DX) >= QUE-REASON)

           IF      W-G-DX <= W-GROUP-COUNT
               IF      GRP-SOURCE(W-G-DX) = QUE-SOURCE
               AND     GRP-REASON(W-G-DX) = QUE-REASON
                   SET  W-GROUP-FOUND
                                    TO TRUE
                   GO TO SUB-2250-EXIT
               END-IF
           END-IF

           IF      W-GROUP-COUNT >= W-GROUP-MAX
               ADD  1               TO W-GROUP-OVERFLOW
               GO TO SUB-2250-EXIT
           END-IF

           PERFORM SUB-2260-SHIFT-GROUP THRU SUB-2260-EXIT
               VARYING W-G2-DX FROM W-GROUP-COUNT BY -1
                 UNTIL W-G2-DX < W-G-DX

           ADD  1                   TO W-GROUP-COUNT

           MOVE QUE-SOURCE          TO GRP-SOURCE(W-G-DX)
           MOVE QUE-REASON          TO GRP-REASON(W-G-DX)
           MOVE 0                   TO GRP-COUNT(W-G-DX)
                                       GRP-AGE-0-7(W-G-DX)
                                       GRP-AGE-8-30(W-G-DX)
                                       GRP-AGE-31-90(W-G-DX)
                                       GRP-AGE-OVER-90(W-G-DX)
                                       GRP-OLDEST(W-G-DX)
           SET  W-GROUP-FOUND       TO TRUE
           .
       SUB-2250-EXIT.
           EXIT.
      /
       SUB-2255-SCAN-GROUP.
      *-----------------------

           CONTINUE
           .
       SUB-2255-EXIT.
           EXIT.
      /
       SUB-2260-SHIFT-GROUP.
      *------------------------

           MOVE W-GROUP-ENTRY(W-G2-DX)
                                    TO W-GROUP-ENTRY(W-G2-DX + 1)
           .
       SUB-2260-EXIT.
           EXIT.
      /
       SUB-2300-SHOW-GROUP.
      *-----------------------

           DISPLAY 'EXCPMGR  ' GRP-SOURCE(W-G-DX)
           MOVE GRP-REASON(W-G-DX)  TO W-GL-REASON
           MOVE GRP-COUNT(W-G-DX)   TO W-GL-COUNT
           MOVE GRP-AGE-0-7(W-G-DX) TO W-GL-AGE-0-7
           MOVE GRP-AGE-8-30(W-G-DX)
                                    TO W-GL-AGE-8-30
           MOVE GRP-AGE-31-90(W-G-DX)
                                    TO W-GL-AGE-31-90
           MOVE GRP-AGE-OVER-90(W-G-DX)
                                    TO W-GL-AGE-OVER-90
           MOVE GRP-OLDEST(W-G-DX)  TO W-GL-OLDEST

           DISPLAY 'EXCPMGR    ' W-GROUP-LINE
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2500-UNLOAD.
      *-------------------

      **** WRITE THE OUTSTANDING ENTRIES -- OF ONE SOURCE, IF A
      **** SOURCE CARD WAS GIVEN -- TO EXCEDIT FOR EDITING.

           PERFORM SUB-2050-OPEN-QUEUE THRU SUB-2050-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-2500-EXIT
           END-IF

           IF      W-QUEUE-ABSENT
               DISPLAY 'EXCPMGR  (queue is empty)'
               GO TO SUB-2500-EXIT
           END-IF

           OPEN OUTPUT EDIT-FILE

           IF      W-EDT-FILE-STATUS NOT = '00'
               DISPLAY 'EXCPMGR  unable to open EXCEDIT - status '
                   W-EDT-FILE-STATUS
               CLOSE QUEUE-FILE
               MOVE 16              TO RETURN-CODE
               GO TO SUB-2500-EXIT
           END-IF

           PERFORM SUB-2100-READ-QUEUE THRU SUB-2100-EXIT

           PERFORM SUB-2600-UNLOAD-ENTRY THRU SUB-2600-EXIT
               UNTIL W-QUE-EOF
                  OR RETURN-CODE NOT = 0

           CLOSE QUEUE-FILE
                 EDIT-FILE
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2600-UNLOAD-ENTRY.
      *-------------------------

           IF      NOT QUE-OUTSTANDING
           OR      QUE-DATA-LEN = 0
               GO TO SUB-2600-NEXT
           END-IF

           IF      W-SOURCE NOT = SPACES
           AND     QUE-SOURCE NOT = W-SOURCE
               GO TO SUB-2600-NEXT
           END-IF

           ADD  1                   TO W-UNLOADED-COUNT

           MOVE QUE-ID              TO W-HL-RECNO
           MOVE QUE-DATA-LEN        TO W-HL-LEN
           MOVE QUE-CRC             TO W-HL-CRC
           WRITE EDIT-RECORD      FROM W-HEADER-LINE

           MOVE 1                   TO W-CHUNK-POS

           PERFORM SUB-2650-WRITE-HEX-LINE THRU SUB-2650-EXIT
               UNTIL W-CHUNK-POS > QUE-DATA-LEN
                  OR RETURN-CODE NOT = 0
           .
       SUB-2600-NEXT.

           PERFORM SUB-2100-READ-QUEUE THRU SUB-2100-EXIT
           .
       SUB-2600-EXIT.
           EXIT.
      /
       SUB-2650-WRITE-HEX-LINE.
      *----------------------------

           COMPUTE W-CHUNK-LEN = QUE-DATA-LEN - W-CHUNK-POS + 1

           IF      W-CHUNK-LEN > W-CHUNK-BYTES
               MOVE W-CHUNK-BYTES   TO W-CHUNK-LEN
           END-IF

           MOVE SPACES              TO W-SEP-BUF

           SET  HS-INPUT-PTR        TO ADDRESS OF
                                       QUE-DATA(W-CHUNK-POS:1)
           MOVE W-CHUNK-LEN         TO HS-INPUT-LEN
           MOVE 4                   TO HS-GROUP-SIZE
           MOVE SPACE               TO HS-SEPARATOR
           SET  HS-OUTPUT-PTR       TO ADDRESS OF W-SEP-BUF

           CALL W-HEXSEP-PROG    USING W-HEXSEP-PARAMETER

           IF      NOT UTIL-RC-OK OF W-HEXSEP-PARAMETER
               DISPLAY 'EXCPMGR  HEXSEP failed on entry ' QUE-ID
                   ' - ' UTIL-MESSAGE OF W-HEXSEP-PARAMETER
               MOVE 16              TO RETURN-CODE
               GO TO SUB-2650-EXIT
           END-IF

           WRITE EDIT-RECORD      FROM W-SEP-BUF

           ADD  W-CHUNK-BYTES       TO W-CHUNK-POS
           .
       SUB-2650-EXIT.
           EXIT.
      /
       SUB-3000-UPDATE.
      *-------------------

      **** PASS 1: COPY THE QUEUE TO EXCWORK, APPLYING THE FUNCTION
      **** TO EACH ENTRY AS IT GOES AND APPENDING NEW ENTRIES AT THE
      **** END.  PASS 2 COPIES EXCWORK BACK OVER THE QUEUE -- ONLY
      **** WHEN NOTHING IN THE DECK WAS REFUSED.

           PERFORM SUB-2050-OPEN-QUEUE THRU SUB-2050-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-3000-EXIT
           END-IF

           IF      W-QUEUE-ABSENT
           AND     NOT W-FUNC-LOAD
               DISPLAY 'EXCPMGR  (queue is empty) - nothing to '
                   W-FUNCTION
               MOVE 4               TO RETURN-CODE
               GO TO SUB-3000-EXIT
           END-IF

           PERFORM SUB-3050-OPEN-FILES THRU SUB-3050-EXIT

           IF      RETURN-CODE NOT = 0
               IF      W-QUEUE-PRESENT
                   CLOSE QUEUE-FILE
               END-IF
               GO TO SUB-3000-EXIT
           END-IF

           IF      W-QUEUE-PRESENT
               PERFORM SUB-2100-READ-QUEUE THRU SUB-2100-EXIT
               PERFORM SUB-3100-PASS-ENTRY THRU SUB-3100-EXIT
                   UNTIL W-QUE-EOF
                      OR RETURN-CODE NOT = 0
               CLOSE QUEUE-FILE
           END-IF

           IF      RETURN-CODE = 0
               EVALUATE TRUE
                   WHEN W-FUNC-LOAD
                       PERFORM SUB-3300-LOAD-EXCEPT THRU SUB-3300-EXIT
                   WHEN W-FUNC-EDIT
                       PERFORM SUB-3450-REFUSE-EDIT THRU SUB-3450-EXIT
                           UNTIL W-EDIT-ID = 999999999
                              OR RETURN-CODE NOT = 0
                   WHEN W-FUNC-CORRECT
                       PERFORM SUB-3600-CHECK-CARD THRU SUB-3600-EXIT
                           VARYING W-C-DX FROM 1 BY 1
                             UNTIL W-C-DX > W-COR-COUNT
               END-EVALUATE
           END-IF

           PERFORM SUB-3080-CLOSE-FILES THRU SUB-3080-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-3000-EXIT
           END-IF

           IF      W-REFUSED-COUNT > 0
               MOVE W-REFUSED-COUNT TO W-DISPLAY-COUNT
               DISPLAY 'EXCPMGR  ** ' W-DISPLAY-COUNT ' refused - '
                   'the queue is left as it was **'
               MOVE 8               TO RETURN-CODE
               IF      W-FUNC-RELEASE
                   DISPLAY 'EXCPMGR  ** RESUBMIT is incomplete and '
                       'must not be used **'
               END-IF
               GO TO SUB-3000-EXIT
           END-IF

           PERFORM SUB-4050-OPEN-FOR-APPEND THRU SUB-4050-EXIT

           IF      W-AUD-FILE-STATUS = '00'
               SET  W-AUDIT-OPEN    TO TRUE
           ELSE
               DISPLAY 'EXCPMGR  unable to append the audit lines - '
                   'status ' W-AUD-FILE-STATUS
           END-IF

           PERFORM SUB-3700-COPY-BACK THRU SUB-3700-EXIT

           IF      W-AUDIT-OPEN
               CLOSE AUDIT-FILE
               SET  W-AUDIT-CLOSED  TO TRUE
           END-IF
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3050-OPEN-FILES.
      *-----------------------

           OPEN OUTPUT WORK-FILE

           IF      W-WRK-FILE-STATUS NOT = '00'
               DISPLAY 'EXCPMGR  unable to open EXCWORK - status '
                   W-WRK-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-3050-EXIT
           END-IF

           EVALUATE TRUE
               WHEN W-FUNC-LOAD
                   IF      W-LOAD-RECFM = 'BINARY'
                       OPEN INPUT EXCEPT-BIN-FILE
                   ELSE
                       OPEN INPUT EXCEPT-FILE
                   END-IF
                   IF      W-EXC-FILE-STATUS NOT = '00'
                       DISPLAY 'EXCPMGR  unable to open '
                           W-EXCEPT-DSNAME ' - status '
                           W-EXC-FILE-STATUS
                       CLOSE WORK-FILE
                       MOVE 16      TO RETURN-CODE
                   END-IF

               WHEN W-FUNC-EDIT
                   OPEN INPUT EDIT-FILE
                   IF      W-EDT-FILE-STATUS NOT = '00'
                       DISPLAY 'EXCPMGR  unable to open EXCEDIT - '
                           'status ' W-EDT-FILE-STATUS
                       CLOSE WORK-FILE
                       MOVE 16      TO RETURN-CODE
                       GO TO SUB-3050-EXIT
                   END-IF
                   PERFORM SUB-6050-READ-EDIT-LINE THRU SUB-6050-EXIT
                   PERFORM SUB-6000-NEXT-EDIT THRU SUB-6000-EXIT
           END-EVALUATE
           .
       SUB-3050-EXIT.
           EXIT.
      /
       SUB-3080-CLOSE-FILES.
      *------------------------

           CLOSE WORK-FILE

           EVALUATE TRUE
               WHEN W-FUNC-LOAD
                   IF      W-LOAD-RECFM = 'BINARY'
                       CLOSE EXCEPT-BIN-FILE
                   ELSE
                       CLOSE EXCEPT-FILE
                   END-IF

               WHEN W-FUNC-EDIT
                   CLOSE EDIT-FILE

               WHEN W-FUNC-RELEASE
                   IF      W-RESUBMIT-OPEN
                       IF      W-RESUBMIT-RECFM = 'BINARY'
                           CLOSE RESUBMIT-BIN-FILE
                       ELSE
                           CLOSE RESUBMIT-FILE
                       END-IF
                   END-IF
           END-EVALUATE
           .
       SUB-3080-EXIT.
           EXIT.
      /
       SUB-3100-PASS-ENTRY.
      *-----------------------

           SET  W-ENTRY-UNCHANGED   TO TRUE

           EVALUATE TRUE
               WHEN W-FUNC-LOAD
      **** THE SAME EXCEPT DATASET FROM THE SAME PROGRAM AND DAY IS
      **** ALREADY QUEUED: LOADING IT AGAIN WOULD DOUBLE EVERY REJECT.
                   IF      QUE-EXCEPT-DSNAME = W-EXCEPT-DSNAME
                   AND     QUE-PROGRAM = W-PROGRAM
                   AND     QUE-REJECT-DATE = W-REJECT-DATE
                   AND     QUE-EXCEPT-RECNO = 1
                       DISPLAY 'EXCPMGR  ' W-EXCEPT-DSNAME
                       DISPLAY 'EXCPMGR  ** was already loaded from '
                           W-PROGRAM ' for ' W-REJECT-DATE
                           ' as entry ' QUE-ID ' **'
                       ADD  1       TO W-REFUSED-COUNT
                   END-IF

               WHEN W-FUNC-CORRECT
                   PERFORM SUB-3200-CORRECT-ENTRY THRU SUB-3200-EXIT

               WHEN W-FUNC-EDIT
                   PERFORM SUB-3400-EDIT-ENTRY THRU SUB-3400-EXIT

               WHEN W-FUNC-RELEASE
                   PERFORM SUB-3500-RELEASE-ENTRY THRU SUB-3500-EXIT
           END-EVALUATE

           IF      W-ENTRY-CHANGED
               MOVE W-TODAY         TO QUE-ACTION-DATE
               SET  QUE-AUDIT-DUE   TO TRUE
               ADD  1               TO W-CHANGED-COUNT
           END-IF

           PERFORM SUB-3150-WRITE-WORK THRU SUB-3150-EXIT

           PERFORM SUB-2100-READ-QUEUE THRU SUB-2100-EXIT
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3150-WRITE-WORK.
      *-----------------------

           COMPUTE W-QUE-REC-LEN = W-QUE-HEADER-LEN + QUE-DATA-LEN

           WRITE WORK-RECORD      FROM W-QUEUE-ENTRY(1:W-QUE-REC-LEN)

           IF      W-WRK-FILE-STATUS NOT = '00'
               DISPLAY 'EXCPMGR  unable to write EXCWORK - status '
                   W-WRK-FILE-STATUS
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-3150-EXIT.
           EXIT.
      /
       SUB-3200-CORRECT-ENTRY.
      *--------------------------

           PERFORM SUB-3210-APPLY-CARD THRU SUB-3210-EXIT
               VARYING W-C-DX FROM 1 BY 1
                 UNTIL W-C-DX > W-COR-COUNT
           .
       SUB-3200-EXIT.
           EXIT.
      /
       SUB-3210-APPLY-CARD.
      *-----------------------

           IF      COR-ID(W-C-DX) NOT = QUE-ID
           OR      NOT COR-PENDING(W-C-DX)
               GO TO SUB-3210-EXIT
           END-IF

           IF      NOT QUE-OUTSTANDING
               DISPLAY 'EXCPMGR  ' COR-TYPE(W-C-DX) ' entry ' QUE-ID
                   ' REFUSED - entry is ' QUE-STATUS
               SET  COR-REFUSED(W-C-DX)
                                    TO TRUE
               ADD  1               TO W-REFUSED-COUNT
               GO TO SUB-3210-EXIT
           END-IF

           IF      COR-DROP(W-C-DX)
               SET  QUE-DROPPED     TO TRUE
               MOVE 'DROPPED'       TO QUE-LAST-ACTION
               SET  COR-APPLIED(W-C-DX)
                                    TO TRUE
               SET  W-ENTRY-CHANGED TO TRUE
               DISPLAY 'EXCPMGR  DROP  entry ' QUE-ID ' applied'
               GO TO SUB-3210-EXIT
           END-IF

           COMPUTE W-PATCH-POS = COR-OFFSET(W-C-DX) + 1
           COMPUTE W-PATCH-END = W-PATCH-POS + COR-LENGTH(W-C-DX) - 1
           MOVE COR-OFFSET(W-C-DX)  TO W-DISPLAY-OFFSET

      **** A TEXT RECORD LOSES ITS TRAILING SPACES ON THE WAY IN, SO
      **** A CHARACTER FIELD AT ITS END MAY LIE PAST THE LENGTH HELD:
      **** THE RECORD IS PADDED OUT WITH SPACES TO TAKE IT.  A BINARY
      **** RECORD'S LENGTH IS EXACT AND IS NEVER EXTENDED.

           IF      W-PATCH-END > QUE-DATA-LEN
               IF      COR-TEXT(W-C-DX)
               AND     QUE-RECFM = 'TEXT'
               AND     W-PATCH-END <= LENGTH OF QUE-DATA
                   MOVE SPACES      TO QUE-DATA(QUE-DATA-LEN + 1:
                                         W-PATCH-END - QUE-DATA-LEN)
                   MOVE W-PATCH-END TO QUE-DATA-LEN
               ELSE
                   DISPLAY 'EXCPMGR  ' COR-TYPE(W-C-DX) ' entry '
                       QUE-ID ' offset ' W-DISPLAY-OFFSET
                       ' REFUSED - record is only ' QUE-DATA-LEN
                       ' bytes'
                   SET  COR-REFUSED(W-C-DX)
                                    TO TRUE
                   ADD  1           TO W-REFUSED-COUNT
                   GO TO SUB-3210-EXIT
               END-IF
           END-IF

           IF      COR-PATCH(W-C-DX)
               IF      QUE-DATA(W-PATCH-POS:COR-LENGTH(W-C-DX))
                       NOT = COR-EXPECT(W-C-DX)(1:COR-LENGTH(W-C-DX))
                   DISPLAY 'EXCPMGR  PATCH entry ' QUE-ID ' offset '
                       W-DISPLAY-OFFSET ' REFUSED - expected content '
                       'not found'
                   SET  COR-REFUSED(W-C-DX)
                                    TO TRUE
                   ADD  1           TO W-REFUSED-COUNT
                   GO TO SUB-3210-EXIT
               END-IF
           END-IF

           MOVE COR-REPLACE(W-C-DX)(1:COR-LENGTH(W-C-DX))
                                    TO QUE-DATA(W-PATCH-POS:
                                                COR-LENGTH(W-C-DX))

           SET  QUE-CORRECTED       TO TRUE
           ADD  1                   TO QUE-CORRECTIONS
           MOVE SPACES              TO QUE-LAST-ACTION
           STRING COR-TYPE(W-C-DX) DELIMITED BY SPACE
                  ' AT OFFSET '     DELIMITED BY SIZE
                  W-DISPLAY-OFFSET  DELIMITED BY SIZE
               INTO QUE-LAST-ACTION
           END-STRING

           PERFORM SUB-7000-ENTRY-CRC THRU SUB-7000-EXIT
           MOVE W-CRC-HEX           TO QUE-CRC

           SET  COR-APPLIED(W-C-DX) TO TRUE
           SET  W-ENTRY-CHANGED     TO TRUE

           DISPLAY 'EXCPMGR  ' COR-TYPE(W-C-DX) ' entry ' QUE-ID
               ' offset ' W-DISPLAY-OFFSET ' applied'
           .
       SUB-3210-EXIT.
           EXIT.
      /
       SUB-3300-LOAD-EXCEPT.
      *------------------------

      **** APPEND EVERY RECORD OF THE EXCEPT DATASET AS A NEW OPEN
      **** ENTRY, NUMBERED ON FROM THE HIGHEST ENTRY IN THE QUEUE.

           IF      W-REFUSED-COUNT > 0
               GO TO SUB-3300-EXIT
           END-IF

           PERFORM SUB-3310-READ-EXCEPT THRU SUB-3310-EXIT

           PERFORM SUB-3320-ADD-ENTRY THRU SUB-3320-EXIT
               UNTIL W-EXC-EOF
                  OR RETURN-CODE NOT = 0

           IF      W-LOADED-COUNT = 0
               DISPLAY 'EXCPMGR  ' W-EXCEPT-DSNAME ' is empty - '
                   'nothing rejected'
           END-IF
           .
       SUB-3300-EXIT.
           EXIT.
      /
       SUB-3310-READ-EXCEPT.
      *------------------------

           IF      W-LOAD-RECFM = 'BINARY'
               READ EXCEPT-BIN-FILE
                   AT END
                       SET  W-EXC-EOF
                                    TO TRUE
                       GO TO SUB-3310-EXIT
               END-READ
               MOVE EXCEPT-BIN-RECORD(1:W-EXC-REC-LEN)
                                    TO QUE-DATA(1:W-EXC-REC-LEN)
           ELSE
               READ EXCEPT-FILE
                   AT END
                       SET  W-EXC-EOF
                                    TO TRUE
                       GO TO SUB-3310-EXIT
               END-READ
               MOVE EXCEPT-RECORD(1:W-EXC-REC-LEN)
                                    TO QUE-DATA(1:W-EXC-REC-LEN)
           END-IF

           MOVE W-EXC-REC-LEN       TO QUE-DATA-LEN
           .
       SUB-3310-EXIT.
           EXIT.
      /
       SUB-3320-ADD-ENTRY.
      *----------------------

           ADD  1                   TO W-HIGH-ID
                                       W-LOADED-COUNT

           MOVE W-HIGH-ID           TO QUE-ID
           SET  QUE-OPEN            TO TRUE
           MOVE W-SOURCE            TO QUE-SOURCE
           MOVE W-PROGRAM           TO QUE-PROGRAM
           MOVE W-REASON            TO QUE-REASON
           MOVE W-REJECT-DATE       TO QUE-REJECT-DATE
           MOVE W-TODAY             TO QUE-LOAD-DATE
                                       QUE-ACTION-DATE
           MOVE W-EXCEPT-DSNAME     TO QUE-EXCEPT-DSNAME
           MOVE W-LOADED-COUNT      TO QUE-EXCEPT-RECNO
           MOVE W-LOAD-RECFM        TO QUE-RECFM
           MOVE 0                   TO QUE-CORRECTIONS
           MOVE 'LOADED'            TO QUE-LAST-ACTION
           SET  QUE-AUDIT-DUE       TO TRUE

           PERFORM SUB-7000-ENTRY-CRC THRU SUB-7000-EXIT
           MOVE W-CRC-HEX           TO QUE-CRC

           PERFORM SUB-3150-WRITE-WORK THRU SUB-3150-EXIT

           PERFORM SUB-3310-READ-EXCEPT THRU SUB-3310-EXIT
           .
       SUB-3320-EXIT.
           EXIT.
      /
       SUB-3400-EDIT-ENTRY.
      *-----------------------

      **** MATCH THE EDITED RECORDS TO THE QUEUE BY ENTRY NUMBER --
      **** BOTH ARE IN ENTRY ORDER.  AN EDITED RECORD WHOSE ENTRY IS
      **** NOT IN THE QUEUE IS REFUSED.

           PERFORM SUB-3450-REFUSE-EDIT THRU SUB-3450-EXIT
               UNTIL W-EDIT-ID >= QUE-ID
                  OR RETURN-CODE NOT = 0

           IF      W-EDIT-ID NOT = QUE-ID
           OR      RETURN-CODE NOT = 0
               GO TO SUB-3400-EXIT
           END-IF

      **** HEX THAT WAS NOT TOUCHED PACKS BACK TO THE RECORD IT WAS
      **** UNLOADED FROM: NOTHING TO DO.

           MOVE W-EDIT-CRC          TO W-CRC-FOLD-1
           MOVE W-EDIT-NEW-CRC      TO W-CRC-FOLD-2
           INSPECT W-CRC-FOLD-1
               CONVERTING 'ABCDEF' TO 'abcdef'
           INSPECT W-CRC-FOLD-2
               CONVERTING 'ABCDEF' TO 'abcdef'

           IF      W-EDIT-PACKED
           AND     W-CRC-FOLD-1 = W-CRC-FOLD-2
           AND     W-LOAD-LEN = W-EDIT-LEN
               ADD  1               TO W-UNTOUCHED-COUNT
               GO TO SUB-3400-NEXT
           END-IF

           IF      W-EDIT-NOT-PACKED
               DISPLAY 'EXCPMGR  EDIT  entry ' QUE-ID ' REFUSED - '
                   'the hex will not pack'
               ADD  1               TO W-REFUSED-COUNT
               GO TO SUB-3400-NEXT
           END-IF

           IF      NOT QUE-OUTSTANDING
               DISPLAY 'EXCPMGR  EDIT  entry ' QUE-ID ' REFUSED - '
                   'entry is ' QUE-STATUS
               ADD  1               TO W-REFUSED-COUNT
               GO TO SUB-3400-NEXT
           END-IF

      **** THE ENTRY MUST STILL BE WHAT WAS UNLOADED -- A CORRECTION
      **** MADE SINCE WOULD OTHERWISE BE SILENTLY OVERWRITTEN.

           MOVE QUE-CRC             TO W-CRC-FOLD-2
           INSPECT W-CRC-FOLD-2
               CONVERTING 'ABCDEF' TO 'abcdef'

           IF      W-CRC-FOLD-1 NOT = W-CRC-FOLD-2
           OR      QUE-DATA-LEN NOT = W-EDIT-LEN
               DISPLAY 'EXCPMGR  EDIT  entry ' QUE-ID ' REFUSED - '
                   'entry changed since it was unloaded'
               ADD  1               TO W-REFUSED-COUNT
               GO TO SUB-3400-NEXT
           END-IF

           MOVE W-LOAD-AREA(1:W-LOAD-LEN)
                                    TO QUE-DATA(1:W-LOAD-LEN)
           MOVE W-LOAD-LEN          TO QUE-DATA-LEN
           MOVE W-EDIT-NEW-CRC      TO QUE-CRC
           SET  QUE-CORRECTED       TO TRUE
           ADD  1                   TO QUE-CORRECTIONS
           MOVE SPACES              TO QUE-LAST-ACTION
           MOVE QUE-DATA-LEN        TO W-DISPLAY-OFFSET
           STRING 'EDITED - LENGTH '
                  W-DISPLAY-OFFSET
               DELIMITED BY SIZE INTO QUE-LAST-ACTION
           END-STRING
           SET  W-ENTRY-CHANGED     TO TRUE

           DISPLAY 'EXCPMGR  EDIT  entry ' QUE-ID ' applied - was X'''
               W-EDIT-CRC ''' len ' W-EDIT-LEN ', now X'''
               W-EDIT-NEW-CRC ''' len ' QUE-DATA-LEN
           .
       SUB-3400-NEXT.

           PERFORM SUB-6000-NEXT-EDIT THRU SUB-6000-EXIT
           .
       SUB-3400-EXIT.
           EXIT.
      /
       SUB-3450-REFUSE-EDIT.
      *------------------------

           DISPLAY 'EXCPMGR  EDIT  entry ' W-EDIT-ID ' REFUSED - '
               'no such entry in the queue'
           ADD  1                   TO W-REFUSED-COUNT

           PERFORM SUB-6000-NEXT-EDIT THRU SUB-6000-EXIT
           .
       SUB-3450-EXIT.
           EXIT.
      /
       SUB-3500-RELEASE-ENTRY.
      *--------------------------

      **** A CORRECTED ENTRY OF THE NAMED SOURCE GOES TO RESUBMIT IN
      **** ITS ORIGINAL FORMAT.  ENTRIES STILL OPEN -- NOT YET FIXED
      **** -- STAY IN THE QUEUE.

           IF      NOT QUE-CORRECTED
           OR      QUE-SOURCE NOT = W-SOURCE
               GO TO SUB-3500-EXIT
           END-IF

           IF      W-RESUBMIT-CLOSED
               MOVE QUE-RECFM       TO W-RESUBMIT-RECFM
               IF      W-RESUBMIT-RECFM = 'BINARY'
                   OPEN OUTPUT RESUBMIT-BIN-FILE
               ELSE
                   OPEN OUTPUT RESUBMIT-FILE
               END-IF
               IF      W-RSB-FILE-STATUS NOT = '00'
                   DISPLAY 'EXCPMGR  unable to open RESUBMIT - '
                       'status ' W-RSB-FILE-STATUS
                   MOVE 16          TO RETURN-CODE
                   GO TO SUB-3500-EXIT
               END-IF
               SET  W-RESUBMIT-OPEN TO TRUE
           END-IF

           IF      QUE-RECFM NOT = W-RESUBMIT-RECFM
               DISPLAY 'EXCPMGR  RELEASE entry ' QUE-ID ' REFUSED - '
                   QUE-RECFM ' record, RESUBMIT is '
                   W-RESUBMIT-RECFM
               ADD  1               TO W-REFUSED-COUNT
               GO TO SUB-3500-EXIT
           END-IF

           MOVE QUE-DATA-LEN        TO W-RSB-REC-LEN

           IF      W-RESUBMIT-RECFM = 'BINARY'
               WRITE RESUBMIT-BIN-RECORD
                                  FROM QUE-DATA(1:QUE-DATA-LEN)
           ELSE
               WRITE RESUBMIT-RECORD
                                  FROM QUE-DATA(1:QUE-DATA-LEN)
           END-IF

           ADD  1                   TO W-RELEASED-COUNT
           SET  QUE-RELEASED        TO TRUE
           MOVE 'RELEASED TO RESUBMIT'
                                    TO QUE-LAST-ACTION
           SET  W-ENTRY-CHANGED     TO TRUE
           .
       SUB-3500-EXIT.
           EXIT.
      /
       SUB-3600-CHECK-CARD.
      *-----------------------

      **** A CORRECTION CARD STILL PENDING AFTER THE WHOLE QUEUE HAS
      **** PASSED NAMED AN ENTRY THAT DOES NOT EXIST.

           IF      COR-PENDING(W-C-DX)
               DISPLAY 'EXCPMGR  ' COR-TYPE(W-C-DX) ' entry '
                   COR-ID(W-C-DX) ' REFUSED - no such entry in the '
                   'queue'
               SET  COR-REFUSED(W-C-DX)
                                    TO TRUE
               ADD  1               TO W-REFUSED-COUNT
           END-IF
           .
       SUB-3600-EXIT.
           EXIT.
      /
       SUB-3700-COPY-BACK.
      *----------------------

      **** PASS 2: WRITE EVERY ENTRY BACK TO THE QUEUE, AUDITING THE
      **** ONES THIS RUN LOADED OR CHANGED.

           OPEN INPUT WORK-FILE

           IF      W-WRK-FILE-STATUS NOT = '00'
               DISPLAY 'EXCPMGR  unable to reopen EXCWORK - status '
                   W-WRK-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-3700-EXIT
           END-IF

           OPEN OUTPUT QUEUE-FILE

           IF      W-QUE-FILE-STATUS NOT = '00'
               DISPLAY 'EXCPMGR  unable to rewrite EXCQUEUE - status '
                   W-QUE-FILE-STATUS
               CLOSE WORK-FILE
               MOVE 16              TO RETURN-CODE
               GO TO SUB-3700-EXIT
           END-IF

           PERFORM SUB-3710-READ-WORK THRU SUB-3710-EXIT

           PERFORM SUB-3720-COPY-ENTRY THRU SUB-3720-EXIT
               UNTIL W-WRK-EOF

           CLOSE WORK-FILE
                 QUEUE-FILE
           .
       SUB-3700-EXIT.
           EXIT.
      /
       SUB-3710-READ-WORK.
      *----------------------

           READ WORK-FILE
               AT END
                   SET  W-WRK-EOF   TO TRUE
                   GO TO SUB-3710-EXIT
           END-READ

           MOVE SPACES              TO W-QUEUE-ENTRY
           MOVE WORK-RECORD(1:W-QUE-REC-LEN)
                                    TO W-QUEUE-ENTRY
           .
       SUB-3710-EXIT.
           EXIT.
      /
       SUB-3720-COPY-ENTRY.
      *-----------------------

           IF      QUE-AUDIT-DUE
               PERFORM SUB-4000-WRITE-AUDIT THRU SUB-4000-EXIT
               SET  QUE-AUDIT-DONE  TO TRUE
           END-IF

           COMPUTE W-QUE-REC-LEN = W-QUE-HEADER-LEN + QUE-DATA-LEN

           WRITE QUEUE-RECORD     FROM W-QUEUE-ENTRY(1:W-QUE-REC-LEN)

           ADD  1                   TO W-WRITTEN-COUNT

           PERFORM SUB-3710-READ-WORK THRU SUB-3710-EXIT
           .
       SUB-3720-EXIT.
           EXIT.
      /
       SUB-4000-WRITE-AUDIT.
      *------------------------

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
           MOVE QUE-ID              TO AUD-REC-ID
           MOVE QUE-STATUS          TO AUD-REC-STATUS
           MOVE QUE-SOURCE          TO AUD-REC-SOURCE
           MOVE W-REQUESTER         TO AUD-REC-REQUESTER
           MOVE QUE-LAST-ACTION     TO AUD-REC-DETAIL

           WRITE AUDIT-RECORD

           ADD  1                   TO W-AUDITED-COUNT
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
               DISPLAY 'EXCPMGR  completed with errors'
               GO TO SUB-5000-EXIT
           END-IF

           DISPLAY 'EXCPMGR  '
           DISPLAY 'EXCPMGR  function          : ' W-FUNCTION

           IF      W-SOURCE NOT = SPACES
               DISPLAY 'EXCPMGR  source            : ' W-SOURCE
           END-IF

           MOVE W-READ-COUNT        TO W-DISPLAY-COUNT
           DISPLAY 'EXCPMGR  entries read      : ' W-DISPLAY-COUNT

           EVALUATE TRUE
               WHEN W-FUNC-AGING
                   MOVE W-OUTSTANDING-COUNT
                                    TO W-DISPLAY-COUNT
                   DISPLAY 'EXCPMGR  entries open      : '
                       W-DISPLAY-COUNT
                   IF      W-MAX-DAYS-GIVEN
                       MOVE W-OVERDUE-COUNT
                                    TO W-DISPLAY-COUNT
                       DISPLAY 'EXCPMGR  older than ' W-MAX-DAYS
                           ' days: ' W-DISPLAY-COUNT
                       IF      W-OVERDUE-COUNT > 0
                           MOVE 4   TO RETURN-CODE
                       END-IF
                   END-IF

               WHEN W-FUNC-UNLOAD
                   MOVE W-UNLOADED-COUNT
                                    TO W-DISPLAY-COUNT
                   DISPLAY 'EXCPMGR  entries unloaded  : '
                       W-DISPLAY-COUNT

               WHEN OTHER
                   DISPLAY 'EXCPMGR  requester         : '
                       W-REQUESTER
                   IF      W-FUNC-LOAD
                       DISPLAY 'EXCPMGR  except dataset    : '
                           W-EXCEPT-DSNAME
                       MOVE W-LOADED-COUNT
                                    TO W-DISPLAY-COUNT
                       DISPLAY 'EXCPMGR  entries loaded    : '
                           W-DISPLAY-COUNT
                   END-IF
                   IF      W-FUNC-EDIT
                       MOVE W-UNTOUCHED-COUNT
                                    TO W-DISPLAY-COUNT
                       DISPLAY 'EXCPMGR  entries untouched : '
                           W-DISPLAY-COUNT
                   END-IF
                   IF      W-FUNC-RELEASE
                       MOVE W-RELEASED-COUNT
                                    TO W-DISPLAY-COUNT
                       DISPLAY 'EXCPMGR  entries released  : '
                           W-DISPLAY-COUNT
                   END-IF
                   MOVE W-CHANGED-COUNT
                                    TO W-DISPLAY-COUNT
                   DISPLAY 'EXCPMGR  entries changed   : '
                       W-DISPLAY-COUNT
                   MOVE W-REFUSED-COUNT
                                    TO W-DISPLAY-COUNT
                   DISPLAY 'EXCPMGR  refused           : '
                       W-DISPLAY-COUNT
                   MOVE W-WRITTEN-COUNT
                                    TO W-DISPLAY-COUNT
                   DISPLAY 'EXCPMGR  entries written   : '
                       W-DISPLAY-COUNT
           END-EVALUATE

           DISPLAY 'EXCPMGR  completed'
           .
       SUB-5000-EXIT.
           EXIT.
      /
       SUB-6000-NEXT-EDIT.
      *----------------------

      **** ASSEMBLE THE NEXT EDITED RECORD FROM EXCEDIT: ITS HEADER
      **** LINE (ALREADY READ) AND THE HEX LINES UP TO THE NEXT
      **** HEADER, PACKED BACK TO BYTES AS HEXLOAD RELOAD DOES.

           IF      W-EDT-EOF
               MOVE 999999999       TO W-EDIT-ID
               GO TO SUB-6000-EXIT
           END-IF

           IF      EDIT-RECORD(1:7) NOT = 'RECORD '
           OR      EDIT-RECORD(8:9) NOT NUMERIC
           OR      EDIT-RECORD(22:5) NOT NUMERIC
               DISPLAY 'EXCPMGR  unparseable EXCEDIT header: '
                   EDIT-RECORD(1:40)
               MOVE 16              TO RETURN-CODE
               MOVE 999999999       TO W-EDIT-ID
               GO TO SUB-6000-EXIT
           END-IF

           MOVE EDIT-RECORD(8:9)    TO W-EDIT-ID
           MOVE EDIT-RECORD(22:5)   TO W-EDIT-LEN
           MOVE EDIT-RECORD(32:8)   TO W-EDIT-CRC

           IF      W-EDIT-ID <= W-EDIT-PREV-ID
               DISPLAY 'EXCPMGR  EXCEDIT entries out of order at '
                   W-EDIT-ID
               MOVE 16              TO RETURN-CODE
               MOVE 999999999       TO W-EDIT-ID
               GO TO SUB-6000-EXIT
           END-IF

           MOVE W-EDIT-ID           TO W-EDIT-PREV-ID
           MOVE 0                   TO W-DIGIT-COUNT

           PERFORM SUB-6050-READ-EDIT-LINE THRU SUB-6050-EXIT

           PERFORM SUB-6100-TAKE-HEX-LINE THRU SUB-6100-EXIT
               UNTIL W-EDT-EOF
                  OR EDIT-RECORD(1:7) = 'RECORD '

           PERFORM SUB-6300-PACK-EDIT THRU SUB-6300-EXIT
           .
       SUB-6000-EXIT.
           EXIT.
      /
       SUB-6050-READ-EDIT-LINE.
      *----------------------------

           READ EDIT-FILE
               AT END
                   SET  W-EDT-EOF   TO TRUE
                   GO TO SUB-6050-EXIT
           END-READ

           IF      EDIT-RECORD = SPACES
               GO TO SUB-6050-READ-EDIT-LINE
           END-IF
           .
       SUB-6050-EXIT.
           EXIT.
      /
       SUB-6100-TAKE-HEX-LINE.
      *---------------------------

      **** STRIP THE GROUP SEPARATORS AND COLLECT THE DIGITS.

           PERFORM SUB-6200-COLLECT-DIGIT THRU SUB-6200-EXIT
               VARYING W-SCAN-DX FROM 1 BY 1
                 UNTIL W-SCAN-DX > 80

           PERFORM SUB-6050-READ-EDIT-LINE THRU SUB-6050-EXIT
           .
       SUB-6100-EXIT.
           EXIT.
      /
       SUB-6200-COLLECT-DIGIT.
      *---------------------------

           MOVE EDIT-RECORD(W-SCAN-DX:1)
                                    TO W-TEXT-CHAR

           IF      W-TEXT-CHAR = SPACE
               GO TO SUB-6200-EXIT
           END-IF

           IF      W-DIGIT-COUNT < 65520
               ADD  1               TO W-DIGIT-COUNT
               MOVE W-TEXT-CHAR     TO W-DIGIT-BUF(W-DIGIT-COUNT:1)
           END-IF
           .
       SUB-6200-EXIT.
           EXIT.
      /
       SUB-6300-PACK-EDIT.
      *----------------------

           SET  W-EDIT-NOT-PACKED   TO TRUE
           MOVE 0                   TO W-LOAD-LEN
           MOVE SPACES              TO W-EDIT-NEW-CRC

           IF      W-DIGIT-COUNT = 0
               GO TO SUB-6300-EXIT
           END-IF

           SET  HP-INPUT-PTR        TO ADDRESS OF W-DIGIT-BUF
           MOVE W-DIGIT-COUNT       TO HP-INPUT-LEN
           SET  HP-OUTPUT-PTR       TO ADDRESS OF W-LOAD-AREA

           CALL W-HEXPACK-PROG   USING W-HEXPACK-PARAMETER

           IF      NOT UTIL-RC-OK OF W-HEXPACK-PARAMETER
               GO TO SUB-6300-EXIT
           END-IF

           COMPUTE W-LOAD-LEN = W-DIGIT-COUNT / 2
           SET  W-EDIT-PACKED       TO TRUE

           SET  CRC-STAGE-START-END TO TRUE
           SET  CRC-BUFFER-PTR      TO ADDRESS OF W-LOAD-AREA
           MOVE W-LOAD-LEN          TO CRC-BUFFER-LEN

           CALL W-CRC32-PROG     USING W-CRC32-PARAMETER

           MOVE CRC-CHECKSUM        TO CH-CHECKSUM
           CALL W-CRCHEX-PROG    USING W-CRCHEX-PARAMETER
           MOVE CH-HEX-OUTPUT       TO W-EDIT-NEW-CRC
           .
       SUB-6300-EXIT.
           EXIT.
      /
       SUB-7000-ENTRY-CRC.
      *----------------------

      **** THE CRC32 FINGERPRINT OF THE ENTRY'S RECORD, IN HEX AS
      **** HEXLOAD SHOWS IT.

           MOVE SPACES              TO W-CRC-HEX

           IF      QUE-DATA-LEN = 0
               GO TO SUB-7000-EXIT
           END-IF

           SET  CRC-STAGE-START-END TO TRUE
           SET  CRC-BUFFER-PTR      TO ADDRESS OF QUE-DATA
           MOVE QUE-DATA-LEN        TO CRC-BUFFER-LEN

           CALL W-CRC32-PROG     USING W-CRC32-PARAMETER

           MOVE CRC-CHECKSUM        TO CH-CHECKSUM
           CALL W-CRCHEX-PROG    USING W-CRCHEX-PARAMETER
           MOVE CH-HEX-OUTPUT       TO W-CRC-HEX
           .
       SUB-7000-EXIT.
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
      /
       SUB-7200-DAYS-OUTSTANDING.
      *------------------------------

           MOVE 0                   TO W-AGE-DAYS

           PERFORM SUB-7100-CHECK-DATE THRU SUB-7100-EXIT

           IF      W-DATE-NOT-VALID
               GO TO SUB-7200-EXIT
           END-IF

           COMPUTE W-DATE-INT =
               FUNCTION INTEGER-OF-DATE(W-DATE-NUM)

           COMPUTE W-AGE-DAYS = W-TODAY-INT - W-DATE-INT

           IF      W-AGE-DAYS < 0
               MOVE 0               TO W-AGE-DAYS
           END-IF
           .
       SUB-7200-EXIT.
           EXIT.
