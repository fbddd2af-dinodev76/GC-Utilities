      *=========================== KSDSAPL =============================*
      * Authors: Brian D Pead
      *
      * Description: Applies a delta dataset written by DELTACHK's
      *              DELTA-OUT option straight to a live KSDS, in
      *              place, with keyed WRITE, REWRITE and DELETE --
      *              the online masters no longer have to be
      *              unloaded, rebuilt through DELTAAPL and reloaded
      *              whole to take a few thousand changes.
      *
      *              The whole DELTAIN delta is checked before the
      *              cluster is touched: every record must carry a
      *              valid action, keys must ascend, add and change
      *              images must start with their key, and the
      *              trailer must be present -- a truncated delta is
      *              refused outright rather than half applied.
      *
      *              Every update is journaled before it is made.
      *              The KSDSJRNL backout journal starts with a
      *              header naming the cluster, then holds one
      *              record per update, numbered in sequence: the
      *              action and key, plus the before-image for a
      *              change or delete.  The KSDSCKP checkpoint
      *              record holds the run state -- in flight,
      *              complete or backed out -- the delta position
      *              and the running totals.  It is written at the
      *              start, every CHECKPOINT interval (with the
      *              journal hardened first, so a checkpoint never
      *              claims more than the journal holds) and at the
      *              end.  While an apply is in flight a fresh run
      *              is refused until that apply is restarted or
      *              backed out.
      *
      *              RESTART resumes an in-flight apply from its
      *              checkpoint, appending to the journal.  Updates
      *              made after the checkpoint but before the
      *              failure are recognised -- an add or change
      *              whose image is already on the cluster, a delete
      *              whose key is already gone -- and counted as
      *              applied, not refused.
      *
      *              MODE BACKOUT restores the cluster from the
      *              journal, newest entry first: an add is deleted,
      *              a change or delete has its before-image
      *              written back.  Each restore is idempotent, so a
      *              backout that fails part way is simply rerun.
      *
      *              After an apply the whole updated cluster is fed
      *              through the CRC32 staged calls and compared
      *              with the whole-file checksum in the delta
      *              trailer, as DELTAAPL does for a rebuilt flat
      *              file; a mismatch gives RETURN-CODE 4 and leaves
      *              the apply in flight for BACKOUT.
      *
      *              SYSIN cards, keyword in columns 1-10 and value
      *              from column 12:
      *                  DATASET     the KSDS (required)
      *                  MODE        APPLY (default) or BACKOUT
      *                  CHECKPOINT  delta records between
      *                              checkpoints, columns 12-20
      *                              (default 0 - start and end
      *                              only)
      *                  RESTART     resume an in-flight apply
      *
      *              RETURN-CODE 4 when the cluster does not match
      *              the trailer, 8 when the delta does not fit the
      *              cluster or fails its checks, 16 for a bad deck
      *              or an I/O failure.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-29  1.0      First release
      *================================================================*

       PROCESS TRUNC(BIN)

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 KSDSAPL.

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

           SELECT KSDS-FILE
               ASSIGN TO DYNAMIC   W-KSDS-DSNAME
               ORGANIZATION        INDEXED
               ACCESS MODE IS      DYNAMIC
               RECORD KEY IS       KSDS-KEY
               FILE STATUS IS      W-KSDS-FILE-STATUS.

           SELECT DELTA-FILE
               ASSIGN TO           'DELTAIN'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-DLT-FILE-STATUS.

           SELECT JOURNAL-FILE
               ASSIGN TO           'KSDSJRNL'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-JRN-FILE-STATUS.

           SELECT CHECKPOINT-FILE
               ASSIGN TO           'KSDSCKP'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-CKP-FILE-STATUS.

           SELECT SORT-FILE
               ASSIGN TO           'SORTWK01'.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  SYSIN-FILE.

       01  SYSIN-RECORD                PIC X(80).

       FD  KSDS-FILE
           RECORD IS VARYING IN SIZE FROM 10 TO 4096 CHARACTERS
               DEPENDING ON        W-KSDS-REC-LEN.

       01  KSDS-RECORD.
           05  KSDS-KEY                PIC X(10).
           05  KSDS-DATA               PIC X(4086).

       FD  DELTA-FILE
           RECORD IS VARYING IN SIZE FROM 16 TO 4112 CHARACTERS
               DEPENDING ON        W-DELTA-REC-LEN.

       01  DELTA-RECORD.
           05  DLT-ACTION              PIC X(01).
               88  DLT-ACTION-ADD                   VALUE 'A'.
               88  DLT-ACTION-CHANGE                VALUE 'C'.
               88  DLT-ACTION-DELETE                VALUE 'D'.
               88  DLT-ACTION-TRAILER               VALUE 'T'.
               88  DLT-ACTION-VALID                 VALUES 'A' 'C'
                                                      'D' 'T'.
           05  DLT-KEY                 PIC X(10).
           05  DLT-IMAGE-LEN           PIC 9(05).
           05  DLT-IMAGE               PIC X(4096).

      **** THE JOURNAL RECORD IS THE DELTA RECORD WITH A SEQUENCE
      **** NUMBER IN FRONT -- THE ORDER BACKOUT UNWINDS IN.  THE
      **** HEADER ('H', SEQUENCE ZERO) CARRIES THE CLUSTER NAME AND
      **** THE TIME THE APPLY STARTED IN ITS IMAGE.

       FD  JOURNAL-FILE
           RECORD IS VARYING IN SIZE FROM 25 TO 4121 CHARACTERS
               DEPENDING ON        W-JRN-REC-LEN.

       01  JOURNAL-RECORD.
           05  JRN-SEQ                 PIC 9(09).
           05  JRN-ACTION              PIC X(01).
               88  JRN-ACTION-HEADER                VALUE 'H'.
               88  JRN-ACTION-ADD                   VALUE 'A'.
               88  JRN-ACTION-CHANGE                VALUE 'C'.
               88  JRN-ACTION-DELETE                VALUE 'D'.
           05  JRN-KEY                 PIC X(10).
           05  JRN-IMAGE-LEN           PIC 9(05).
           05  JRN-IMAGE               PIC X(4096).
           05  JRN-HEADER REDEFINES JRN-IMAGE.
               10  JRN-HDR-DATASET     PIC X(44).
               10  JRN-HDR-TIMESTAMP   PIC X(19).
               10  FILLER              PIC X(4033).

       FD  CHECKPOINT-FILE.

       01  KSDS-CHECKPOINT-RECORD.
           05  KCK-REC-STATE           PIC X(01).
               88  KCK-STATE-IN-FLIGHT              VALUE 'I'.
               88  KCK-STATE-COMPLETE               VALUE 'C'.
               88  KCK-STATE-BACKED-OUT             VALUE 'B'.
           05  KCK-REC-SEP-1           PIC X(01).
           05  KCK-REC-DATASET         PIC X(44).
           05  KCK-REC-SEP-2           PIC X(01).
           05  KCK-REC-DELTA-RECNO     PIC 9(09).
           05  KCK-REC-SEP-3           PIC X(01).
           05  KCK-REC-JOURNAL-SEQ     PIC 9(09).
           05  KCK-REC-SEP-4           PIC X(01).
           05  KCK-REC-ADDED           PIC 9(09).
           05  KCK-REC-SEP-5           PIC X(01).
           05  KCK-REC-CHANGED         PIC 9(09).
           05  KCK-REC-SEP-6           PIC X(01).
           05  KCK-REC-DELETED         PIC 9(09).
           05  KCK-REC-SEP-7           PIC X(01).
           05  KCK-REC-TIMESTAMP       PIC X(19).

      **** THE SORT RECORD IS FIXED LENGTH WITH THE TRUE RECORD
      **** LENGTH CARRIED IN FRONT OF THE DATA, BECAUSE THE SORT
      **** DOES NOT PRESERVE A VARYING RECORD'S DEPENDING LENGTH
      **** ACROSS RELEASE AND RETURN.

       SD  SORT-FILE.

       01  SORT-RECORD.
           05  SORT-REC-LEN            PIC 9(04) COMP.
           05  SORT-REC-DATA.
               10  SORT-SEQ            PIC 9(09).
               10  SORT-ACTION         PIC X(01).
               10  SORT-KEY            PIC X(10).
               10  SORT-IMAGE-LEN      PIC 9(05).
               10  SORT-IMAGE          PIC X(4096).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-CRC32-PROG             PIC X(08)       VALUE 'CRC32'.
       01  W-CRCHEX-PROG            PIC X(08)       VALUE 'CRCHEX'.

       01  W-SYSIN-FILE-STATUS      PIC X(02).
       01  W-KSDS-FILE-STATUS       PIC X(02).
       01  W-DLT-FILE-STATUS        PIC X(02).
       01  W-JRN-FILE-STATUS        PIC X(02).
       01  W-CKP-FILE-STATUS        PIC X(02).

       01  W-KSDS-DSNAME            PIC X(44)       VALUE SPACES.

       01  W-KSDS-REC-LEN           PIC 9(04)  COMP VALUE 0.
       01  W-DELTA-REC-LEN          PIC 9(05)  COMP VALUE 0.
       01  W-JRN-REC-LEN            PIC 9(05)  COMP VALUE 0.

       01  W-CARD-KEYWORD           PIC X(10).
       01  W-CARD-INTERVAL          PIC X(09).

       01  W-MODE                   PIC X(08)       VALUE 'APPLY'.
           88  W-MODE-APPLY                         VALUE 'APPLY'.
           88  W-MODE-BACKOUT                       VALUE 'BACKOUT'.
           88  W-MODE-VALID                         VALUES 'APPLY'
                                                      'BACKOUT'.

       01  W-CHECKPOINT-EVERY       PIC 9(09)  COMP VALUE 0.
       01  W-SINCE-CHECKPOINT       PIC 9(09)  COMP VALUE 0.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-RESTART-REQUESTED                  VALUE 'Y'.
           88  W-RESTART-NOT-REQUESTED              VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-SYSIN-EOF                          VALUE 'Y'.
           88  W-SYSIN-NOT-EOF                      VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-DLT-EOF                            VALUE 'Y'.
           88  W-DLT-NOT-EOF                        VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-JRN-EOF                            VALUE 'Y'.
           88  W-JRN-NOT-EOF                        VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-SORT-EOF                           VALUE 'Y'.
           88  W-SORT-NOT-EOF                       VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-KSDS-EOF                           VALUE 'Y'.
           88  W-KSDS-NOT-EOF                       VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-KSDS-FOUND                         VALUE 'Y'.
           88  W-KSDS-NOT-FOUND                     VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-KSDS-OPEN                          VALUE 'Y'.
           88  W-KSDS-CLOSED                        VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-TRAILER-SEEN                       VALUE 'Y'.
           88  W-TRAILER-NOT-SEEN                   VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'Y'.
           88  W-FIRST-WRITE                        VALUE 'Y'.
           88  W-NOT-FIRST-WRITE                    VALUE 'N'.

      **** THE CHECKPOINT FOUND AT START-UP.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-PRIOR-CKP-FOUND                    VALUE 'Y'.
           88  W-PRIOR-CKP-NOT-FOUND                VALUE 'N'.

       01  W-PRIOR-STATE            PIC X(01)       VALUE SPACE.
       01  W-PRIOR-DATASET          PIC X(44)       VALUE SPACES.
       01  W-PRIOR-DELTA-RECNO      PIC 9(09)  COMP VALUE 0.

       01  W-DELTA-RECNO            PIC 9(09)  COMP VALUE 0.
       01  W-DELTA-TOTAL            PIC 9(09)  COMP VALUE 0.
       01  W-PREV-KEY               PIC X(10).
       01  W-JOURNAL-SEQ            PIC 9(09)  COMP VALUE 0.

       01  W-ADDED-COUNT            PIC 9(09)  COMP VALUE 0.
       01  W-CHANGED-COUNT          PIC 9(09)  COMP VALUE 0.
       01  W-DELETED-COUNT          PIC 9(09)  COMP VALUE 0.
       01  W-ALREADY-COUNT          PIC 9(09)  COMP VALUE 0.
       01  W-RESTORED-COUNT         PIC 9(09)  COMP VALUE 0.
       01  W-REMOVED-COUNT          PIC 9(09)  COMP VALUE 0.
       01  W-VERIFY-COUNT           PIC 9(09)  COMP VALUE 0.

       01  W-TRAILER-HEX            PIC X(08).
       01  W-COMPUTED-HEX           PIC X(08).

       01  W-TIMESTAMP              PIC X(19).

       01  W-DISPLAY-COUNT          PIC ZZZ,ZZZ,ZZ9.

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
      /
       PROCEDURE DIVISION.
      *===================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      RETURN-CODE = 0
           AND     W-MODE-APPLY
               PERFORM SUB-2000-APPLY THRU SUB-2000-EXIT
           END-IF

           IF      RETURN-CODE = 0
           AND     W-MODE-BACKOUT
               PERFORM SUB-3000-BACKOUT THRU SUB-3000-EXIT
           END-IF

           PERFORM SUB-4000-SHUT-DOWN THRU SUB-4000-EXIT
           .
       MAIN-EXIT.
           STOP RUN.
      /
       SUB-1000-START-UP.
      *------------------

           MOVE FUNCTION WHEN-COMPILED
                                    TO W-COMPILED-DATE

           DISPLAY 'KSDSAPL  compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           PERFORM SUB-1100-READ-SYSIN THRU SUB-1100-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           IF      W-KSDS-DSNAME = SPACES
               DISPLAY 'KSDSAPL  SYSIN has no DATASET card'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           IF      W-MODE-BACKOUT
           AND     W-RESTART-REQUESTED
               DISPLAY 'KSDSAPL  RESTART applies to MODE APPLY only'
                   ' - a BACKOUT is simply rerun'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           DISPLAY 'KSDSAPL  cluster    : ' W-KSDS-DSNAME
           DISPLAY 'KSDSAPL  mode       : ' W-MODE

           PERFORM SUB-1200-READ-CHECKPOINT THRU SUB-1200-EXIT

           IF      W-MODE-BACKOUT
               GO TO SUB-1000-EXIT
           END-IF

      **** AN APPLY LEFT IN FLIGHT MUST BE FINISHED OR UNDONE FIRST
      **** -- A FRESH RUN WOULD START A NEW JOURNAL OVER THE ONLY
      **** RECORD OF WHAT THAT APPLY CHANGED.

           IF      W-RESTART-NOT-REQUESTED
           AND     W-PRIOR-STATE = 'I'
               DISPLAY 'KSDSAPL  the previous apply against '
                   W-PRIOR-DATASET
               DISPLAY 'KSDSAPL  did not complete - RESTART it or run'
                   ' MODE BACKOUT against it first'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           IF      W-RESTART-REQUESTED
               IF      W-PRIOR-STATE NOT = 'I'
               OR      W-PRIOR-DATASET NOT = W-KSDS-DSNAME
                   DISPLAY 'KSDSAPL  RESTART requested but KSDSCKP '
                       'holds no apply in flight for this cluster'
                   MOVE 16          TO RETURN-CODE
                   GO TO SUB-1000-EXIT
               END-IF
           END-IF
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-READ-SYSIN.
      *----------------------

           OPEN INPUT SYSIN-FILE

           IF      W-SYSIN-FILE-STATUS NOT = '00'
               DISPLAY 'KSDSAPL  unable to open SYSIN - status '
                   W-SYSIN-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1100-EXIT
           END-IF

           PERFORM SUB-1110-READ-CARD THRU SUB-1110-EXIT

           PERFORM SUB-1120-PROCESS-CARD THRU SUB-1120-EXIT
               UNTIL W-SYSIN-EOF OR RETURN-CODE NOT = 0

           CLOSE SYSIN-FILE
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1110-READ-CARD.
      *----------------------

           READ SYSIN-FILE
               AT END
                   SET  W-SYSIN-EOF TO TRUE
           END-READ
           .
       SUB-1110-EXIT.
           EXIT.
      /
       SUB-1120-PROCESS-CARD.
      *-------------------------

           MOVE SYSIN-RECORD(1:10)  TO W-CARD-KEYWORD

           EVALUATE W-CARD-KEYWORD
               WHEN 'DATASET'
                   MOVE SYSIN-RECORD(12:44)
                                    TO W-KSDS-DSNAME

               WHEN 'MODE'
                   MOVE SYSIN-RECORD(12:8)
                                    TO W-MODE
                   IF      NOT W-MODE-VALID
                       DISPLAY 'KSDSAPL  MODE must be APPLY or '
                           'BACKOUT: ' W-MODE
                       MOVE 16      TO RETURN-CODE
                   END-IF

               WHEN 'CHECKPOINT'
                   MOVE SYSIN-RECORD(12:9)
                                    TO W-CARD-INTERVAL
                   IF      W-CARD-INTERVAL NOT NUMERIC
                       DISPLAY 'KSDSAPL  CHECKPOINT interval is not '
                           'numeric: ' W-CARD-INTERVAL
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       MOVE W-CARD-INTERVAL
                                    TO W-CHECKPOINT-EVERY
                   END-IF

               WHEN 'RESTART'
                   SET  W-RESTART-REQUESTED
                                    TO TRUE

               WHEN SPACES
                   CONTINUE

               WHEN OTHER
                   DISPLAY 'KSDSAPL  unknown SYSIN card: '
                       W-CARD-KEYWORD
                   MOVE 16          TO RETURN-CODE
           END-EVALUATE

           PERFORM SUB-1110-READ-CARD THRU SUB-1110-EXIT
           .
       SUB-1120-EXIT.
           EXIT.
      /
       SUB-1200-READ-CHECKPOINT.
      *----------------------------

      **** NO KSDSCKP YET MEANS NO APPLY HAS EVER RUN HERE.

           OPEN INPUT CHECKPOINT-FILE

           IF      W-CKP-FILE-STATUS NOT = '00'
               GO TO SUB-1200-EXIT
           END-IF

           READ CHECKPOINT-FILE
               AT END
                   CLOSE CHECKPOINT-FILE
                   GO TO SUB-1200-EXIT
           END-READ

           CLOSE CHECKPOINT-FILE

           IF      KCK-REC-DELTA-RECNO NOT NUMERIC
           OR      KCK-REC-JOURNAL-SEQ NOT NUMERIC
           OR      KCK-REC-ADDED       NOT NUMERIC
           OR      KCK-REC-CHANGED     NOT NUMERIC
           OR      KCK-REC-DELETED     NOT NUMERIC
               DISPLAY 'KSDSAPL  KSDSCKP checkpoint record is '
                   'damaged - ignored'
               GO TO SUB-1200-EXIT
           END-IF

           SET  W-PRIOR-CKP-FOUND   TO TRUE
           MOVE KCK-REC-STATE       TO W-PRIOR-STATE
           MOVE KCK-REC-DATASET     TO W-PRIOR-DATASET
           MOVE KCK-REC-DELTA-RECNO TO W-PRIOR-DELTA-RECNO

           DISPLAY 'KSDSAPL  checkpoint : state ' KCK-REC-STATE
               ' for ' KCK-REC-DATASET
           DISPLAY 'KSDSAPL               taken ' KCK-REC-TIMESTAMP
               ' at delta record ' KCK-REC-DELTA-RECNO

      **** A RESTART PICKS UP THE JOURNAL NUMBERING AND THE RUNNING
      **** TOTALS WHERE THE CHECKPOINT LEFT THEM.

           IF      W-RESTART-REQUESTED
               MOVE KCK-REC-JOURNAL-SEQ
                                    TO W-JOURNAL-SEQ
               MOVE KCK-REC-ADDED   TO W-ADDED-COUNT
               MOVE KCK-REC-CHANGED TO W-CHANGED-COUNT
               MOVE KCK-REC-DELETED TO W-DELETED-COUNT
           END-IF
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-2000-APPLY.
      *------------------

           PERFORM SUB-2100-CHECK-DELTA THRU SUB-2100-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-2000-EXIT
           END-IF

           OPEN I-O KSDS-FILE

           IF      W-KSDS-FILE-STATUS NOT = '00'
               DISPLAY 'KSDSAPL  unable to open ' W-KSDS-DSNAME
                   ' for update - status ' W-KSDS-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-2000-EXIT
           END-IF

           SET  W-KSDS-OPEN         TO TRUE

           OPEN INPUT DELTA-FILE

           IF      W-DLT-FILE-STATUS NOT = '00'
               DISPLAY 'KSDSAPL  unable to open DELTAIN - status '
                   W-DLT-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-2000-EXIT
           END-IF

           PERFORM SUB-2200-OPEN-JOURNAL THRU SUB-2200-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-2000-EXIT
           END-IF

      **** ON A RESTART THE DELTA RECORDS THE CHECKPOINT COVERS ARE
      **** PASSED OVER; A FRESH RUN RECORDS ITSELF IN FLIGHT BEFORE
      **** THE FIRST UPDATE.

           SET  W-DLT-NOT-EOF       TO TRUE

           IF      W-RESTART-REQUESTED
               DISPLAY 'KSDSAPL  restarting past delta record '
                   W-PRIOR-DELTA-RECNO
               PERFORM SUB-2310-READ-DELTA THRU SUB-2310-EXIT
                   UNTIL W-DLT-EOF
                      OR W-DELTA-RECNO >= W-PRIOR-DELTA-RECNO
           ELSE
               SET  KCK-STATE-IN-FLIGHT
                                    TO TRUE
               PERFORM SUB-2600-WRITE-CHECKPOINT THRU SUB-2600-EXIT
           END-IF

           PERFORM SUB-2310-READ-DELTA THRU SUB-2310-EXIT

           PERFORM SUB-2400-APPLY-RECORD THRU SUB-2400-EXIT
               UNTIL W-DLT-EOF OR RETURN-CODE NOT = 0

           CLOSE DELTA-FILE
           CLOSE JOURNAL-FILE

      **** A DELTA THAT DID NOT FIT THE CLUSTER STOPS WITH THE
      **** POSITION REACHED CHECKPOINTED IN FLIGHT, SO BACKOUT (OR A
      **** RESTART AFTER THE CAUSE IS FIXED) HAS AN ACCURATE RECORD.

      **** THE RECORD THAT FAILED WAS NOT APPLIED, SO THE POSITION
      **** RECORDED IS THE ONE BEFORE IT.

           IF      RETURN-CODE NOT = 0
               IF      W-DELTA-RECNO > 0
                   SUBTRACT 1       FROM W-DELTA-RECNO
               END-IF
               SET  KCK-STATE-IN-FLIGHT
                                    TO TRUE
               PERFORM SUB-2600-WRITE-CHECKPOINT THRU SUB-2600-EXIT
               DISPLAY 'KSDSAPL  ** the cluster is partially updated'
                   ' - run MODE BACKOUT to restore it **'
               GO TO SUB-2000-EXIT
           END-IF

           PERFORM SUB-2700-VERIFY THRU SUB-2700-EXIT

           IF      RETURN-CODE = 0
               SET  KCK-STATE-COMPLETE
                                    TO TRUE
           ELSE
               SET  KCK-STATE-IN-FLIGHT
                                    TO TRUE
               DISPLAY 'KSDSAPL  ** the apply is left in flight - '
                   'run MODE BACKOUT to restore the cluster **'
           END-IF

           PERFORM SUB-2600-WRITE-CHECKPOINT THRU SUB-2600-EXIT
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-CHECK-DELTA.
      *------------------------

      **** READ THE WHOLE DELTA ONCE BEFORE ANY UPDATE.  NOTHING IS
      **** APPLIED FROM A DELTA THAT FAILS HERE.

           OPEN INPUT DELTA-FILE

           IF      W-DLT-FILE-STATUS NOT = '00'
               DISPLAY 'KSDSAPL  unable to open DELTAIN - status '
                   W-DLT-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-2100-EXIT
           END-IF

           MOVE 0                   TO W-DELTA-RECNO
           MOVE LOW-VALUES          TO W-PREV-KEY
           SET  W-DLT-NOT-EOF       TO TRUE
           SET  W-TRAILER-NOT-SEEN  TO TRUE

           PERFORM SUB-2110-CHECK-RECORD THRU SUB-2110-EXIT
               UNTIL W-DLT-EOF OR RETURN-CODE NOT = 0

           CLOSE DELTA-FILE

           IF      RETURN-CODE NOT = 0
               GO TO SUB-2100-EXIT
           END-IF

           IF      W-TRAILER-NOT-SEEN
               DISPLAY 'KSDSAPL  ** delta has no trailer - it is '
                   'incomplete and has not been applied **'
               MOVE 8               TO RETURN-CODE
               GO TO SUB-2100-EXIT
           END-IF

           MOVE W-DELTA-RECNO       TO W-DELTA-TOTAL
           MOVE W-DELTA-TOTAL       TO W-DISPLAY-COUNT
           DISPLAY 'KSDSAPL  delta      : ' W-DISPLAY-COUNT
               ' records checked, trailer X''' W-TRAILER-HEX ''''

           MOVE 0                   TO W-DELTA-RECNO
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2110-CHECK-RECORD.
      *-------------------------

           PERFORM SUB-2310-READ-DELTA THRU SUB-2310-EXIT

           IF      W-DLT-EOF
               GO TO SUB-2110-EXIT
           END-IF

           IF      NOT DLT-ACTION-VALID
           OR      DLT-IMAGE-LEN NOT NUMERIC
               DISPLAY 'KSDSAPL  ** delta record ' W-DELTA-RECNO
                   ' is not a valid delta record **'
               MOVE 8               TO RETURN-CODE
               GO TO SUB-2110-EXIT
           END-IF

           IF      DLT-ACTION-TRAILER
               GO TO SUB-2110-EXIT
           END-IF

           IF      DLT-KEY NOT > W-PREV-KEY
               DISPLAY 'KSDSAPL  ** delta record ' W-DELTA-RECNO
                   ' key ' DLT-KEY ' is out of sequence **'
               MOVE 8               TO RETURN-CODE
               GO TO SUB-2110-EXIT
           END-IF

           MOVE DLT-KEY             TO W-PREV-KEY

           IF      DLT-ACTION-DELETE
               GO TO SUB-2110-EXIT
           END-IF

           IF      DLT-IMAGE-LEN < 10
           OR      DLT-IMAGE-LEN > 4096
           OR      DLT-IMAGE(1:10) NOT = DLT-KEY
               DISPLAY 'KSDSAPL  ** delta record ' W-DELTA-RECNO
                   ' image does not carry key ' DLT-KEY ' **'
               MOVE 8               TO RETURN-CODE
           END-IF
           .
       SUB-2110-EXIT.
           EXIT.
      /
       SUB-2200-OPEN-JOURNAL.
      *-------------------------

      **** A RESTART EXTENDS THE JOURNAL OF THE APPLY IT RESUMES; A
      **** FRESH RUN STARTS A NEW ONE WITH THE HEADER NAMING THE
      **** CLUSTER, WHICH BACKOUT CHECKS BEFORE TOUCHING ANYTHING.

           IF      W-RESTART-REQUESTED
               OPEN EXTEND JOURNAL-FILE
           ELSE
               OPEN OUTPUT JOURNAL-FILE
           END-IF

           IF      W-JRN-FILE-STATUS NOT = '00'
               DISPLAY 'KSDSAPL  unable to open KSDSJRNL - status '
                   W-JRN-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-2200-EXIT
           END-IF

           IF      W-RESTART-REQUESTED
               GO TO SUB-2200-EXIT
           END-IF

           PERFORM SUB-2610-TIMESTAMP THRU SUB-2610-EXIT

           MOVE 0                   TO JRN-SEQ
           SET  JRN-ACTION-HEADER   TO TRUE
           MOVE SPACES              TO JRN-KEY
           MOVE 63                  TO JRN-IMAGE-LEN
           MOVE SPACES              TO JRN-IMAGE(1:63)
           MOVE W-KSDS-DSNAME       TO JRN-HDR-DATASET
           MOVE W-TIMESTAMP         TO JRN-HDR-TIMESTAMP
           MOVE 88                  TO W-JRN-REC-LEN

           WRITE JOURNAL-RECORD

           IF      W-JRN-FILE-STATUS NOT = '00'
               DISPLAY 'KSDSAPL  unable to write KSDSJRNL - status '
                   W-JRN-FILE-STATUS
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2310-READ-DELTA.
      *-----------------------

           READ DELTA-FILE
               AT END
                   SET  W-DLT-EOF   TO TRUE
                   GO TO SUB-2310-EXIT
           END-READ

           ADD  1                   TO W-DELTA-RECNO

      **** AN IMAGE THAT ENDED IN SPACES COMES BACK SHORTER THAN
      **** DLT-IMAGE-LEN SAYS -- TRAILING BLANKS DO NOT SURVIVE A
      **** TEXT DATASET -- SO THE MISSING TAIL IS RESTORED AS THE
      **** SPACES IT WAS.

           IF      DLT-IMAGE-LEN NUMERIC
           AND     DLT-IMAGE-LEN NOT > 4096
           AND     W-DELTA-REC-LEN - 16 < DLT-IMAGE-LEN
               MOVE SPACES          TO DLT-IMAGE
                   (W-DELTA-REC-LEN - 16 + 1 :
                    DLT-IMAGE-LEN - (W-DELTA-REC-LEN - 16))
           END-IF

      **** THE TRAILER ENDS THE DELTA; ITS CHECKSUM IS KEPT FOR THE
      **** FINAL VERIFY.

           IF      DLT-ACTION-TRAILER
               SET  W-TRAILER-SEEN  TO TRUE
               MOVE DLT-IMAGE(1:8)  TO W-TRAILER-HEX
               SET  W-DLT-EOF       TO TRUE
           END-IF
           .
       SUB-2310-EXIT.
           EXIT.
      /
       SUB-2400-APPLY-RECORD.
      *-------------------------

           MOVE DLT-KEY             TO KSDS-KEY

           READ KSDS-FILE
               KEY IS KSDS-KEY
           END-READ

           EVALUATE W-KSDS-FILE-STATUS
               WHEN '00'
                   SET  W-KSDS-FOUND
                                    TO TRUE
               WHEN '23'
                   SET  W-KSDS-NOT-FOUND
                                    TO TRUE
               WHEN OTHER
                   DISPLAY 'KSDSAPL  unable to read key ' DLT-KEY
                       ' - status ' W-KSDS-FILE-STATUS
                   MOVE 16          TO RETURN-CODE
                   GO TO SUB-2400-EXIT
           END-EVALUATE

           EVALUATE TRUE
               WHEN DLT-ACTION-ADD
                   PERFORM SUB-2410-ADD THRU SUB-2410-EXIT

               WHEN DLT-ACTION-CHANGE
                   PERFORM SUB-2420-CHANGE THRU SUB-2420-EXIT

               WHEN DLT-ACTION-DELETE
                   PERFORM SUB-2430-DELETE THRU SUB-2430-EXIT
           END-EVALUATE

           IF      RETURN-CODE NOT = 0
               GO TO SUB-2400-EXIT
           END-IF

           IF      W-CHECKPOINT-EVERY > 0
               ADD  1               TO W-SINCE-CHECKPOINT
               IF      W-SINCE-CHECKPOINT >= W-CHECKPOINT-EVERY
                   PERFORM SUB-2500-TAKE-CHECKPOINT
                                  THRU SUB-2500-EXIT
                   MOVE 0           TO W-SINCE-CHECKPOINT
               END-IF
           END-IF

           PERFORM SUB-2310-READ-DELTA THRU SUB-2310-EXIT
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2410-ADD.
      *----------------

      **** AN ADD FOR A KEY ALREADY ON THE CLUSTER MEANS THE DELTA
      **** WAS CUT AGAINST A DIFFERENT BASE -- UNLESS THIS IS A
      **** RESTART AND THE VERY IMAGE IS ALREADY THERE.

           IF      W-KSDS-FOUND
               IF      W-RESTART-REQUESTED
               AND     W-KSDS-REC-LEN = DLT-IMAGE-LEN
               AND     KSDS-RECORD(1:W-KSDS-REC-LEN)
                           = DLT-IMAGE(1:DLT-IMAGE-LEN)
                   ADD  1           TO W-ALREADY-COUNT
                   GO TO SUB-2410-EXIT
               END-IF
               DISPLAY 'KSDSAPL  ** delta add for key ' DLT-KEY
                   ' finds the key already on the cluster - delta '
                   'was not cut against this cluster **'
               MOVE 8               TO RETURN-CODE
               GO TO SUB-2410-EXIT
           END-IF

           MOVE 0                   TO JRN-IMAGE-LEN
           PERFORM SUB-2450-JOURNAL THRU SUB-2450-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-2410-EXIT
           END-IF

           MOVE DLT-IMAGE-LEN       TO W-KSDS-REC-LEN
           MOVE DLT-IMAGE(1:DLT-IMAGE-LEN)
                                    TO KSDS-RECORD(1:W-KSDS-REC-LEN)

           WRITE KSDS-RECORD

           IF      W-KSDS-FILE-STATUS NOT = '00'
               DISPLAY 'KSDSAPL  unable to add key ' DLT-KEY
                   ' - status ' W-KSDS-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-2410-EXIT
           END-IF

           ADD  1                   TO W-ADDED-COUNT
           .
       SUB-2410-EXIT.
           EXIT.
      /
       SUB-2420-CHANGE.
      *-------------------

           IF      W-KSDS-NOT-FOUND
               DISPLAY 'KSDSAPL  ** delta change for key ' DLT-KEY
                   ' finds no such key on the cluster - delta was '
                   'not cut against this cluster **'
               MOVE 8               TO RETURN-CODE
               GO TO SUB-2420-EXIT
           END-IF

           IF      W-RESTART-REQUESTED
           AND     W-KSDS-REC-LEN = DLT-IMAGE-LEN
           AND     KSDS-RECORD(1:W-KSDS-REC-LEN)
                       = DLT-IMAGE(1:DLT-IMAGE-LEN)
               ADD  1               TO W-ALREADY-COUNT
               GO TO SUB-2420-EXIT
           END-IF

           PERFORM SUB-2440-JOURNAL-BEFORE THRU SUB-2440-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-2420-EXIT
           END-IF

           MOVE DLT-IMAGE-LEN       TO W-KSDS-REC-LEN
           MOVE DLT-IMAGE(1:DLT-IMAGE-LEN)
                                    TO KSDS-RECORD(1:W-KSDS-REC-LEN)

           REWRITE KSDS-RECORD

           IF      W-KSDS-FILE-STATUS NOT = '00'
               DISPLAY 'KSDSAPL  unable to change key ' DLT-KEY
                   ' - status ' W-KSDS-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-2420-EXIT
           END-IF

           ADD  1                   TO W-CHANGED-COUNT
           .
       SUB-2420-EXIT.
           EXIT.
      /
       SUB-2430-DELETE.
      *-------------------

           IF      W-KSDS-NOT-FOUND
               IF      W-RESTART-REQUESTED
                   ADD  1           TO W-ALREADY-COUNT
                   GO TO SUB-2430-EXIT
               END-IF
               DISPLAY 'KSDSAPL  ** delta delete for key ' DLT-KEY
                   ' finds no such key on the cluster - delta was '
                   'not cut against this cluster **'
               MOVE 8               TO RETURN-CODE
               GO TO SUB-2430-EXIT
           END-IF

           PERFORM SUB-2440-JOURNAL-BEFORE THRU SUB-2440-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-2430-EXIT
           END-IF

           DELETE KSDS-FILE RECORD

           IF      W-KSDS-FILE-STATUS NOT = '00'
               DISPLAY 'KSDSAPL  unable to delete key ' DLT-KEY
                   ' - status ' W-KSDS-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-2430-EXIT
           END-IF

           ADD  1                   TO W-DELETED-COUNT
           .
       SUB-2430-EXIT.
           EXIT.
      /
       SUB-2440-JOURNAL-BEFORE.
      *---------------------------

           MOVE W-KSDS-REC-LEN      TO JRN-IMAGE-LEN
           MOVE KSDS-RECORD(1:W-KSDS-REC-LEN)
                                    TO JRN-IMAGE(1:W-KSDS-REC-LEN)

           PERFORM SUB-2450-JOURNAL THRU SUB-2450-EXIT
           .
       SUB-2440-EXIT.
           EXIT.
      /
       SUB-2450-JOURNAL.
      *--------------------

      **** THE JOURNAL RECORD IS WRITTEN BEFORE THE UPDATE IT
      **** DESCRIBES, SO NO UPDATE CAN EXIST WITHOUT ITS BACKOUT.

           ADD  1                   TO W-JOURNAL-SEQ
           MOVE W-JOURNAL-SEQ       TO JRN-SEQ
           MOVE DLT-ACTION          TO JRN-ACTION
           MOVE DLT-KEY             TO JRN-KEY
           COMPUTE W-JRN-REC-LEN = 25 + JRN-IMAGE-LEN

           WRITE JOURNAL-RECORD

           IF      W-JRN-FILE-STATUS NOT = '00'
               DISPLAY 'KSDSAPL  unable to write KSDSJRNL - status '
                   W-JRN-FILE-STATUS ' - key ' DLT-KEY ' not applied'
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-2450-EXIT.
           EXIT.
      /
       SUB-2500-TAKE-CHECKPOINT.
      *----------------------------

      **** HARDEN THE JOURNAL FIRST -- CLOSE AND REOPEN IT -- SO THE
      **** CHECKPOINT NEVER COVERS AN UPDATE WHOSE BEFORE-IMAGE IS
      **** STILL SITTING IN A BUFFER.

           CLOSE JOURNAL-FILE
           OPEN EXTEND JOURNAL-FILE

           IF      W-JRN-FILE-STATUS NOT = '00'
               DISPLAY 'KSDSAPL  unable to reopen KSDSJRNL - status '
                   W-JRN-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-2500-EXIT
           END-IF

           SET  KCK-STATE-IN-FLIGHT TO TRUE
           PERFORM SUB-2600-WRITE-CHECKPOINT THRU SUB-2600-EXIT
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2600-WRITE-CHECKPOINT.
      *-----------------------------

      **** REPLACE THE KSDSCKP RECORD WITH THE CURRENT STATE -- A
      **** SINGLE CURRENT-STATE RECORD, ALWAYS OPENED OUTPUT, THE
      **** SAME WAY DELTACHK KEEPS DELTACKP.  THE STATE IS SET BY
      **** THE CALLER BEFORE THE PERFORM.

           PERFORM SUB-2610-TIMESTAMP THRU SUB-2610-EXIT

           MOVE SPACE               TO KCK-REC-SEP-1 KCK-REC-SEP-2
                                       KCK-REC-SEP-3 KCK-REC-SEP-4
                                       KCK-REC-SEP-5 KCK-REC-SEP-6
                                       KCK-REC-SEP-7
           MOVE W-KSDS-DSNAME       TO KCK-REC-DATASET
           MOVE W-DELTA-RECNO       TO KCK-REC-DELTA-RECNO
           MOVE W-JOURNAL-SEQ       TO KCK-REC-JOURNAL-SEQ
           MOVE W-ADDED-COUNT       TO KCK-REC-ADDED
           MOVE W-CHANGED-COUNT     TO KCK-REC-CHANGED
           MOVE W-DELETED-COUNT     TO KCK-REC-DELETED
           MOVE W-TIMESTAMP         TO KCK-REC-TIMESTAMP

           OPEN OUTPUT CHECKPOINT-FILE

           IF      W-CKP-FILE-STATUS NOT = '00'
               DISPLAY 'KSDSAPL  unable to write KSDSCKP - status '
                   W-CKP-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-2600-EXIT
           END-IF

           WRITE KSDS-CHECKPOINT-RECORD

           CLOSE CHECKPOINT-FILE
           .
       SUB-2600-EXIT.
           EXIT.
      /
       SUB-2610-TIMESTAMP.
      *----------------------

           MOVE FUNCTION CURRENT-DATE
                                    TO W-CURRENT-DATE

           STRING W-CURRENT-DATE-YYYY   '-'
                  W-CURRENT-DATE-MM     '-'
                  W-CURRENT-DATE-DD     ' '
                  W-CURRENT-TIME-HH     ':'
                  W-CURRENT-TIME-MM     ':'
                  W-CURRENT-TIME-SS
               DELIMITED BY SIZE INTO W-TIMESTAMP
           END-STRING
           .
       SUB-2610-EXIT.
           EXIT.
      /
       SUB-2700-VERIFY.
      *-------------------

      **** READ THE WHOLE UPDATED CLUSTER IN KEY ORDER THROUGH THE
      **** CRC32 STAGED CALLS -- THE SAME WHOLE-FILE CHECKSUM
      **** DELTACHK PUT IN THE TRAILER FOR THE NEW FILE.

           SET  W-KSDS-NOT-EOF      TO TRUE
           SET  W-FIRST-WRITE       TO TRUE

           MOVE LOW-VALUES          TO KSDS-KEY

           START KSDS-FILE KEY NOT LESS THAN KSDS-KEY
               INVALID KEY
                   SET  W-KSDS-EOF  TO TRUE
           END-START

           IF      W-KSDS-NOT-EOF
               PERFORM SUB-2710-READ-NEXT THRU SUB-2710-EXIT
           END-IF

           PERFORM SUB-2720-CHECKSUM-RECORD THRU SUB-2720-EXIT
               UNTIL W-KSDS-EOF

           IF      W-FIRST-WRITE
               SET  CRC-STAGE-START-END
                                    TO TRUE
           ELSE
               SET  CRC-STAGE-END   TO TRUE
           END-IF

           MOVE 0                   TO CRC-BUFFER-LEN
           SET  CRC-BUFFER-PTR      TO NULL

           MOVE 'KSDSAPL'           TO CRC-JOB-NAME
           MOVE W-KSDS-DSNAME       TO CRC-DATASET-NAME
           MOVE W-VERIFY-COUNT      TO CRC-RECORD-COUNT

           CALL W-CRC32-PROG     USING W-CRC32-PARAMETER

           MOVE CRC-CHECKSUM        TO CH-CHECKSUM
           CALL W-CRCHEX-PROG    USING W-CRCHEX-PARAMETER
           MOVE CH-HEX-OUTPUT       TO W-COMPUTED-HEX

           MOVE 0                   TO RETURN-CODE

           IF      W-COMPUTED-HEX = W-TRAILER-HEX
               DISPLAY 'KSDSAPL  verify     : PASS - updated '
                   'cluster matches delta trailer (X'''
                   W-COMPUTED-HEX ''')'
           ELSE
               DISPLAY 'KSDSAPL  verify     : **EXCEPTION** '
                   'cluster X''' W-COMPUTED-HEX
                   ''' does not match trailer X''' W-TRAILER-HEX
                   ''''
               MOVE 4               TO RETURN-CODE
           END-IF
           .
       SUB-2700-EXIT.
           EXIT.
      /
       SUB-2710-READ-NEXT.
      *----------------------

           READ KSDS-FILE NEXT RECORD
               AT END
                   SET  W-KSDS-EOF  TO TRUE
           END-READ
           .
       SUB-2710-EXIT.
           EXIT.
      /
       SUB-2720-CHECKSUM-RECORD.
      *----------------------------

           ADD  1                   TO W-VERIFY-COUNT

           IF      W-FIRST-WRITE
               SET  CRC-STAGE-START TO TRUE
               SET  W-NOT-FIRST-WRITE
                                    TO TRUE
           ELSE
               SET  CRC-STAGE-IN-PROCESS
                                    TO TRUE
           END-IF

           SET  CRC-BUFFER-PTR      TO ADDRESS OF KSDS-RECORD
           MOVE W-KSDS-REC-LEN      TO CRC-BUFFER-LEN

           CALL W-CRC32-PROG     USING W-CRC32-PARAMETER

           PERFORM SUB-2710-READ-NEXT THRU SUB-2710-EXIT
           .
       SUB-2720-EXIT.
           EXIT.
      /
       SUB-3000-BACKOUT.
      *--------------------

      **** UNWIND THE JOURNAL NEWEST ENTRY FIRST.  A KEY JOURNALED
      **** TWICE (AN UPDATE REDONE AFTER A RESTART) IS RESTORED TWICE,
      **** AND THE OLDEST BEFORE-IMAGE -- THE TRUE ORIGINAL -- LANDS
      **** LAST.

           SORT SORT-FILE
               ON DESCENDING KEY SORT-SEQ
               INPUT  PROCEDURE SUB-3100-RELEASE-JOURNAL
                             THRU SUB-3199-EXIT
               OUTPUT PROCEDURE SUB-3200-RESTORE
                             THRU SUB-3299-EXIT

           IF      W-KSDS-OPEN
               CLOSE KSDS-FILE
               SET  W-KSDS-CLOSED   TO TRUE
           END-IF

           IF      RETURN-CODE NOT = 0
               DISPLAY 'KSDSAPL  ** backout incomplete - correct the '
                   'cause and rerun MODE BACKOUT **'
               GO TO SUB-3000-EXIT
           END-IF

      **** THE CHECKPOINT IS MARKED BACKED OUT, WHICH ALSO CLEARS THE
      **** WAY FOR A FRESH APPLY.

           MOVE 0                   TO W-DELTA-RECNO
           SET  KCK-STATE-BACKED-OUT
                                    TO TRUE
           PERFORM SUB-2600-WRITE-CHECKPOINT THRU SUB-2600-EXIT
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-RELEASE-JOURNAL.
      *----------------------------

           OPEN INPUT JOURNAL-FILE

           IF      W-JRN-FILE-STATUS NOT = '00'
               DISPLAY 'KSDSAPL  unable to open KSDSJRNL - status '
                   W-JRN-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-3199-EXIT
           END-IF

      **** THE HEADER MUST NAME THIS CLUSTER -- A JOURNAL FROM SOME
      **** OTHER CLUSTER'S APPLY IS NEVER PLAYED BACK OVER THIS ONE.

           PERFORM SUB-3120-READ-JOURNAL THRU SUB-3120-EXIT

           IF      W-JRN-EOF
           OR      NOT JRN-ACTION-HEADER
               DISPLAY 'KSDSAPL  KSDSJRNL has no journal header'
               MOVE 16              TO RETURN-CODE
               CLOSE JOURNAL-FILE
               GO TO SUB-3199-EXIT
           END-IF

           IF      JRN-HDR-DATASET NOT = W-KSDS-DSNAME
               DISPLAY 'KSDSAPL  KSDSJRNL journals '
                   JRN-HDR-DATASET
               DISPLAY 'KSDSAPL  not this cluster - nothing restored'
               MOVE 16              TO RETURN-CODE
               CLOSE JOURNAL-FILE
               GO TO SUB-3199-EXIT
           END-IF

           DISPLAY 'KSDSAPL  journal    : apply started '
               JRN-HDR-TIMESTAMP

           PERFORM SUB-3110-RELEASE-ENTRY THRU SUB-3110-EXIT
               UNTIL W-JRN-EOF

           CLOSE JOURNAL-FILE
           .
       SUB-3199-EXIT.
           EXIT.
      /
       SUB-3110-RELEASE-ENTRY.
      *--------------------------

           PERFORM SUB-3120-READ-JOURNAL THRU SUB-3120-EXIT

           IF      W-JRN-EOF
               GO TO SUB-3110-EXIT
           END-IF

           MOVE SPACES              TO SORT-REC-DATA
           MOVE W-JRN-REC-LEN       TO SORT-REC-LEN
           MOVE JOURNAL-RECORD(1:W-JRN-REC-LEN)
                                    TO SORT-REC-DATA(1:W-JRN-REC-LEN)
           RELEASE SORT-RECORD
           .
       SUB-3110-EXIT.
           EXIT.
      /
       SUB-3120-READ-JOURNAL.
      *-------------------------

           READ JOURNAL-FILE
               AT END
                   SET  W-JRN-EOF   TO TRUE
                   GO TO SUB-3120-EXIT
           END-READ

      **** TRAILING SPACES OF A BEFORE-IMAGE ARE RESTORED THE SAME
      **** WAY AS A DELTA IMAGE'S.

           IF      JRN-IMAGE-LEN NUMERIC
           AND     JRN-IMAGE-LEN NOT > 4096
           AND     W-JRN-REC-LEN - 25 < JRN-IMAGE-LEN
               MOVE SPACES          TO JRN-IMAGE
                   (W-JRN-REC-LEN - 25 + 1 :
                    JRN-IMAGE-LEN - (W-JRN-REC-LEN - 25))
               COMPUTE W-JRN-REC-LEN = 25 + JRN-IMAGE-LEN
           END-IF
           .
       SUB-3120-EXIT.
           EXIT.
      /
       SUB-3200-RESTORE.
      *--------------------

           IF      RETURN-CODE NOT = 0
               GO TO SUB-3299-EXIT
           END-IF

           OPEN I-O KSDS-FILE

           IF      W-KSDS-FILE-STATUS NOT = '00'
               DISPLAY 'KSDSAPL  unable to open ' W-KSDS-DSNAME
                   ' for update - status ' W-KSDS-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-3299-EXIT
           END-IF

           SET  W-KSDS-OPEN         TO TRUE
           SET  W-SORT-NOT-EOF      TO TRUE

           PERFORM SUB-3210-RESTORE-ENTRY THRU SUB-3210-EXIT
               UNTIL W-SORT-EOF OR RETURN-CODE NOT = 0
           .
       SUB-3299-EXIT.
           EXIT.
      /
       SUB-3210-RESTORE-ENTRY.
      *--------------------------

           RETURN SORT-FILE
               AT END
                   SET  W-SORT-EOF  TO TRUE
                   GO TO SUB-3210-EXIT
           END-RETURN

           MOVE SORT-KEY            TO KSDS-KEY

           READ KSDS-FILE
               KEY IS KSDS-KEY
           END-READ

           IF      W-KSDS-FILE-STATUS NOT = '00'
           AND     W-KSDS-FILE-STATUS NOT = '23'
               DISPLAY 'KSDSAPL  unable to read key ' SORT-KEY
                   ' - status ' W-KSDS-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-3210-EXIT
           END-IF

      **** AN ADD IS UNDONE BY DELETING THE KEY (ALREADY GONE IS
      **** FINE); A CHANGE OR DELETE BY PUTTING THE BEFORE-IMAGE
      **** BACK, REWRITTEN OVER THE KEY OR WRITTEN AFRESH.

           IF      SORT-ACTION = 'A'
               IF      W-KSDS-FILE-STATUS = '23'
                   GO TO SUB-3210-EXIT
               END-IF
               DELETE KSDS-FILE RECORD
               ADD  1               TO W-REMOVED-COUNT
           ELSE
               MOVE SORT-IMAGE-LEN  TO W-KSDS-REC-LEN
               IF      W-KSDS-FILE-STATUS = '00'
                   MOVE SORT-IMAGE(1:SORT-IMAGE-LEN)
                                    TO KSDS-RECORD(1:W-KSDS-REC-LEN)
                   REWRITE KSDS-RECORD
               ELSE
                   MOVE SORT-IMAGE(1:SORT-IMAGE-LEN)
                                    TO KSDS-RECORD(1:W-KSDS-REC-LEN)
                   WRITE KSDS-RECORD
               END-IF
               ADD  1               TO W-RESTORED-COUNT
           END-IF

           IF      W-KSDS-FILE-STATUS NOT = '00'
               DISPLAY 'KSDSAPL  unable to restore key ' SORT-KEY
                   ' - status ' W-KSDS-FILE-STATUS
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-3210-EXIT.
           EXIT.
      /
       SUB-4000-SHUT-DOWN.
      *-------------------

           IF      W-KSDS-OPEN
               CLOSE KSDS-FILE
           END-IF

           IF      RETURN-CODE = 8 OR 16
               DISPLAY 'KSDSAPL  completed with errors'
               GO TO SUB-4000-EXIT
           END-IF

           IF      W-MODE-BACKOUT
               MOVE W-RESTORED-COUNT
                                    TO W-DISPLAY-COUNT
               DISPLAY 'KSDSAPL  restored   : ' W-DISPLAY-COUNT
               MOVE W-REMOVED-COUNT TO W-DISPLAY-COUNT
               DISPLAY 'KSDSAPL  removed    : ' W-DISPLAY-COUNT
               DISPLAY 'KSDSAPL  completed'
               GO TO SUB-4000-EXIT
           END-IF

           MOVE W-ADDED-COUNT       TO W-DISPLAY-COUNT
           DISPLAY 'KSDSAPL  added      : ' W-DISPLAY-COUNT
           MOVE W-CHANGED-COUNT     TO W-DISPLAY-COUNT
           DISPLAY 'KSDSAPL  changed    : ' W-DISPLAY-COUNT
           MOVE W-DELETED-COUNT     TO W-DISPLAY-COUNT
           DISPLAY 'KSDSAPL  deleted    : ' W-DISPLAY-COUNT
           IF      W-RESTART-REQUESTED
               MOVE W-ALREADY-COUNT TO W-DISPLAY-COUNT
               DISPLAY 'KSDSAPL  already on : ' W-DISPLAY-COUNT
           END-IF
           MOVE W-JOURNAL-SEQ       TO W-DISPLAY-COUNT
           DISPLAY 'KSDSAPL  journaled  : ' W-DISPLAY-COUNT
           MOVE W-VERIFY-COUNT      TO W-DISPLAY-COUNT
           DISPLAY 'KSDSAPL  on cluster : ' W-DISPLAY-COUNT
           DISPLAY 'KSDSAPL  completed'
           .
       SUB-4000-EXIT.
           EXIT.
