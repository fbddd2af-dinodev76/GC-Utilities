      *=========================== ARCHPKG =============================*
      * Authors: Brian D Pead
      *
      * Description: Bundles a set of related datasets -- year-end
      *              evidence, an off-site vault shipment -- into one
      *              self-describing certified archive, and restores
      *              them from it.  The archive travels on the ARCHIVE
      *              DD as typed variable-length records:
      *                H  archive header (eye-catcher, version, time
      *                   the archive was built)
      *                D  member directory header (member number,
      *                   original dataset name, record format TEXT
      *                   or BINARY, record count, byte count, CRC32
      *                   as a decimal value and MD5 in hex)
      *                R  one data record of the current member
      *                T  trailer (member, record and byte totals and
      *                   the seal -- the CRC32 of every archive
      *                   record before it)
      *              so the directory can never be parted from the
      *              data it describes, as a MANIFEST can.
      *
      *              The first SYSIN card is the mode:
      *                PACK     the remaining cards name the datasets
      *                         to pack, one per card, each digested
      *                         the way MANIFEST does before it is
      *                         copied in
      *                EXTRACT  restores every member, or only those
      *                         named on MEMBER cards, and verifies
      *                         each restored dataset against its
      *                         directory entry
      *                LIST     prints the directory, checking every
      *                         member's data and the seal but
      *                         restoring nothing
      *              RETURN-CODE 8 on any directory or seal mismatch
      *              or a named member missing from the archive, 16
      *              for a bad deck or a dataset that cannot be read.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-10-12  1.0      First release
      *================================================================*

       PROCESS TRUNC(BIN)

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 ARCHPKG.

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

           SELECT ARCHIVE-FILE
               ASSIGN TO           'ARCHIVE'
               ORGANIZATION        SEQUENTIAL
               FILE STATUS IS      W-ARCHIVE-FILE-STATUS.

           SELECT MEMBER-FILE
               ASSIGN TO DYNAMIC   W-MEMBER-DSNAME
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-MEMBER-FILE-STATUS.

           SELECT MEMBER-BIN-FILE
               ASSIGN TO DYNAMIC   W-MEMBER-DSNAME
               ORGANIZATION        SEQUENTIAL
               FILE STATUS IS      W-MEMBER-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  SYSIN-FILE.

       01  SYSIN-RECORD                PIC X(80).

       FD  ARCHIVE-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32761 CHARACTERS
               DEPENDING ON        W-ARCHIVE-REC-LEN.

       01  ARCHIVE-RECORD              PIC X(32761).

       FD  MEMBER-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
               DEPENDING ON        W-MEMBER-REC-LEN.

       01  MEMBER-RECORD               PIC X(32760).

       FD  MEMBER-BIN-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
               DEPENDING ON        W-MEMBER-REC-LEN.

       01  MEMBER-BIN-RECORD           PIC X(32760).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-CRC32-PROG             PIC X(08)       VALUE 'CRC32'.
       01  W-MD5-PROG               PIC X(08)       VALUE 'MD5'.
       01  W-GDGRES-PROG            PIC X(08)       VALUE 'GDGRES'.

       01  W-SYSIN-FILE-STATUS      PIC X(02).
       01  W-ARCHIVE-FILE-STATUS    PIC X(02).
       01  W-MEMBER-FILE-STATUS     PIC X(02).

       01  W-MEMBER-DSNAME          PIC X(44).
       01  W-ARCHIVE-REC-LEN        PIC 9(05)  COMP.
       01  W-MEMBER-REC-LEN         PIC 9(05)  COMP.

       01  W-MODE                   PIC X(08).
           88  W-MODE-PACK                          VALUE 'PACK'.
           88  W-MODE-EXTRACT                       VALUE 'EXTRACT'.
           88  W-MODE-LIST                          VALUE 'LIST'.

       01  W-CARD-KEYWORD           PIC X(11).

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-SYSIN-EOF                          VALUE 'Y'.
           88  W-SYSIN-NOT-EOF                      VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-ARCHIVE-EOF                        VALUE 'Y'.
           88  W-ARCHIVE-NOT-EOF                    VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-MEMBER-EOF                         VALUE 'Y'.
           88  W-MEMBER-NOT-EOF                     VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-BINARY-MODE                        VALUE 'Y'.
           88  W-TEXT-MODE                          VALUE 'N'.

      **** THE RECORD FORMAT GIVEN TO MEMBERS PACKED AFTER IT: TEXT
      **** (THE DEFAULT) OR BINARY, SET BY A RECORD-MODE CARD.

       01  W-PACK-RECFM             PIC X(06)       VALUE 'TEXT'.

      **** PACK MODE: THE DATASETS TO PACK, IN CARD ORDER.

       01  W-MEMBER-MAX             PIC 9(04)  COMP VALUE 100.
       01  W-MEMBER-COUNT           PIC 9(04)  COMP VALUE 0.
       01  W-MEMBER-TABLE.
           05  W-MEMBER-ENTRY      OCCURS 100      INDEXED W-M-DX.
               10  MB-DSNAME       PIC X(44).
               10  MB-RECFM        PIC X(06).

      **** EXTRACT MODE: THE MEMBERS NAMED ON MEMBER CARDS, EACH
      **** OPTIONALLY RESTORED UNDER ANOTHER NAME GIVEN ON A
      **** RESTORE-AS CARD FOLLOWING IT.  NO MEMBER CARDS RESTORES
      **** EVERY MEMBER UNDER ITS ORIGINAL NAME.

       01  W-SELECT-MAX             PIC 9(04)  COMP VALUE 100.
       01  W-SELECT-COUNT           PIC 9(04)  COMP VALUE 0.
       01  W-SELECT-TABLE.
           05  W-SELECT-ENTRY      OCCURS 100      INDEXED W-S-DX.
               10  SL-DSNAME       PIC X(44).
               10  SL-RESTORE-AS   PIC X(44).
               10  SL-FOUND        PIC X(01).
                   88  SL-WAS-FOUND                 VALUE 'Y'.

      **** THE ARCHIVE RECORD, BUILT HERE BEFORE IT IS WRITTEN AND
      **** MOVED HERE WHEN IT IS READ.  EVERY HEADER FIELD IS IN
      **** DISPLAY FORMAT SO A DUMP OF THE ARCHIVE READS PLAINLY.

       01  W-ARCH-AREA.
           05  ARC-TYPE             PIC X(01).
               88  ARC-HEADER                       VALUE 'H'.
               88  ARC-DIRECTORY                    VALUE 'D'.
               88  ARC-DATA                         VALUE 'R'.
               88  ARC-TRAILER                      VALUE 'T'.
           05  ARC-BODY             PIC X(32760).
           05  ARC-HEADER-BODY      REDEFINES ARC-BODY.
               10  ARH-EYECATCHER   PIC X(08).
               10  ARH-VERSION      PIC X(02).
               10  ARH-CREATED      PIC X(19).
               10  FILLER           PIC X(32731).
           05  ARC-DIRECTORY-BODY   REDEFINES ARC-BODY.
               10  ARD-MEMBER-NO    PIC 9(04).
               10  ARD-DSNAME       PIC X(44).
               10  ARD-RECFM        PIC X(06).
               10  ARD-RECORDS      PIC 9(09).
               10  ARD-BYTES        PIC 9(15).
               10  ARD-CRC32        PIC 9(10).
               10  ARD-MD5          PIC X(32).
               10  FILLER           PIC X(32640).
           05  ARC-TRAILER-BODY     REDEFINES ARC-BODY.
               10  ART-MEMBERS      PIC 9(04).
               10  ART-RECORDS      PIC 9(09).
               10  ART-BYTES        PIC 9(15).
               10  ART-SEAL         PIC 9(10).
               10  FILLER           PIC X(32722).

       01  W-ARCH-EYECATCHER        PIC X(08)       VALUE 'ARCHPKG'.
       01  W-ARCH-VERSION           PIC X(02)       VALUE '01'.
       01  W-HEADER-LEN             PIC 9(05)  COMP VALUE 30.
       01  W-DIRECTORY-LEN          PIC 9(05)  COMP VALUE 121.
       01  W-TRAILER-LEN            PIC 9(05)  COMP VALUE 39.

      **** THE MEMBER IN HAND: ITS DIRECTORY ENTRY AS WRITTEN OR
      **** READ, AND WHAT WAS COUNTED AND DIGESTED AGAINST IT.

       01  W-DIRECTORY-SAVE.
           05  SAV-MEMBER-NO        PIC 9(04).
           05  SAV-DSNAME           PIC X(44).
           05  SAV-RECFM            PIC X(06).
           05  SAV-RECORDS          PIC 9(09).
           05  SAV-BYTES            PIC 9(15).
           05  SAV-CRC32            PIC 9(10).
           05  SAV-MD5              PIC X(32).

       01  W-RESTORE-DSNAME         PIC X(44).

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-IN-MEMBER                          VALUE 'Y'.
           88  W-NOT-IN-MEMBER                      VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-MEMBER-SELECTED                    VALUE 'Y'.
           88  W-MEMBER-NOT-SELECTED                VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-MEMBER-OPEN-FAILED                 VALUE 'Y'.
           88  W-MEMBER-OPEN-OK                     VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-MEMBER-FAILED                      VALUE 'Y'.
           88  W-MEMBER-PASSED                      VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-TRAILER-SEEN                       VALUE 'Y'.
           88  W-TRAILER-NOT-SEEN                   VALUE 'N'.

       01  W-RECORD-AREA            PIC X(32760).
       01  W-RECORD-LEN             PIC 9(05)  COMP.

      **** DIGEST OF ONE STREAM OF MEMBER RECORDS -- A DATASET, OR
      **** A MEMBER'S DATA RECORDS IN THE ARCHIVE.

       01  FILLER                   PIC X(01)       VALUE 'Y'.
           88  W-FIRST-RECORD                       VALUE 'Y'.
           88  W-NOT-FIRST-RECORD                   VALUE 'N'.

       01  W-DIG-RECORDS            PIC 9(09)  COMP.
       01  W-DIG-BYTES              PIC 9(15)  COMP.
       01  W-DIG-CRC32              PIC 9(10).
       01  W-DIG-MD5                PIC X(32).
       01  W-DIG-DSNAME             PIC X(44).
       01  W-DIG-SOURCE             PIC X(44).

       01  W-COPY-RECORDS           PIC 9(09)  COMP.
       01  W-COPY-BYTES             PIC 9(15)  COMP.

      **** THE SEAL IS A SEPARATE RUNNING CRC32 OVER EVERY ARCHIVE
      **** RECORD BEFORE THE TRAILER.

       01  FILLER                   PIC X(01)       VALUE 'Y'.
           88  W-SEAL-FIRST                         VALUE 'Y'.
           88  W-SEAL-NOT-FIRST                     VALUE 'N'.

       01  W-SEAL-VALUE             PIC 9(10).

      **** RUN TOTALS.

       01  W-ARCH-MEMBERS           PIC 9(04)  COMP VALUE 0.
       01  W-ARCH-RECORDS           PIC 9(09)  COMP VALUE 0.
       01  W-ARCH-BYTES             PIC 9(15)  COMP VALUE 0.
       01  W-RESTORED-COUNT         PIC 9(04)  COMP VALUE 0.
       01  W-PASS-COUNT             PIC 9(04)  COMP VALUE 0.
       01  W-FAIL-COUNT             PIC 9(04)  COMP VALUE 0.

       01  W-DISPLAY-RECORDS        PIC ZZZ,ZZZ,ZZ9.
       01  W-DISPLAY-BYTES          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.

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

       01  W-SEAL-PARAMETER.        COPY CRC32L.

       01  W-MD5-PARAMETER.         COPY MD5L.

       01  W-GDGRES-PARAMETER.      COPY GDGRESL.
      /
       PROCEDURE DIVISION.
      *===================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      RETURN-CODE = 0
               IF      W-MODE-PACK
                   PERFORM SUB-2000-PACK THRU SUB-2000-EXIT
               ELSE
                   PERFORM SUB-3000-READ-ARCHIVE THRU SUB-3000-EXIT
               END-IF
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

           DISPLAY 'ARCHPKG  compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

      **** THE FIRST SYSIN CARD IS THE MODE -- PACK, EXTRACT OR
      **** LIST -- AS IN MANIFEST.

           OPEN INPUT SYSIN-FILE

           IF      W-SYSIN-FILE-STATUS NOT = '00'
               DISPLAY 'ARCHPKG  unable to open SYSIN - status '
                   W-SYSIN-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           READ SYSIN-FILE
               AT END
                   DISPLAY 'ARCHPKG  SYSIN is empty - no mode card'
                   MOVE 16          TO RETURN-CODE
           END-READ

           IF      RETURN-CODE NOT = 0
               CLOSE SYSIN-FILE
               GO TO SUB-1000-EXIT
           END-IF

           MOVE SYSIN-RECORD(1:8)   TO W-MODE

           IF      NOT W-MODE-PACK
           AND     NOT W-MODE-EXTRACT
           AND     NOT W-MODE-LIST
               DISPLAY 'ARCHPKG  unknown mode: ' W-MODE
               MOVE 16              TO RETURN-CODE
               CLOSE SYSIN-FILE
               GO TO SUB-1000-EXIT
           END-IF

           DISPLAY 'ARCHPKG  mode ' W-MODE

           PERFORM SUB-1150-READ-CARD THRU SUB-1150-EXIT
               UNTIL W-SYSIN-EOF OR RETURN-CODE NOT = 0

           CLOSE SYSIN-FILE

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           IF      W-MODE-PACK
           AND     W-MEMBER-COUNT = 0
               DISPLAY 'ARCHPKG  SYSIN names no datasets to pack'
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1140-RESOLVE-GDG.
      *------------------------

           CALL W-GDGRES-PROG    USING W-GDGRES-PARAMETER

           IF      NOT UTIL-RC-OK OF W-GDGRES-PARAMETER
               DISPLAY 'ARCHPKG  unable to resolve ' GDG-INPUT-NAME
                   ' - ' UTIL-MESSAGE OF W-GDGRES-PARAMETER
               MOVE GDG-INPUT-NAME  TO GDG-RESOLVED-NAME
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1140-EXIT
           END-IF

           IF      GDG-WAS-RESOLVED
               DISPLAY 'ARCHPKG  resolved ' GDG-INPUT-NAME
               DISPLAY 'ARCHPKG        to ' GDG-RESOLVED-NAME
           END-IF
           .
       SUB-1140-EXIT.
           EXIT.
      /
       SUB-1150-READ-CARD.
      *----------------------

      **** PACK MODE: ONE DATASET NAME PER CARD FROM COLUMN 1, WITH
      **** RELATIVE GDG NOTATION RESOLVED, OR A RECORD-MODE CARD --
      **** BINARY OR TEXT (THE DEFAULT) IN COLUMNS 13-18 -- SETTING
      **** THE FORMAT OF THE DATASETS NAMED AFTER IT, AS IN FILECHK.
      **** EXTRACT MODE: MEMBER CARDS NAMING A MEMBER TO RESTORE IN
      **** COLUMNS 12-55, EACH OPTIONALLY FOLLOWED BY A RESTORE-AS
      **** CARD GIVING THE NAME TO RESTORE IT UNDER IN 12-55.
      **** LIST MODE TAKES NO FURTHER CARDS.

           READ SYSIN-FILE
               AT END
                   SET  W-SYSIN-EOF TO TRUE
                   GO TO SUB-1150-EXIT
           END-READ

           IF      SYSIN-RECORD = SPACES
               GO TO SUB-1150-EXIT
           END-IF

           MOVE SYSIN-RECORD(1:11)  TO W-CARD-KEYWORD

           EVALUATE TRUE
               WHEN W-MODE-PACK
                   PERFORM SUB-1200-TAKE-PACK-CARD THRU SUB-1200-EXIT

               WHEN W-MODE-EXTRACT
                   PERFORM SUB-1300-TAKE-EXTRACT-CARD
                                       THRU SUB-1300-EXIT

               WHEN OTHER
                   DISPLAY 'ARCHPKG  LIST mode takes no SYSIN cards: '
                       SYSIN-RECORD(1:44)
                   MOVE 16          TO RETURN-CODE
           END-EVALUATE
           .
       SUB-1150-EXIT.
           EXIT.
      /
       SUB-1200-TAKE-PACK-CARD.
      *---------------------------

           IF      W-CARD-KEYWORD = 'RECORD-MODE'
               EVALUATE SYSIN-RECORD(13:6)
                   WHEN 'BINARY'
                       MOVE 'BINARY'
                                    TO W-PACK-RECFM
                   WHEN 'TEXT'
                       MOVE 'TEXT'  TO W-PACK-RECFM
                   WHEN OTHER
                       DISPLAY 'ARCHPKG  RECORD-MODE must be BINARY '
                           'or TEXT: ' SYSIN-RECORD(13:6)
                       MOVE 16      TO RETURN-CODE
               END-EVALUATE
               GO TO SUB-1200-EXIT
           END-IF

           IF      W-MEMBER-COUNT >= W-MEMBER-MAX
               DISPLAY 'ARCHPKG  too many datasets to pack - limit '
                   W-MEMBER-MAX
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1200-EXIT
           END-IF

           MOVE SYSIN-RECORD(1:44)  TO GDG-INPUT-NAME
           PERFORM SUB-1140-RESOLVE-GDG THRU SUB-1140-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1200-EXIT
           END-IF

           ADD  1                   TO W-MEMBER-COUNT
           SET  W-M-DX              TO W-MEMBER-COUNT
           MOVE GDG-RESOLVED-NAME   TO MB-DSNAME(W-M-DX)
           MOVE W-PACK-RECFM        TO MB-RECFM(W-M-DX)
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-1300-TAKE-EXTRACT-CARD.
      *------------------------------

           EVALUATE W-CARD-KEYWORD
               WHEN 'MEMBER'
                   IF      W-SELECT-COUNT >= W-SELECT-MAX
                       DISPLAY 'ARCHPKG  too many MEMBER cards - '
                           'limit ' W-SELECT-MAX
                       MOVE 16      TO RETURN-CODE
                       GO TO SUB-1300-EXIT
                   END-IF
                   ADD  1           TO W-SELECT-COUNT
                   SET  W-S-DX      TO W-SELECT-COUNT
                   MOVE SYSIN-RECORD(12:44)
                                    TO SL-DSNAME(W-S-DX)
                                       SL-RESTORE-AS(W-S-DX)
                   MOVE 'N'         TO SL-FOUND(W-S-DX)

               WHEN 'RESTORE-AS'
                   IF      W-SELECT-COUNT = 0
                       DISPLAY 'ARCHPKG  RESTORE-AS card must follow '
                           'a MEMBER card'
                       MOVE 16      TO RETURN-CODE
                       GO TO SUB-1300-EXIT
                   END-IF
                   MOVE SYSIN-RECORD(12:44)
                                    TO SL-RESTORE-AS(W-S-DX)

               WHEN OTHER
                   DISPLAY 'ARCHPKG  unknown SYSIN card: '
                       W-CARD-KEYWORD
                   MOVE 16          TO RETURN-CODE
           END-EVALUATE
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-2000-PACK.
      *-----------------

           OPEN OUTPUT ARCHIVE-FILE

           IF      W-ARCHIVE-FILE-STATUS NOT = '00'
               DISPLAY 'ARCHPKG  unable to open ARCHIVE - status '
                   W-ARCHIVE-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-2000-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE
                                    TO W-CURRENT-DATE

           MOVE SPACES              TO W-ARCH-AREA
           SET  ARC-HEADER          TO TRUE
           MOVE W-ARCH-EYECATCHER   TO ARH-EYECATCHER
           MOVE W-ARCH-VERSION      TO ARH-VERSION
           STRING W-CURRENT-DATE-YYYY   '-'
                  W-CURRENT-DATE-MM     '-'
                  W-CURRENT-DATE-DD     ' '
                  W-CURRENT-TIME-HH     ':'
                  W-CURRENT-TIME-MM     ':'
                  W-CURRENT-TIME-SS
               DELIMITED BY SIZE INTO ARH-CREATED
           END-STRING
           MOVE W-HEADER-LEN        TO W-ARCHIVE-REC-LEN

           DISPLAY 'ARCHPKG  archive built ' ARH-CREATED

           PERFORM SUB-2300-WRITE-ARCHIVE THRU SUB-2300-EXIT

           PERFORM SUB-2100-PACK-MEMBER THRU SUB-2100-EXIT
               VARYING W-M-DX FROM 1 BY 1
                 UNTIL W-M-DX > W-MEMBER-COUNT
                    OR RETURN-CODE NOT = 0

           IF      RETURN-CODE = 0
               PERFORM SUB-2400-WRITE-TRAILER THRU SUB-2400-EXIT
           END-IF

           CLOSE ARCHIVE-FILE
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-PACK-MEMBER.
      *------------------------

      **** DIGEST THE DATASET FIRST SO ITS DIRECTORY HEADER CAN GO
      **** AHEAD OF ITS DATA, THEN COPY IT IN.  THE COPY PASS MUST
      **** FIND WHAT THE DIGEST PASS FOUND, OR THE DATASET CHANGED
      **** UNDER US AND THE ARCHIVE CANNOT BE TRUSTED.

           MOVE MB-DSNAME(W-M-DX)   TO W-MEMBER-DSNAME
           IF      MB-RECFM(W-M-DX) = 'BINARY'
               SET  W-BINARY-MODE   TO TRUE
           ELSE
               SET  W-TEXT-MODE     TO TRUE
           END-IF

           PERFORM SUB-5000-DIGEST-DATASET THRU SUB-5000-EXIT

           IF      W-MEMBER-OPEN-FAILED
               MOVE 16              TO RETURN-CODE
               GO TO SUB-2100-EXIT
           END-IF

           ADD  1                   TO W-ARCH-MEMBERS

           MOVE SPACES              TO W-ARCH-AREA
           SET  ARC-DIRECTORY       TO TRUE
           MOVE W-ARCH-MEMBERS      TO ARD-MEMBER-NO
           MOVE MB-DSNAME(W-M-DX)   TO ARD-DSNAME
           MOVE MB-RECFM(W-M-DX)    TO ARD-RECFM
           MOVE W-DIG-RECORDS       TO ARD-RECORDS
           MOVE W-DIG-BYTES         TO ARD-BYTES
           MOVE W-DIG-CRC32         TO ARD-CRC32
           MOVE W-DIG-MD5           TO ARD-MD5
           MOVE W-DIRECTORY-LEN     TO W-ARCHIVE-REC-LEN

           MOVE ARC-DIRECTORY-BODY(1:120)
                                    TO W-DIRECTORY-SAVE

           PERFORM SUB-2300-WRITE-ARCHIVE THRU SUB-2300-EXIT
           PERFORM SUB-7000-SHOW-DIRECTORY THRU SUB-7000-EXIT

           IF      W-BINARY-MODE
               OPEN INPUT MEMBER-BIN-FILE
           ELSE
               OPEN INPUT MEMBER-FILE
           END-IF

           IF      W-MEMBER-FILE-STATUS NOT = '00'
               DISPLAY 'ARCHPKG  unable to reopen ' W-MEMBER-DSNAME
                   ' - status ' W-MEMBER-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-2100-EXIT
           END-IF

           MOVE 0                   TO W-COPY-RECORDS
                                       W-COPY-BYTES
           SET  W-MEMBER-NOT-EOF    TO TRUE

           PERFORM SUB-5100-READ-MEMBER THRU SUB-5100-EXIT

           PERFORM SUB-2200-COPY-RECORD THRU SUB-2200-EXIT
               UNTIL W-MEMBER-EOF

           IF      W-BINARY-MODE
               CLOSE MEMBER-BIN-FILE
           ELSE
               CLOSE MEMBER-FILE
           END-IF

           IF      W-COPY-RECORDS NOT = SAV-RECORDS
           OR      W-COPY-BYTES NOT = SAV-BYTES
               DISPLAY 'ARCHPKG  ' W-MEMBER-DSNAME ' changed while '
                   'it was being packed - ' W-COPY-RECORDS
                   ' records copied, ' SAV-RECORDS ' digested'
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-COPY-RECORD.
      *------------------------

           ADD  1                   TO W-COPY-RECORDS
                                       W-ARCH-RECORDS
           ADD  W-RECORD-LEN        TO W-COPY-BYTES
                                       W-ARCH-BYTES

           SET  ARC-DATA            TO TRUE
           MOVE W-RECORD-AREA(1:W-RECORD-LEN)
                                    TO ARC-BODY(1:W-RECORD-LEN)
           COMPUTE W-ARCHIVE-REC-LEN = W-RECORD-LEN + 1

           PERFORM SUB-2300-WRITE-ARCHIVE THRU SUB-2300-EXIT

           PERFORM SUB-5100-READ-MEMBER THRU SUB-5100-EXIT
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-WRITE-ARCHIVE.
      *--------------------------

           PERFORM SUB-6000-SEAL-RECORD THRU SUB-6000-EXIT

           WRITE ARCHIVE-RECORD   FROM W-ARCH-AREA
                                           (1:W-ARCHIVE-REC-LEN)

           IF      W-ARCHIVE-FILE-STATUS NOT = '00'
               DISPLAY 'ARCHPKG  unable to write ARCHIVE - status '
                   W-ARCHIVE-FILE-STATUS
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2400-WRITE-TRAILER.
      *--------------------------

           PERFORM SUB-6100-SEAL-VALUE THRU SUB-6100-EXIT

           MOVE SPACES              TO W-ARCH-AREA
           SET  ARC-TRAILER         TO TRUE
           MOVE W-ARCH-MEMBERS      TO ART-MEMBERS
           MOVE W-ARCH-RECORDS      TO ART-RECORDS
           MOVE W-ARCH-BYTES        TO ART-BYTES
           MOVE W-SEAL-VALUE        TO ART-SEAL
           MOVE W-TRAILER-LEN       TO W-ARCHIVE-REC-LEN

           WRITE ARCHIVE-RECORD   FROM W-ARCH-AREA
                                           (1:W-ARCHIVE-REC-LEN)

           IF      W-ARCHIVE-FILE-STATUS NOT = '00'
               DISPLAY 'ARCHPKG  unable to write ARCHIVE - status '
                   W-ARCHIVE-FILE-STATUS
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-3000-READ-ARCHIVE.
      *-------------------------

      **** EXTRACT AND LIST BOTH WALK THE WHOLE ARCHIVE: EVERY
      **** MEMBER'S DATA IS COUNTED AND DIGESTED AGAINST ITS
      **** DIRECTORY ENTRY AND THE SEAL IS RECOMPUTED, SO A LIST IS
      **** ALSO A FULL CHECK OF THE ARCHIVE.  EXTRACT ADDITIONALLY
      **** RESTORES THE SELECTED MEMBERS AND READS EACH BACK.

           OPEN INPUT ARCHIVE-FILE

           IF      W-ARCHIVE-FILE-STATUS NOT = '00'
               DISPLAY 'ARCHPKG  unable to open ARCHIVE - status '
                   W-ARCHIVE-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-3000-EXIT
           END-IF

           PERFORM SUB-3100-READ-ARCHIVE-RECORD THRU SUB-3100-EXIT

           IF      W-ARCHIVE-EOF
           OR      NOT ARC-HEADER
           OR      ARH-EYECATCHER NOT = W-ARCH-EYECATCHER
               DISPLAY 'ARCHPKG  ARCHIVE is not an ARCHPKG archive'
               MOVE 16              TO RETURN-CODE
               CLOSE ARCHIVE-FILE
               GO TO SUB-3000-EXIT
           END-IF

           DISPLAY 'ARCHPKG  archive built ' ARH-CREATED
               ' version ' ARH-VERSION

           PERFORM SUB-6000-SEAL-RECORD THRU SUB-6000-EXIT

           PERFORM SUB-3100-READ-ARCHIVE-RECORD THRU SUB-3100-EXIT

           PERFORM SUB-3200-TAKE-RECORD THRU SUB-3200-EXIT
               UNTIL W-ARCHIVE-EOF
                  OR W-TRAILER-SEEN
                  OR RETURN-CODE = 16

           CLOSE ARCHIVE-FILE

           IF      RETURN-CODE = 16
               GO TO SUB-3000-EXIT
           END-IF

           IF      W-TRAILER-NOT-SEEN
               IF      W-IN-MEMBER
                   PERFORM SUB-3500-END-MEMBER THRU SUB-3500-EXIT
               END-IF
               DISPLAY 'ARCHPKG  ** ARCHIVE has no trailer - it is '
                   'truncated **'
               MOVE 8               TO RETURN-CODE
           END-IF

           PERFORM SUB-3800-CHECK-SELECTED THRU SUB-3800-EXIT
               VARYING W-S-DX FROM 1 BY 1
                 UNTIL W-S-DX > W-SELECT-COUNT
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-READ-ARCHIVE-RECORD.
      *--------------------------------

           READ ARCHIVE-FILE
               AT END
                   SET  W-ARCHIVE-EOF
                                    TO TRUE
                   GO TO SUB-3100-EXIT
           END-READ

           MOVE SPACES              TO W-ARCH-AREA
           MOVE ARCHIVE-RECORD(1:W-ARCHIVE-REC-LEN)
                                    TO W-ARCH-AREA
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3200-TAKE-RECORD.
      *------------------------

           EVALUATE TRUE
               WHEN ARC-DIRECTORY
                   PERFORM SUB-6000-SEAL-RECORD THRU SUB-6000-EXIT
                   IF      W-IN-MEMBER
                       PERFORM SUB-3500-END-MEMBER THRU SUB-3500-EXIT
                   END-IF
                   PERFORM SUB-3300-START-MEMBER THRU SUB-3300-EXIT

               WHEN ARC-DATA
                   PERFORM SUB-6000-SEAL-RECORD THRU SUB-6000-EXIT
                   IF      W-NOT-IN-MEMBER
                       DISPLAY 'ARCHPKG  ** data record found ahead '
                           'of any directory header **'
                       MOVE 8       TO RETURN-CODE
                   ELSE
                       PERFORM SUB-3400-TAKE-DATA THRU SUB-3400-EXIT
                   END-IF

               WHEN ARC-TRAILER
                   IF      W-IN-MEMBER
                       PERFORM SUB-3500-END-MEMBER THRU SUB-3500-EXIT
                   END-IF
                   PERFORM SUB-3700-CHECK-TRAILER THRU SUB-3700-EXIT
                   SET  W-TRAILER-SEEN
                                    TO TRUE
                   GO TO SUB-3200-EXIT

               WHEN OTHER
                   DISPLAY 'ARCHPKG  ** ARCHIVE record of unknown '
                       'type ' ARC-TYPE ' **'
                   MOVE 16          TO RETURN-CODE
                   GO TO SUB-3200-EXIT
           END-EVALUATE

           PERFORM SUB-3100-READ-ARCHIVE-RECORD THRU SUB-3100-EXIT
           .
       SUB-3200-EXIT.
           EXIT.
      /
       SUB-3300-START-MEMBER.
      *-------------------------

           MOVE ARC-DIRECTORY-BODY(1:120)
                                    TO W-DIRECTORY-SAVE
           ADD  1                   TO W-ARCH-MEMBERS
           SET  W-IN-MEMBER         TO TRUE
           SET  W-MEMBER-PASSED     TO TRUE
           SET  W-FIRST-RECORD      TO TRUE
           MOVE 0                   TO W-DIG-RECORDS
                                       W-DIG-BYTES
           MOVE SAV-DSNAME          TO W-DIG-DSNAME
           MOVE 'ARCHIVE'           TO W-DIG-SOURCE

           DISPLAY 'ARCHPKG  '
           PERFORM SUB-7000-SHOW-DIRECTORY THRU SUB-7000-EXIT

           IF      SAV-RECFM = 'BINARY'
               SET  W-BINARY-MODE   TO TRUE
           ELSE
               SET  W-TEXT-MODE     TO TRUE
           END-IF

      **** DECIDE WHETHER THIS MEMBER IS RESTORED, AND UNDER WHAT
      **** NAME.

           SET  W-MEMBER-NOT-SELECTED
                                    TO TRUE

           IF      NOT W-MODE-EXTRACT
               GO TO SUB-3300-EXIT
           END-IF

           IF      W-SELECT-COUNT = 0
               SET  W-MEMBER-SELECTED
                                    TO TRUE
               MOVE SAV-DSNAME      TO W-RESTORE-DSNAME
           ELSE
               PERFORM SUB-3310-MATCH-SELECT THRU SUB-3310-EXIT
                   VARYING W-S-DX FROM 1 BY 1
                     UNTIL W-S-DX > W-SELECT-COUNT
                        OR W-MEMBER-SELECTED
           END-IF

           IF      W-MEMBER-NOT-SELECTED
               GO TO SUB-3300-EXIT
           END-IF

           MOVE W-RESTORE-DSNAME    TO W-MEMBER-DSNAME

           IF      W-BINARY-MODE
               OPEN OUTPUT MEMBER-BIN-FILE
           ELSE
               OPEN OUTPUT MEMBER-FILE
           END-IF

           IF      W-MEMBER-FILE-STATUS NOT = '00'
               DISPLAY 'ARCHPKG  unable to open ' W-MEMBER-DSNAME
                   ' - status ' W-MEMBER-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-3300-EXIT
           END-IF

           DISPLAY 'ARCHPKG        restoring to ' W-RESTORE-DSNAME
           .
       SUB-3300-EXIT.
           EXIT.
      /
       SUB-3310-MATCH-SELECT.
      *-------------------------

           IF      SL-DSNAME(W-S-DX) = SAV-DSNAME
               SET  W-MEMBER-SELECTED
                                    TO TRUE
               MOVE 'Y'             TO SL-FOUND(W-S-DX)
               MOVE SL-RESTORE-AS(W-S-DX)
                                    TO W-RESTORE-DSNAME
           END-IF
           .
       SUB-3310-EXIT.
           EXIT.
      /
       SUB-3400-TAKE-DATA.
      *----------------------

           COMPUTE W-RECORD-LEN = W-ARCHIVE-REC-LEN - 1
           MOVE ARC-BODY(1:W-RECORD-LEN)
                                    TO W-RECORD-AREA(1:W-RECORD-LEN)

           ADD  1                   TO W-ARCH-RECORDS
           ADD  W-RECORD-LEN        TO W-ARCH-BYTES

           PERFORM SUB-5200-DIGEST-RECORD THRU SUB-5200-EXIT

           IF      W-MEMBER-NOT-SELECTED
               GO TO SUB-3400-EXIT
           END-IF

           MOVE W-RECORD-LEN        TO W-MEMBER-REC-LEN

           IF      W-BINARY-MODE
               WRITE MEMBER-BIN-RECORD
                                  FROM W-RECORD-AREA(1:W-RECORD-LEN)
           ELSE
               WRITE MEMBER-RECORD
                                  FROM W-RECORD-AREA(1:W-RECORD-LEN)
           END-IF
           .
       SUB-3400-EXIT.
           EXIT.
      /
       SUB-3500-END-MEMBER.
      *-----------------------

      **** THE MEMBER'S DATA AS STORED MUST MATCH ITS DIRECTORY
      **** ENTRY; A RESTORED MEMBER IS THEN READ BACK FROM WHERE IT
      **** WAS WRITTEN AND MUST MATCH IT TOO.

           SET  W-NOT-IN-MEMBER     TO TRUE

           PERFORM SUB-5300-FINALIZE THRU SUB-5300-EXIT
           PERFORM SUB-3600-COMPARE-DIRECTORY THRU SUB-3600-EXIT

           IF      W-MEMBER-FAILED
               DISPLAY 'ARCHPKG        ** archived data does not '
                   'match the directory **'
           END-IF

           IF      W-MEMBER-SELECTED
               IF      W-BINARY-MODE
                   CLOSE MEMBER-BIN-FILE
               ELSE
                   CLOSE MEMBER-FILE
               END-IF
               ADD  1               TO W-RESTORED-COUNT
               MOVE W-RESTORE-DSNAME
                                    TO W-MEMBER-DSNAME
               PERFORM SUB-5000-DIGEST-DATASET THRU SUB-5000-EXIT
               IF      W-MEMBER-OPEN-FAILED
                   SET  W-MEMBER-FAILED
                                    TO TRUE
               ELSE
                   PERFORM SUB-3600-COMPARE-DIRECTORY THRU SUB-3600-EXIT
               END-IF
           END-IF

           IF      W-MEMBER-FAILED
               ADD  1               TO W-FAIL-COUNT
               DISPLAY 'ARCHPKG        FAIL'
               MOVE 8               TO RETURN-CODE
           ELSE
               ADD  1               TO W-PASS-COUNT
               DISPLAY 'ARCHPKG        PASS'
           END-IF
           .
       SUB-3500-EXIT.
           EXIT.
      /
       SUB-3600-COMPARE-DIRECTORY.
      *------------------------------

           IF      W-DIG-RECORDS NOT = SAV-RECORDS
               SET  W-MEMBER-FAILED TO TRUE
               MOVE W-DIG-RECORDS   TO W-DISPLAY-RECORDS
               DISPLAY 'ARCHPKG        records found ' W-DISPLAY-RECORDS
                   ' in ' W-DIG-SOURCE
           END-IF

           IF      W-DIG-BYTES NOT = SAV-BYTES
               SET  W-MEMBER-FAILED TO TRUE
               MOVE W-DIG-BYTES     TO W-DISPLAY-BYTES
               DISPLAY 'ARCHPKG        bytes found   ' W-DISPLAY-BYTES
                   ' in ' W-DIG-SOURCE
           END-IF

           IF      W-DIG-CRC32 NOT = SAV-CRC32
               SET  W-MEMBER-FAILED TO TRUE
               DISPLAY 'ARCHPKG        CRC32 found   ' W-DIG-CRC32
                   ' in ' W-DIG-SOURCE
           END-IF

           IF      W-DIG-MD5 NOT = SAV-MD5
               SET  W-MEMBER-FAILED TO TRUE
               DISPLAY 'ARCHPKG        MD5 found     ' W-DIG-MD5
                   ' in ' W-DIG-SOURCE
           END-IF
           .
       SUB-3600-EXIT.
           EXIT.
      /
       SUB-3700-CHECK-TRAILER.
      *--------------------------

           PERFORM SUB-6100-SEAL-VALUE THRU SUB-6100-EXIT

           DISPLAY 'ARCHPKG  '
           DISPLAY 'ARCHPKG  trailer members ' ART-MEMBERS
               ' records ' ART-RECORDS ' bytes ' ART-BYTES
           DISPLAY 'ARCHPKG  trailer seal    ' ART-SEAL
               ' recomputed ' W-SEAL-VALUE

           IF      ART-MEMBERS NOT = W-ARCH-MEMBERS
           OR      ART-RECORDS NOT = W-ARCH-RECORDS
           OR      ART-BYTES NOT = W-ARCH-BYTES
               DISPLAY 'ARCHPKG  ** trailer totals do not match the '
                   'archive: ' W-ARCH-MEMBERS ' members, '
                   W-ARCH-RECORDS ' records found **'
               MOVE 8               TO RETURN-CODE
           END-IF

           IF      ART-SEAL NOT = W-SEAL-VALUE
               DISPLAY 'ARCHPKG  ** archive seal does not match **'
               MOVE 8               TO RETURN-CODE
           END-IF
           .
       SUB-3700-EXIT.
           EXIT.
      /
       SUB-3800-CHECK-SELECTED.
      *---------------------------

           IF      NOT SL-WAS-FOUND(W-S-DX)
               DISPLAY 'ARCHPKG  ** MEMBER ' SL-DSNAME(W-S-DX)
                   ' is not in the archive **'
               ADD  1               TO W-FAIL-COUNT
               MOVE 8               TO RETURN-CODE
           END-IF
           .
       SUB-3800-EXIT.
           EXIT.
      /
       SUB-4000-SHUT-DOWN.
      *-------------------

           IF      RETURN-CODE = 16
               DISPLAY 'ARCHPKG  completed with errors'
               GO TO SUB-4000-EXIT
           END-IF

           DISPLAY 'ARCHPKG  '
           DISPLAY 'ARCHPKG  members         : ' W-ARCH-MEMBERS
           MOVE W-ARCH-RECORDS      TO W-DISPLAY-RECORDS
           DISPLAY 'ARCHPKG  data records    : ' W-DISPLAY-RECORDS
           MOVE W-ARCH-BYTES        TO W-DISPLAY-BYTES
           DISPLAY 'ARCHPKG  data bytes      : ' W-DISPLAY-BYTES

           IF      W-MODE-PACK
               DISPLAY 'ARCHPKG  archive seal    : ' W-SEAL-VALUE
           ELSE
               DISPLAY 'ARCHPKG  members PASS    : ' W-PASS-COUNT
               DISPLAY 'ARCHPKG  members FAIL    : ' W-FAIL-COUNT
           END-IF

           IF      W-MODE-EXTRACT
               DISPLAY 'ARCHPKG  members restored: ' W-RESTORED-COUNT
           END-IF

           DISPLAY 'ARCHPKG  completed'
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-5000-DIGEST-DATASET.
      *---------------------------

      **** RUN ONE DATASET THROUGH THE CRC32 AND MD5 STAGED CALLS IN
      **** A SINGLE PASS, AS MANIFEST DOES, COUNTING ITS RECORDS AND
      **** BYTES AS IT GOES.

           SET  W-MEMBER-OPEN-OK    TO TRUE
           SET  W-MEMBER-NOT-EOF    TO TRUE
           SET  W-FIRST-RECORD      TO TRUE
           MOVE 0                   TO W-DIG-RECORDS
                                       W-DIG-BYTES
           MOVE W-MEMBER-DSNAME     TO W-DIG-DSNAME
                                       W-DIG-SOURCE

           IF      W-BINARY-MODE
               OPEN INPUT MEMBER-BIN-FILE
           ELSE
               OPEN INPUT MEMBER-FILE
           END-IF

           IF      W-MEMBER-FILE-STATUS NOT = '00'
               DISPLAY 'ARCHPKG  unable to open ' W-MEMBER-DSNAME
                   ' - status ' W-MEMBER-FILE-STATUS
               SET  W-MEMBER-OPEN-FAILED
                                    TO TRUE
               GO TO SUB-5000-EXIT
           END-IF

           PERFORM SUB-5100-READ-MEMBER THRU SUB-5100-EXIT

           PERFORM SUB-5050-DIGEST-NEXT THRU SUB-5050-EXIT
               UNTIL W-MEMBER-EOF

           PERFORM SUB-5300-FINALIZE THRU SUB-5300-EXIT

           IF      W-BINARY-MODE
               CLOSE MEMBER-BIN-FILE
           ELSE
               CLOSE MEMBER-FILE
           END-IF
           .
       SUB-5000-EXIT.
           EXIT.
      /
       SUB-5050-DIGEST-NEXT.
      *------------------------

           PERFORM SUB-5200-DIGEST-RECORD THRU SUB-5200-EXIT

           PERFORM SUB-5100-READ-MEMBER THRU SUB-5100-EXIT
           .
       SUB-5050-EXIT.
           EXIT.
      /
       SUB-5100-READ-MEMBER.
      *------------------------

           IF      W-BINARY-MODE
               READ MEMBER-BIN-FILE
                   AT END
                       SET  W-MEMBER-EOF
                                    TO TRUE
                       GO TO SUB-5100-EXIT
               END-READ
               MOVE MEMBER-BIN-RECORD(1:W-MEMBER-REC-LEN)
                                    TO W-RECORD-AREA
                                       (1:W-MEMBER-REC-LEN)
           ELSE
               READ MEMBER-FILE
                   AT END
                       SET  W-MEMBER-EOF
                                    TO TRUE
                       GO TO SUB-5100-EXIT
               END-READ
               MOVE MEMBER-RECORD(1:W-MEMBER-REC-LEN)
                                    TO W-RECORD-AREA
                                       (1:W-MEMBER-REC-LEN)
           END-IF

           MOVE W-MEMBER-REC-LEN    TO W-RECORD-LEN
           .
       SUB-5100-EXIT.
           EXIT.
      /
       SUB-5200-DIGEST-RECORD.
      *--------------------------

           ADD  1                   TO W-DIG-RECORDS
           ADD  W-RECORD-LEN        TO W-DIG-BYTES

           IF      W-FIRST-RECORD
               SET  CRC-STAGE-START OF W-CRC32-PARAMETER
                                    TO TRUE
               SET  MD5-STAGE-START TO TRUE
               SET  W-NOT-FIRST-RECORD
                                    TO TRUE
           ELSE
               SET  CRC-STAGE-IN-PROCESS OF W-CRC32-PARAMETER
                                    TO TRUE
               SET  MD5-STAGE-IN-PROCESS
                                    TO TRUE
           END-IF

           SET  CRC-BUFFER-PTR OF W-CRC32-PARAMETER
                                    TO ADDRESS OF W-RECORD-AREA
           MOVE W-RECORD-LEN        TO CRC-BUFFER-LEN
                                         OF W-CRC32-PARAMETER
           CALL W-CRC32-PROG     USING W-CRC32-PARAMETER

           SET  MD5-BUFFER-PTR      TO ADDRESS OF W-RECORD-AREA
           MOVE W-RECORD-LEN        TO MD5-BUFFER-LEN
           CALL W-MD5-PROG       USING W-MD5-PARAMETER
           .
       SUB-5200-EXIT.
           EXIT.
      /
       SUB-5300-FINALIZE.
      *---------------------

           IF      W-FIRST-RECORD
               SET  CRC-STAGE-START-END OF W-CRC32-PARAMETER
                                    TO TRUE
               SET  MD5-STAGE-START-END
                                    TO TRUE
           ELSE
               SET  CRC-STAGE-END OF W-CRC32-PARAMETER
                                    TO TRUE
               SET  MD5-STAGE-END   TO TRUE
           END-IF

           MOVE 0                   TO CRC-BUFFER-LEN
                                         OF W-CRC32-PARAMETER
           SET  CRC-BUFFER-PTR OF W-CRC32-PARAMETER
                                    TO NULL
           MOVE 'ARCHPKG'           TO CRC-JOB-NAME
                                         OF W-CRC32-PARAMETER
           MOVE W-DIG-DSNAME        TO CRC-DATASET-NAME
                                         OF W-CRC32-PARAMETER
           MOVE W-DIG-RECORDS       TO CRC-RECORD-COUNT
                                         OF W-CRC32-PARAMETER
           CALL W-CRC32-PROG     USING W-CRC32-PARAMETER

           MOVE 0                   TO MD5-BUFFER-LEN
           SET  MD5-BUFFER-PTR      TO NULL
           CALL W-MD5-PROG       USING W-MD5-PARAMETER

           MOVE CRC-CHECKSUM OF W-CRC32-PARAMETER
                                    TO W-DIG-CRC32
           MOVE MD5-DIGEST-HEX      TO W-DIG-MD5
           .
       SUB-5300-EXIT.
           EXIT.
      /
       SUB-6000-SEAL-RECORD.
      *------------------------

      **** ADD THE ARCHIVE RECORD IN W-ARCH-AREA TO THE SEAL.

           IF      W-SEAL-FIRST
               SET  CRC-STAGE-START OF W-SEAL-PARAMETER
                                    TO TRUE
               SET  W-SEAL-NOT-FIRST
                                    TO TRUE
           ELSE
               SET  CRC-STAGE-IN-PROCESS OF W-SEAL-PARAMETER
                                    TO TRUE
           END-IF

           SET  CRC-BUFFER-PTR OF W-SEAL-PARAMETER
                                    TO ADDRESS OF W-ARCH-AREA
           MOVE W-ARCHIVE-REC-LEN   TO CRC-BUFFER-LEN
                                         OF W-SEAL-PARAMETER
           CALL W-CRC32-PROG     USING W-SEAL-PARAMETER
           .
       SUB-6000-EXIT.
           EXIT.
      /
       SUB-6100-SEAL-VALUE.
      *-----------------------

      **** CLOSE OFF THE SEAL.  THE HEADER IS ALWAYS SEALED FIRST,
      **** SO THIS IS NEVER THE FIRST CALL.

           SET  CRC-STAGE-END OF W-SEAL-PARAMETER
                                    TO TRUE
           MOVE 0                   TO CRC-BUFFER-LEN
                                         OF W-SEAL-PARAMETER
           SET  CRC-BUFFER-PTR OF W-SEAL-PARAMETER
                                    TO NULL
           MOVE 'ARCHPKG'           TO CRC-JOB-NAME
                                         OF W-SEAL-PARAMETER
           MOVE 'ARCHIVE'           TO CRC-DATASET-NAME
                                         OF W-SEAL-PARAMETER
           MOVE W-ARCH-RECORDS      TO CRC-RECORD-COUNT
                                         OF W-SEAL-PARAMETER
           CALL W-CRC32-PROG     USING W-SEAL-PARAMETER

           MOVE CRC-CHECKSUM OF W-SEAL-PARAMETER
                                    TO W-SEAL-VALUE
           .
       SUB-6100-EXIT.
           EXIT.
      /
       SUB-7000-SHOW-DIRECTORY.
      *---------------------------

           MOVE SAV-RECORDS         TO W-DISPLAY-RECORDS
           MOVE SAV-BYTES           TO W-DISPLAY-BYTES

           DISPLAY 'ARCHPKG  member ' SAV-MEMBER-NO ' ' SAV-DSNAME
           DISPLAY 'ARCHPKG        ' SAV-RECFM
               ' records ' W-DISPLAY-RECORDS
               ' bytes ' W-DISPLAY-BYTES
           DISPLAY 'ARCHPKG        CRC32 ' SAV-CRC32
               ' MD5 ' SAV-MD5
           .
       SUB-7000-EXIT.
           EXIT.
