      *=========================== REKEY ===============================*
      * Authors: Brian D Pead
      *
      * Description: Mapping-table-driven key conversion across a
      *              family of files, for system migrations and
      *              account-number reissues that today need a one-off
      *              program per file.  A MAPPING dataset pairs each
      *              old key with its new key; the deck then names a
      *              group of files -- each a FILE card with its INPUT,
      *              OUTPUT and EXCEPT dataset cards, a LAYOUT or
      *              inline FIELD cards as in PARRUN, and KEY cards
      *              naming the key field or fields to convert.  Every
      *              mapped key value is replaced; a record carrying a
      *              key the mapping does not know goes unchanged to
      *              the file's EXCEPT dataset instead.  The run
      *              reports how many times each mapping entry was
      *              used.
      *
      *              One file may be marked MASTER.  It is converted
      *              first, and once every file is written an
      *              XREFCHK-style check reads the converted files
      *              back: every key in a converted detail file must
      *              still be found in the converted master.  Detail
      *              references that were already orphans before the
      *              conversion are counted apart, so only NEW orphans
      *              fail the run.
      *
      *              RETURN-CODE 4 when any record went to EXCEPT, 8
      *              for new orphans or converted files that do not
      *              read back as written, 16 for a bad deck, a bad
      *              mapping or a dataset that could not be opened.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-10-11  1.0      First release
      * 2026-10-15  1.1      Refuse a layout carrying RECTYPE, WHEN or
      *                      OCCURS cards with RC 16 -- they were
      *                      being passed over when loaded from LAYOUTS
      *================================================================*

       PROCESS TRUNC(BIN)

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 REKEY.

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

           SELECT MAPPING-FILE
               ASSIGN TO DYNAMIC   W-MAPPING-DSNAME
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-MAPPING-FILE-STATUS.

           SELECT INPUT-FILE
               ASSIGN TO DYNAMIC   W-INPUT-DSNAME
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-INPUT-FILE-STATUS.

           SELECT INPUT-BIN-FILE
               ASSIGN TO DYNAMIC   W-INPUT-DSNAME
               ORGANIZATION        SEQUENTIAL
               FILE STATUS IS      W-INPUT-FILE-STATUS.

           SELECT OUTPUT-FILE
               ASSIGN TO DYNAMIC   W-OUTPUT-DSNAME
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-OUTPUT-FILE-STATUS.

           SELECT OUTPUT-BIN-FILE
               ASSIGN TO DYNAMIC   W-OUTPUT-DSNAME
               ORGANIZATION        SEQUENTIAL
               FILE STATUS IS      W-OUTPUT-FILE-STATUS.

           SELECT EXCEPT-FILE
               ASSIGN TO DYNAMIC   W-EXCEPT-DSNAME
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-EXCEPT-FILE-STATUS.

           SELECT EXCEPT-BIN-FILE
               ASSIGN TO DYNAMIC   W-EXCEPT-DSNAME
               ORGANIZATION        SEQUENTIAL
               FILE STATUS IS      W-EXCEPT-FILE-STATUS.

           SELECT LAYOUT-FILE
               ASSIGN TO           'LAYOUTS'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-LAYREG-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  SYSIN-FILE.

       01  SYSIN-RECORD                PIC X(80).

       FD  MAPPING-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 256 CHARACTERS
               DEPENDING ON        W-MAPPING-REC-LEN.

       01  MAPPING-RECORD              PIC X(256).

       FD  INPUT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
               DEPENDING ON        W-INPUT-REC-LEN.

       01  INPUT-RECORD                PIC X(32760).

       FD  INPUT-BIN-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
               DEPENDING ON        W-INPUT-REC-LEN.

       01  INPUT-BIN-RECORD            PIC X(32760).

       FD  OUTPUT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
               DEPENDING ON        W-OUTPUT-REC-LEN.

       01  OUTPUT-RECORD               PIC X(32760).

       FD  OUTPUT-BIN-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
               DEPENDING ON        W-OUTPUT-REC-LEN.

       01  OUTPUT-BIN-RECORD           PIC X(32760).

       FD  EXCEPT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
               DEPENDING ON        W-EXCEPT-REC-LEN.

       01  EXCEPT-RECORD               PIC X(32760).

       FD  EXCEPT-BIN-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
               DEPENDING ON        W-EXCEPT-REC-LEN.

       01  EXCEPT-BIN-RECORD           PIC X(32760).

       FD  LAYOUT-FILE.

       01  LAYOUT-RECORD.
           05  LAY-REC-NAME            PIC X(16).
           05  LAY-REC-SEP             PIC X(01).
           05  LAY-REC-CARD            PIC X(80).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-GDGRES-PROG            PIC X(08)       VALUE 'GDGRES'.

       01  W-SYSIN-FILE-STATUS      PIC X(02).
       01  W-MAPPING-FILE-STATUS    PIC X(02).
       01  W-INPUT-FILE-STATUS      PIC X(02).
       01  W-OUTPUT-FILE-STATUS     PIC X(02).
       01  W-EXCEPT-FILE-STATUS     PIC X(02).
       01  W-LAYREG-FILE-STATUS     PIC X(02).

       01  W-MAPPING-DSNAME         PIC X(44)       VALUE SPACES.
       01  W-INPUT-DSNAME           PIC X(44).
       01  W-OUTPUT-DSNAME          PIC X(44).
       01  W-EXCEPT-DSNAME          PIC X(44).
       01  W-MAPPING-REC-LEN        PIC 9(05)  COMP.
       01  W-INPUT-REC-LEN          PIC 9(05)  COMP.
       01  W-OUTPUT-REC-LEN         PIC 9(05)  COMP.
       01  W-EXCEPT-REC-LEN         PIC 9(05)  COMP.

       01  W-RECORD-AREA            PIC X(32760).
       01  W-RECORD-LEN             PIC 9(05)  COMP.
       01  W-RECNO                  PIC 9(09)  COMP.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-SYSIN-EOF                          VALUE 'Y'.
           88  W-SYSIN-NOT-EOF                      VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-MAPPING-EOF                        VALUE 'Y'.
           88  W-MAPPING-NOT-EOF                    VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-INPUT-EOF                          VALUE 'Y'.
           88  W-INPUT-NOT-EOF                      VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-BINARY-MODE                        VALUE 'Y'.
           88  W-TEXT-MODE                          VALUE 'N'.

       01  W-CARD-KEYWORD           PIC X(11).
       01  W-CARD-OFFSET            PIC X(05).
       01  W-CARD-LENGTH            PIC X(05).
       01  W-FILE-LABEL             PIC X(16).

      **** ONE ENTRY PER FILE CARD.  EACH FILE'S FIELDS AND KEYS SIT
      **** TOGETHER IN THE SHARED FIELD AND KEY TABLES, FOUND
      **** THROUGH THE FILE'S FIRST ENTRY AND COUNT, AS IN PARRUN.

       01  W-FILE-MAX               PIC 9(04)  COMP VALUE 20.
       01  W-FILE-COUNT             PIC 9(04)  COMP VALUE 0.
       01  W-MASTER-FILE            PIC 9(04)  COMP VALUE 0.
       01  W-FILE-TABLE.
           05  W-FILE-ENTRY        OCCURS 20       INDEXED W-G-DX.
               10  FL-LABEL        PIC X(16).
               10  FL-INPUT-DSNAME PIC X(44).
               10  FL-OUTPUT-DSNAME
                                   PIC X(44).
               10  FL-EXCEPT-DSNAME
                                   PIC X(44).
               10  FL-LAYOUT       PIC X(16).
               10  FL-MODE         PIC X(01).
                   88  FL-BINARY-MODE               VALUE 'B'.
                   88  FL-TEXT-MODE                 VALUE 'T'.
               10  FL-FIELD-FIRST  PIC 9(04)  COMP.
               10  FL-FIELD-COUNT  PIC 9(04)  COMP.
               10  FL-KEY-FIRST    PIC 9(04)  COMP.
               10  FL-KEY-COUNT    PIC 9(04)  COMP.
               10  FL-READ         PIC 9(09)  COMP.
               10  FL-CONVERTED    PIC 9(09)  COMP.
               10  FL-EXCEPTED     PIC 9(09)  COMP.
               10  FL-REPLACED     PIC 9(09)  COMP.
               10  FL-BLANK-KEYS   PIC 9(09)  COMP.
               10  FL-READ-BACK    PIC 9(09)  COMP.
               10  FL-ORPHANS-BEFORE
                                   PIC 9(09)  COMP.
               10  FL-ORPHANS-AFTER
                                   PIC 9(09)  COMP.

      **** FIELD CARDS DESCRIBE A FILE'S RECORD LAYOUT AS IN
      **** DELTACHK: NAME, 0-BASED BYTE OFFSET, LENGTH, TYPE.

       01  W-FIELD-MAX              PIC 9(04)  COMP VALUE 500.
       01  W-FIELD-COUNT            PIC 9(04)  COMP VALUE 0.
       01  W-FIELD-LAST             PIC 9(04)  COMP.
       01  W-FIELD-TABLE.
           05  W-FIELD-ENTRY       OCCURS 500      INDEXED W-F-DX.
               10  FLD-NAME        PIC X(12).
               10  FLD-OFFSET      PIC 9(05).
               10  FLD-LENGTH      PIC 9(05).
               10  FLD-TYPE        PIC X(06).
                   88  FLD-TYPE-VALID               VALUES 'CHAR'
                                                           'ZONED'
                                                           'PACKED'
                                                           'BINARY'.
                   88  FLD-TYPE-DISPLAY             VALUES 'CHAR'
                                                           'ZONED'.

      **** KEY CARDS NAME FIELDS THAT MAY NOT BE DESCRIBED UNTIL THE
      **** FILE'S LAYOUT IS PULLED, SO THE NAMES ARE HELD HERE AND
      **** RESOLVED TO FIELD POSITIONS WHEN THE FILE'S CARDS END.
      **** EVERY KEY FIELD HAS THE LENGTH OF THE MAPPING'S KEYS.

       01  W-KEY-MAX                PIC 9(04)  COMP VALUE 100.
       01  W-KEY-PER-FILE-MAX       PIC 9(04)  COMP VALUE 10.
       01  W-KEY-COUNT              PIC 9(04)  COMP VALUE 0.
       01  W-KEY-LAST               PIC 9(04)  COMP.
       01  W-KEY-TABLE.
           05  W-KEY-ENTRY         OCCURS 100      INDEXED W-K-DX.
               10  KY-NAME         PIC X(12).
               10  KY-OFFSET       PIC 9(05).

       01  W-KEY-LEN                PIC 9(05)       VALUE 0.
       01  W-KEY-POS                PIC 9(09)  COMP.
       01  W-KEY-SLOT               PIC 9(04)  COMP.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-KEY-FOUND                          VALUE 'Y'.
           88  W-KEY-NOT-FOUND                      VALUE 'N'.

      **** THE MAPPING ENTRY FOUND FOR EACH KEY OF THE RECORD IN
      **** HAND (ZERO FOR A BLANK KEY, LEFT AS IT IS).

       01  W-HIT-TABLE.
           05  W-HIT-MAP           OCCURS 10       PIC 9(09)  COMP.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-RECORD-MAPPED                      VALUE 'Y'.
           88  W-RECORD-NOT-MAPPED                  VALUE 'N'.

      **** THE MAPPING, SHELL SORTED BY OLD KEY AS DUPFIND SORTS ITS
      **** FINGERPRINTS, WITH A SECOND INDEX SORTED BY NEW KEY FOR
      **** THE CROSS-REFERENCE CHECK.  A MASTER FLAG ON EACH SIDE
      **** RECORDS WHICH OLD KEYS THE ORIGINAL MASTER HELD AND WHICH
      **** NEW KEYS THE CONVERTED MASTER HOLDS.

       01  W-MAP-MAX                PIC 9(09)  COMP VALUE 20000.
       01  W-MAP-COUNT              PIC 9(09)  COMP VALUE 0.
       01  W-MAP-TABLE.
           05  W-MAP-ENTRY         OCCURS 20000.
               10  MAP-OLD         PIC X(64).
               10  MAP-NEW         PIC X(64).
               10  MAP-USED        PIC 9(09)  COMP.
               10  MAP-OLD-MASTER  PIC X(01).
                   88  MAP-IN-OLD-MASTER            VALUE 'Y'.

       01  W-NEWX-TABLE.
           05  W-NEWX-ENTRY        OCCURS 20000.
               10  NX-MAP          PIC 9(09)  COMP.
               10  NX-NEW-MASTER   PIC X(01).
                   88  NX-IN-NEW-MASTER             VALUE 'Y'.

       01  W-MAP-DX                 PIC 9(09)  COMP.
       01  W-DUPLICATE-COUNT        PIC 9(09)  COMP VALUE 0.
       01  W-UNUSED-COUNT           PIC 9(09)  COMP VALUE 0.

      **** SHELL SORT AND BINARY SEARCH WORK FIELDS.

       01  W-GAP                    PIC 9(09)  COMP.
       01  W-SRT-I                  PIC 9(09)  COMP.
       01  W-SRT-J                  PIC 9(09)  COMP.
       01  W-SRT-ENTRY.
           05  SRT-OLD              PIC X(64).
           05  SRT-NEW              PIC X(64).
           05  SRT-USED             PIC 9(09)  COMP.
           05  SRT-OLD-MASTER       PIC X(01).
       01  W-SRT-NX                 PIC 9(09)  COMP.

       01  W-SEARCH-KEY             PIC X(64).
       01  W-FOUND-DX               PIC 9(09)  COMP.
       01  W-LO                     PIC 9(09)  COMP.
       01  W-HI                     PIC 9(09)  COMP.
       01  W-MID                    PIC 9(09)  COMP.

      **** A LAYOUT CARD PULLS A NAMED ENTRY FROM THE LAYOUTS
      **** CENTRAL REGISTRY WHEN THE FILE'S CARDS END; ONLY ITS
      **** FIELD CARDS MEAN ANYTHING HERE.

       01  W-LAYOUT-CARD-COUNT      PIC 9(05)  COMP VALUE 0.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-LAYOUT-LOADING                     VALUE 'Y'.
           88  W-LAYOUT-NOT-LOADING                 VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-LAYREG-EOF                         VALUE 'Y'.
           88  W-LAYREG-NOT-EOF                     VALUE 'N'.

       01  W-GDGRES-PARAMETER.      COPY GDGRESL.

      **** RUN TOTALS.

       01  W-EXCEPTED-TOTAL         PIC 9(09)  COMP VALUE 0.
       01  W-NEW-ORPHAN-TOTAL       PIC 9(09)  COMP VALUE 0.
       01  W-STRAY-MASTER-KEYS      PIC 9(09)  COMP VALUE 0.
       01  W-READ-BACK-FAILURES     PIC 9(04)  COMP VALUE 0.

       01  W-DISPLAY-COUNT          PIC ZZZ,ZZZ,ZZ9.
       01  W-DISPLAY-USED           PIC ZZZ,ZZZ,ZZ9.

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
               PERFORM SUB-1500-LOAD-MAPPING THRU SUB-1500-EXIT
           END-IF

      **** THE MASTER GOES FIRST SO EVERY DETAIL KEY CAN BE TOLD
      **** WHETHER IT WAS ALREADY AN ORPHAN BEFORE CONVERSION.

           IF      RETURN-CODE = 0
           AND     W-MASTER-FILE > 0
               SET  W-G-DX          TO W-MASTER-FILE
               PERFORM SUB-2000-CONVERT-FILE THRU SUB-2000-EXIT
           END-IF

           IF      RETURN-CODE = 0
               PERFORM SUB-2005-CONVERT-DETAIL THRU SUB-2005-EXIT
                   VARYING W-G-DX FROM 1 BY 1
                     UNTIL W-G-DX > W-FILE-COUNT
                        OR RETURN-CODE NOT = 0
           END-IF

           IF      RETURN-CODE = 0
               PERFORM SUB-3000-XREF-CHECK THRU SUB-3000-EXIT
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

           DISPLAY 'REKEY    compiled on '
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

           IF      W-FILE-COUNT = 0
               DISPLAY 'REKEY    SYSIN has no FILE cards - nothing '
                   'to convert'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           IF      W-MAPPING-DSNAME = SPACES
               DISPLAY 'REKEY    SYSIN has no MAPPING card'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           DISPLAY 'REKEY    mapping    : ' W-MAPPING-DSNAME
           DISPLAY 'REKEY    key length : ' W-KEY-LEN

           IF      W-MASTER-FILE > 0
               SET  W-G-DX          TO W-MASTER-FILE
               DISPLAY 'REKEY    master     : ' FL-LABEL(W-G-DX)
           ELSE
               DISPLAY 'REKEY    no MASTER file - the cross-reference '
                   'check will not run'
           END-IF
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-READ-SYSIN.
      *----------------------

      **** KEYWORD IN COLUMNS 1-11:
      ****   MAPPING    MAPPING DATASET NAME IN 12-55.  EACH MAPPING
      ****              RECORD HOLDS AN OLD KEY FROM COLUMN 1 AND ITS
      ****              NEW KEY ONE COLUMN AFTER IT, BOTH OF THE KEY
      ****              FIELDS' LENGTH; BLANK RECORDS ARE PASSED OVER
      ****   FILE       STARTS A FILE, LABEL IN 12-27; THE CARDS
      ****              BELOW BELONG TO THE LATEST FILE CARD
      ****   INPUT      DATASET TO CONVERT IN 12-55
      ****   OUTPUT     CONVERTED DATASET IN 12-55
      ****   EXCEPT     DATASET FOR RECORDS WITH UNMAPPED KEYS, 12-55
      ****   MASTER     THIS FILE IS THE MASTER THE OTHERS REFERENCE
      ****   LAYOUT     LAYOUTS REGISTRY ENTRY IN 12-27
      ****   FIELD      AS IN DELTACHK: NAME 12-23, 0-BASED OFFSET
      ****              25-29, LENGTH 31-35, TYPE 37-42 (CHAR, ZONED,
      ****              PACKED OR BINARY)
      ****   KEY        NAME OF A KEY FIELD TO CONVERT IN 12-23, ONE
      ****              CARD PER FIELD; KEY FIELDS ARE CHAR OR ZONED
      ****   RECORD-MODE
      ****              BINARY OR TEXT (THE DEFAULT) IN 13-18, FOR
      ****              THE FILE'S DATASETS, AS IN FILECHK
      **** A KEY FIELD THAT IS ALL SPACES OR LOW-VALUES IS AN UNUSED
      **** REFERENCE AND IS LEFT AS IT IS.  INPUT NAMES MAY USE
      **** RELATIVE GDG NOTATION.

           OPEN INPUT SYSIN-FILE

           PERFORM SUB-1150-READ-CARD THRU SUB-1150-EXIT
               UNTIL W-SYSIN-EOF OR RETURN-CODE NOT = 0

           IF      RETURN-CODE = 0
           AND     W-FILE-COUNT > 0
               PERFORM SUB-1300-CLOSE-FILE THRU SUB-1300-EXIT
           END-IF

           CLOSE SYSIN-FILE
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1140-RESOLVE-GDG.
      *------------------------

           CALL W-GDGRES-PROG    USING W-GDGRES-PARAMETER

           IF      NOT UTIL-RC-OK OF W-GDGRES-PARAMETER
               DISPLAY 'REKEY    unable to resolve ' GDG-INPUT-NAME
                   ' - ' UTIL-MESSAGE OF W-GDGRES-PARAMETER
               MOVE GDG-INPUT-NAME  TO GDG-RESOLVED-NAME
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1140-EXIT
           END-IF

           IF      GDG-WAS-RESOLVED
               DISPLAY 'REKEY    resolved ' GDG-INPUT-NAME
               DISPLAY 'REKEY          to ' GDG-RESOLVED-NAME
           END-IF
           .
       SUB-1140-EXIT.
           EXIT.
      /
       SUB-1150-READ-CARD.
      *----------------------

           READ SYSIN-FILE
               AT END
                   SET  W-SYSIN-EOF TO TRUE
                   GO TO SUB-1150-EXIT
           END-READ

           PERFORM SUB-1155-TAKE-CARD THRU SUB-1155-EXIT
           .
       SUB-1150-EXIT.
           EXIT.
      /
       SUB-1155-TAKE-CARD.
      *----------------------

           MOVE SYSIN-RECORD(1:11)  TO W-CARD-KEYWORD

      **** RECTYPE, WHEN AND OCCURS CARDS DESCRIBE A FILE OF SEVERAL
      **** RECORD TYPES.  REKEY CONVERTS ONE FIXED SET OF KEY FIELDS
      **** IN EVERY RECORD, SO A LAYOUT CARRYING THEM IS REFUSED
      **** RATHER THAN HAVING FIELDS APPLIED TO RECORDS THEY DO NOT
      **** DESCRIBE.

           IF      W-CARD-KEYWORD = 'RECTYPE'
           OR      W-CARD-KEYWORD = 'WHEN'
           OR      W-CARD-KEYWORD = 'OCCURS'
               IF      W-LAYOUT-LOADING
                   DISPLAY 'REKEY    layout ' FL-LAYOUT(W-G-DX)
                       ' refused - multi-record-type layouts are '
                       'not supported, card: ' W-CARD-KEYWORD
               ELSE
                   DISPLAY 'REKEY    multi-record-type layouts '
                       'are not supported, card: ' W-CARD-KEYWORD
               END-IF
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1155-EXIT
           END-IF

      **** A REGISTRY LAYOUT DESCRIBES A RECORD, NOT A RUN: ONLY ITS
      **** FIELD CARDS MEAN ANYTHING HERE, AND CARDS KEPT FOR OTHER
      **** PROGRAMS ARE PASSED OVER.

           IF      W-LAYOUT-LOADING
               IF      W-CARD-KEYWORD = 'LAYOUT'
                   DISPLAY 'REKEY    a registry layout may not name '
                       'another LAYOUT'
                   MOVE 16          TO RETURN-CODE
                   GO TO SUB-1155-EXIT
               END-IF
               IF      W-CARD-KEYWORD NOT = 'FIELD'
                   GO TO SUB-1155-EXIT
               END-IF
           END-IF

           EVALUATE W-CARD-KEYWORD
               WHEN 'FILE'
                   PERFORM SUB-1200-OPEN-FILE THRU SUB-1200-EXIT
                   GO TO SUB-1155-EXIT

               WHEN 'MAPPING'
                   MOVE SYSIN-RECORD(12:44)
                                    TO W-MAPPING-DSNAME
                   GO TO SUB-1155-EXIT

               WHEN SPACES
                   GO TO SUB-1155-EXIT
           END-EVALUATE

           IF      W-FILE-COUNT = 0
               DISPLAY 'REKEY    ' W-CARD-KEYWORD
                   ' card found before the first FILE card'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1155-EXIT
           END-IF

           EVALUATE W-CARD-KEYWORD
               WHEN 'INPUT'
                   MOVE SYSIN-RECORD(12:44)
                                    TO FL-INPUT-DSNAME(W-G-DX)

               WHEN 'OUTPUT'
                   MOVE SYSIN-RECORD(12:44)
                                    TO FL-OUTPUT-DSNAME(W-G-DX)

               WHEN 'EXCEPT'
                   MOVE SYSIN-RECORD(12:44)
                                    TO FL-EXCEPT-DSNAME(W-G-DX)

               WHEN 'MASTER'
                   IF      W-MASTER-FILE > 0
                       DISPLAY 'REKEY    only one file may be the '
                           'MASTER'
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       SET  W-MASTER-FILE
                                    TO W-G-DX
                   END-IF

               WHEN 'FIELD'
                   PERFORM SUB-1160-TAKE-FIELD THRU SUB-1160-EXIT

               WHEN 'KEY'
                   PERFORM SUB-1170-TAKE-KEY THRU SUB-1170-EXIT

               WHEN 'LAYOUT'
                   IF      FL-LAYOUT(W-G-DX) NOT = SPACES
                       DISPLAY 'REKEY    only one LAYOUT card is '
                           'allowed per file: ' FL-LABEL(W-G-DX)
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       MOVE SYSIN-RECORD(12:16)
                                    TO FL-LAYOUT(W-G-DX)
                   END-IF

               WHEN 'RECORD-MODE'
                   IF      SYSIN-RECORD(13:6) = 'BINARY'
                       SET  FL-BINARY-MODE(W-G-DX)
                                    TO TRUE
                   ELSE
                       IF      SYSIN-RECORD(13:4) NOT = 'TEXT'
                           DISPLAY 'REKEY    RECORD-MODE must be '
                               'BINARY or TEXT: ' SYSIN-RECORD(13:6)
                           MOVE 16  TO RETURN-CODE
                       END-IF
                   END-IF

               WHEN OTHER
                   DISPLAY 'REKEY    unknown SYSIN card: '
                       W-CARD-KEYWORD
                   MOVE 16          TO RETURN-CODE
           END-EVALUATE
           .
       SUB-1155-EXIT.
           EXIT.
      /
       SUB-1160-TAKE-FIELD.
      *-----------------------

           IF      W-FIELD-COUNT >= W-FIELD-MAX
               DISPLAY 'REKEY    too many FIELD cards - limit '
                   W-FIELD-MAX
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1160-EXIT
           END-IF

           MOVE SYSIN-RECORD(25:5)  TO W-CARD-OFFSET
           MOVE SYSIN-RECORD(31:5)  TO W-CARD-LENGTH

           IF      W-CARD-OFFSET NOT NUMERIC
           OR      W-CARD-LENGTH NOT NUMERIC
               DISPLAY 'REKEY    FIELD card offset/length not '
                   'numeric: ' SYSIN-RECORD(1:42)
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1160-EXIT
           END-IF

           ADD  1                   TO W-FIELD-COUNT
                                       FL-FIELD-COUNT(W-G-DX)
           SET  W-F-DX              TO W-FIELD-COUNT

           MOVE SYSIN-RECORD(12:12) TO FLD-NAME(W-F-DX)
           MOVE W-CARD-OFFSET       TO FLD-OFFSET(W-F-DX)
           MOVE W-CARD-LENGTH       TO FLD-LENGTH(W-F-DX)
           MOVE SYSIN-RECORD(37:6)  TO FLD-TYPE(W-F-DX)

           IF      NOT FLD-TYPE-VALID(W-F-DX)
               DISPLAY 'REKEY    FIELD card type must be CHAR, '
                   'ZONED, PACKED or BINARY: ' SYSIN-RECORD(37:6)
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1160-EXIT
           END-IF

           IF      FLD-LENGTH(W-F-DX) = 0
               DISPLAY 'REKEY    FIELD card length must not be '
                   'zero: ' FLD-NAME(W-F-DX)
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1160-EXIT.
           EXIT.
      /
       SUB-1170-TAKE-KEY.
      *---------------------

           IF      FL-KEY-COUNT(W-G-DX) >= W-KEY-PER-FILE-MAX
               DISPLAY 'REKEY    too many KEY cards for file '
                   FL-LABEL(W-G-DX) ' - limit ' W-KEY-PER-FILE-MAX
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1170-EXIT
           END-IF

           IF      W-KEY-COUNT >= W-KEY-MAX
               DISPLAY 'REKEY    too many KEY cards - limit '
                   W-KEY-MAX
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1170-EXIT
           END-IF

           IF      SYSIN-RECORD(12:12) = SPACES
               DISPLAY 'REKEY    KEY card has no field name'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1170-EXIT
           END-IF

           ADD  1                   TO W-KEY-COUNT
                                       FL-KEY-COUNT(W-G-DX)
           SET  W-K-DX              TO W-KEY-COUNT
           MOVE SYSIN-RECORD(12:12) TO KY-NAME(W-K-DX)
           MOVE 0                   TO KY-OFFSET(W-K-DX)
           .
       SUB-1170-EXIT.
           EXIT.
      /
       SUB-1180-LOAD-LAYOUT.
      *------------------------

      **** PULL THE FILE'S LAYOUT FROM THE LAYOUTS REGISTRY AND RUN
      **** EACH STORED CARD THROUGH THE SAME CARD PROCESSING AS AN
      **** INLINE CARD.

           OPEN INPUT LAYOUT-FILE

           IF      W-LAYREG-FILE-STATUS NOT = '00'
               DISPLAY 'REKEY    unable to open LAYOUTS - status '
                   W-LAYREG-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1180-EXIT
           END-IF

           MOVE 0                   TO W-LAYOUT-CARD-COUNT
           SET  W-LAYREG-NOT-EOF    TO TRUE
           SET  W-LAYOUT-LOADING    TO TRUE

           PERFORM SUB-1185-READ-LAYOUT-CARD THRU SUB-1185-EXIT
               UNTIL W-LAYREG-EOF OR RETURN-CODE NOT = 0

           SET  W-LAYOUT-NOT-LOADING
                                    TO TRUE

           CLOSE LAYOUT-FILE

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1180-EXIT
           END-IF

           IF      W-LAYOUT-CARD-COUNT = 0
               DISPLAY 'REKEY    layout not found in LAYOUTS: '
                   FL-LAYOUT(W-G-DX)
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1180-EXIT.
           EXIT.
      /
       SUB-1185-READ-LAYOUT-CARD.
      *------------------------------

           READ LAYOUT-FILE
               AT END
                   SET  W-LAYREG-EOF
                                    TO TRUE
                   GO TO SUB-1185-EXIT
           END-READ

           IF      LAY-REC-NAME NOT = FL-LAYOUT(W-G-DX)
               GO TO SUB-1185-EXIT
           END-IF

           ADD  1                   TO W-LAYOUT-CARD-COUNT
           MOVE LAY-REC-CARD        TO SYSIN-RECORD

           PERFORM SUB-1155-TAKE-CARD THRU SUB-1155-EXIT
           .
       SUB-1185-EXIT.
           EXIT.
      /
       SUB-1200-OPEN-FILE.
      *----------------------

      **** A FILE CARD FINISHES THE PREVIOUS FILE, IF ANY, AND
      **** STARTS A NEW ENTRY WHOSE FIELDS AND KEYS BEGIN AT THE
      **** NEXT FREE TABLE SLOTS.  THE LABEL IS TAKEN FIRST -- THE
      **** PREVIOUS FILE'S LAYOUT CARDS PASS THROUGH SYSIN-RECORD.

           MOVE SYSIN-RECORD(12:16) TO W-FILE-LABEL

           IF      W-FILE-COUNT > 0
               PERFORM SUB-1300-CLOSE-FILE THRU SUB-1300-EXIT
               IF      RETURN-CODE NOT = 0
                   GO TO SUB-1200-EXIT
               END-IF
           END-IF

           IF      W-FILE-COUNT >= W-FILE-MAX
               DISPLAY 'REKEY    too many FILE cards - limit '
                   W-FILE-MAX
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1200-EXIT
           END-IF

           IF      W-FILE-LABEL = SPACES
               DISPLAY 'REKEY    FILE card has no label'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1200-EXIT
           END-IF

           ADD  1                   TO W-FILE-COUNT
           SET  W-G-DX              TO W-FILE-COUNT

           MOVE W-FILE-LABEL        TO FL-LABEL(W-G-DX)
           MOVE SPACES              TO FL-INPUT-DSNAME(W-G-DX)
                                       FL-OUTPUT-DSNAME(W-G-DX)
                                       FL-EXCEPT-DSNAME(W-G-DX)
                                       FL-LAYOUT(W-G-DX)
           SET  FL-TEXT-MODE(W-G-DX)
                                    TO TRUE
           COMPUTE FL-FIELD-FIRST(W-G-DX) = W-FIELD-COUNT + 1
           COMPUTE FL-KEY-FIRST(W-G-DX)   = W-KEY-COUNT + 1
           MOVE 0                   TO FL-FIELD-COUNT(W-G-DX)
                                       FL-KEY-COUNT(W-G-DX)
                                       FL-READ(W-G-DX)
                                       FL-CONVERTED(W-G-DX)
                                       FL-EXCEPTED(W-G-DX)
                                       FL-REPLACED(W-G-DX)
                                       FL-BLANK-KEYS(W-G-DX)
                                       FL-READ-BACK(W-G-DX)
                                       FL-ORPHANS-BEFORE(W-G-DX)
                                       FL-ORPHANS-AFTER(W-G-DX)
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-1300-CLOSE-FILE.
      *-----------------------

      **** THE FILE'S CARDS ARE ALL IN: CHECK IT NAMES ITS THREE
      **** DATASETS, RESOLVE A RELATIVE GDG INPUT NAME, PULL ITS
      **** LAYOUT AND TURN ITS KEY NAMES INTO FIELD POSITIONS.

           IF      FL-INPUT-DSNAME(W-G-DX) = SPACES
           OR      FL-OUTPUT-DSNAME(W-G-DX) = SPACES
           OR      FL-EXCEPT-DSNAME(W-G-DX) = SPACES
               DISPLAY 'REKEY    file ' FL-LABEL(W-G-DX)
                   ' needs INPUT, OUTPUT and EXCEPT cards'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1300-EXIT
           END-IF

           MOVE FL-INPUT-DSNAME(W-G-DX)
                                    TO GDG-INPUT-NAME
           PERFORM SUB-1140-RESOLVE-GDG THRU SUB-1140-EXIT
           MOVE GDG-RESOLVED-NAME   TO FL-INPUT-DSNAME(W-G-DX)

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1300-EXIT
           END-IF

           IF      FL-OUTPUT-DSNAME(W-G-DX) = FL-INPUT-DSNAME(W-G-DX)
           OR      FL-EXCEPT-DSNAME(W-G-DX) = FL-INPUT-DSNAME(W-G-DX)
           OR      FL-EXCEPT-DSNAME(W-G-DX) = FL-OUTPUT-DSNAME(W-G-DX)
               DISPLAY 'REKEY    file ' FL-LABEL(W-G-DX)
                   ' INPUT, OUTPUT and EXCEPT must be three '
                   'different datasets'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1300-EXIT
           END-IF

           IF      FL-LAYOUT(W-G-DX) NOT = SPACES
               PERFORM SUB-1180-LOAD-LAYOUT THRU SUB-1180-EXIT
               IF      RETURN-CODE NOT = 0
                   GO TO SUB-1300-EXIT
               END-IF
           END-IF

           IF      FL-KEY-COUNT(W-G-DX) = 0
               DISPLAY 'REKEY    file ' FL-LABEL(W-G-DX)
                   ' has no KEY card'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1300-EXIT
           END-IF

           COMPUTE W-FIELD-LAST = FL-FIELD-FIRST(W-G-DX)
                                + FL-FIELD-COUNT(W-G-DX) - 1
           COMPUTE W-KEY-LAST   = FL-KEY-FIRST(W-G-DX)
                                + FL-KEY-COUNT(W-G-DX) - 1

           PERFORM SUB-1310-RESOLVE-KEY THRU SUB-1310-EXIT
               VARYING W-K-DX FROM FL-KEY-FIRST(W-G-DX) BY 1
                 UNTIL W-K-DX > W-KEY-LAST
                    OR RETURN-CODE NOT = 0
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-1310-RESOLVE-KEY.
      *------------------------

      **** A KEY NAME THE FILE DOES NOT DESCRIBE, OR ONE OF A TYPE
      **** OR LENGTH THE TEXT MAPPING CANNOT HOLD, IS A DECK ERROR.

           SET  W-KEY-NOT-FOUND     TO TRUE

           IF      FL-FIELD-COUNT(W-G-DX) > 0
               PERFORM SUB-1320-MATCH-KEY THRU SUB-1320-EXIT
                   VARYING W-F-DX FROM FL-FIELD-FIRST(W-G-DX) BY 1
                     UNTIL W-F-DX > W-FIELD-LAST
                        OR W-KEY-FOUND
           END-IF

           IF      W-KEY-NOT-FOUND
               DISPLAY 'REKEY    KEY field ' KY-NAME(W-K-DX)
                   ' is not described for file ' FL-LABEL(W-G-DX)
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1310-EXIT.
           EXIT.
      /
       SUB-1320-MATCH-KEY.
      *----------------------

           IF      FLD-NAME(W-F-DX) NOT = KY-NAME(W-K-DX)
               GO TO SUB-1320-EXIT
           END-IF

           SET  W-KEY-FOUND         TO TRUE

           IF      NOT FLD-TYPE-DISPLAY(W-F-DX)
               DISPLAY 'REKEY    KEY field ' KY-NAME(W-K-DX)
                   ' must be CHAR or ZONED'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1320-EXIT
           END-IF

           IF      FLD-LENGTH(W-F-DX) > 64
               DISPLAY 'REKEY    KEY field ' KY-NAME(W-K-DX)
                   ' is longer than 64 bytes'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1320-EXIT
           END-IF

           IF      W-KEY-LEN = 0
               MOVE FLD-LENGTH(W-F-DX)
                                    TO W-KEY-LEN
           END-IF

           IF      FLD-LENGTH(W-F-DX) NOT = W-KEY-LEN
               DISPLAY 'REKEY    KEY field ' KY-NAME(W-K-DX)
                   ' of file ' FL-LABEL(W-G-DX) ' is '
                   FLD-LENGTH(W-F-DX) ' bytes - every key field '
                   'must be ' W-KEY-LEN
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1320-EXIT
           END-IF

           MOVE FLD-OFFSET(W-F-DX)  TO KY-OFFSET(W-K-DX)
           .
       SUB-1320-EXIT.
           EXIT.
      /
       SUB-1500-LOAD-MAPPING.
      *-------------------------

      **** LOAD THE MAPPING, SORT IT BY OLD KEY AND REJECT ANY OLD
      **** KEY MAPPED TWICE -- A ONE-TO-MANY MAPPING CANNOT BE
      **** APPLIED.  MANY OLD KEYS MAY SHARE ONE NEW KEY (ACCOUNTS
      **** BEING MERGED).

           OPEN INPUT MAPPING-FILE

           IF      W-MAPPING-FILE-STATUS NOT = '00'
               DISPLAY 'REKEY    unable to open ' W-MAPPING-DSNAME
                   ' - status ' W-MAPPING-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1500-EXIT
           END-IF

           PERFORM SUB-1550-READ-MAPPING THRU SUB-1550-EXIT
               UNTIL W-MAPPING-EOF OR RETURN-CODE NOT = 0

           CLOSE MAPPING-FILE

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1500-EXIT
           END-IF

           IF      W-MAP-COUNT = 0
               DISPLAY 'REKEY    mapping ' W-MAPPING-DSNAME
                   ' holds no entries'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1500-EXIT
           END-IF

           PERFORM SUB-1600-SORT-MAPPING THRU SUB-1600-EXIT

           PERFORM SUB-1650-CHECK-DUPLICATE THRU SUB-1650-EXIT
               VARYING W-MAP-DX FROM 2 BY 1
                 UNTIL W-MAP-DX > W-MAP-COUNT

           IF      W-DUPLICATE-COUNT > 0
               DISPLAY 'REKEY    mapping has ' W-DUPLICATE-COUNT
                   ' old key(s) mapped more than once'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1500-EXIT
           END-IF

           PERFORM SUB-1700-SORT-NEW-INDEX THRU SUB-1700-EXIT

           MOVE W-MAP-COUNT         TO W-DISPLAY-COUNT
           DISPLAY 'REKEY    mapping entries loaded : '
               W-DISPLAY-COUNT
           .
       SUB-1500-EXIT.
           EXIT.
      /
       SUB-1550-READ-MAPPING.
      *-------------------------

           MOVE SPACES              TO MAPPING-RECORD

           READ MAPPING-FILE
               AT END
                   SET  W-MAPPING-EOF
                                    TO TRUE
                   GO TO SUB-1550-EXIT
           END-READ

           IF      MAPPING-RECORD = SPACES
               GO TO SUB-1550-EXIT
           END-IF

      **** LINE SEQUENTIAL READS DROP TRAILING SPACES, SO A SHORT
      **** RECORD IS SPACE-PADDED BEFORE THE NEW KEY IS TAKEN.

           IF      W-MAPPING-REC-LEN < LENGTH OF MAPPING-RECORD
               MOVE SPACES          TO MAPPING-RECORD
                                       (W-MAPPING-REC-LEN + 1:)
           END-IF

           IF      W-MAP-COUNT >= W-MAP-MAX
               DISPLAY 'REKEY    too many mapping entries - limit '
                   W-MAP-MAX
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1550-EXIT
           END-IF

           ADD  1                   TO W-MAP-COUNT

           MOVE SPACES              TO MAP-OLD(W-MAP-COUNT)
                                       MAP-NEW(W-MAP-COUNT)
           MOVE MAPPING-RECORD(1:W-KEY-LEN)
                                    TO MAP-OLD(W-MAP-COUNT)
                                       (1:W-KEY-LEN)
           MOVE MAPPING-RECORD(W-KEY-LEN + 2:W-KEY-LEN)
                                    TO MAP-NEW(W-MAP-COUNT)
                                       (1:W-KEY-LEN)
           MOVE 0                   TO MAP-USED(W-MAP-COUNT)
           MOVE 'N'                 TO MAP-OLD-MASTER(W-MAP-COUNT)

           IF      MAP-OLD(W-MAP-COUNT) = SPACES
           OR      MAP-NEW(W-MAP-COUNT) = SPACES
               DISPLAY 'REKEY    mapping entry ' W-MAP-COUNT
                   ' lacks an old or a new key: '
                   MAPPING-RECORD(1:60)
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1550-EXIT.
           EXIT.
      /
       SUB-1600-SORT-MAPPING.
      *-------------------------

      **** SHELL SORT THE MAPPING BY OLD KEY, AS DUPFIND SORTS ITS
      **** FINGERPRINT TABLE.

           MOVE W-MAP-COUNT         TO W-GAP

           PERFORM SUB-1610-GAP-PASS THRU SUB-1610-EXIT
               UNTIL W-GAP <= 1
           .
       SUB-1600-EXIT.
           EXIT.
      /
       SUB-1610-GAP-PASS.
      *---------------------

           DIVIDE W-GAP BY 2 GIVING W-GAP

           IF      W-GAP = 0
               MOVE 1               TO W-GAP
           END-IF

           PERFORM SUB-1620-INSERT-ENTRY THRU SUB-1620-EXIT
               VARYING W-SRT-I FROM 1 BY 1
                 UNTIL W-SRT-I + W-GAP > W-MAP-COUNT

           IF      W-GAP = 1
               MOVE 0               TO W-GAP
           END-IF
           .
       SUB-1610-EXIT.
           EXIT.
      /
       SUB-1620-INSERT-ENTRY.
      *-------------------------

           COMPUTE W-SRT-J = W-SRT-I + W-GAP

           MOVE W-MAP-ENTRY(W-SRT-J)
                                    TO W-SRT-ENTRY

           PERFORM SUB-1630-SHIFT-ENTRY THRU SUB-1630-EXIT
               UNTIL W-SRT-J <= W-GAP
                  OR MAP-OLD(W-SRT-J - W-GAP) <= SRT-OLD

           MOVE W-SRT-ENTRY         TO W-MAP-ENTRY(W-SRT-J)
           .
       SUB-1620-EXIT.
           EXIT.
      /
       SUB-1630-SHIFT-ENTRY.
      *------------------------

           MOVE W-MAP-ENTRY(W-SRT-J - W-GAP)
                                    TO W-MAP-ENTRY(W-SRT-J)
           SUBTRACT W-GAP           FROM W-SRT-J
           .
       SUB-1630-EXIT.
           EXIT.
      /
       SUB-1650-CHECK-DUPLICATE.
      *----------------------------

           IF      MAP-OLD(W-MAP-DX) = MAP-OLD(W-MAP-DX - 1)
               ADD  1               TO W-DUPLICATE-COUNT
               DISPLAY 'REKEY    old key '
                   MAP-OLD(W-MAP-DX)(1:W-KEY-LEN)
                   ' is mapped to both '
                   MAP-NEW(W-MAP-DX - 1)(1:W-KEY-LEN)
                   ' and ' MAP-NEW(W-MAP-DX)(1:W-KEY-LEN)
           END-IF
           .
       SUB-1650-EXIT.
           EXIT.
      /
       SUB-1700-SORT-NEW-INDEX.
      *---------------------------

      **** THE NEW-KEY INDEX POINTS INTO THE MAPPING AND IS SHELL
      **** SORTED BY THE NEW KEY IT POINTS AT.

           PERFORM SUB-1710-SEED-INDEX THRU SUB-1710-EXIT
               VARYING W-MAP-DX FROM 1 BY 1
                 UNTIL W-MAP-DX > W-MAP-COUNT

           MOVE W-MAP-COUNT         TO W-GAP

           PERFORM SUB-1720-GAP-PASS THRU SUB-1720-EXIT
               UNTIL W-GAP <= 1
           .
       SUB-1700-EXIT.
           EXIT.
      /
       SUB-1710-SEED-INDEX.
      *-----------------------

           MOVE W-MAP-DX            TO NX-MAP(W-MAP-DX)
           MOVE 'N'                 TO NX-NEW-MASTER(W-MAP-DX)
           .
       SUB-1710-EXIT.
           EXIT.
      /
       SUB-1720-GAP-PASS.
      *---------------------

           DIVIDE W-GAP BY 2 GIVING W-GAP

           IF      W-GAP = 0
               MOVE 1               TO W-GAP
           END-IF

           PERFORM SUB-1730-INSERT-INDEX THRU SUB-1730-EXIT
               VARYING W-SRT-I FROM 1 BY 1
                 UNTIL W-SRT-I + W-GAP > W-MAP-COUNT

           IF      W-GAP = 1
               MOVE 0               TO W-GAP
           END-IF
           .
       SUB-1720-EXIT.
           EXIT.
      /
       SUB-1730-INSERT-INDEX.
      *-------------------------

           COMPUTE W-SRT-J = W-SRT-I + W-GAP

           MOVE NX-MAP(W-SRT-J)     TO W-SRT-NX

           PERFORM SUB-1740-SHIFT-INDEX THRU SUB-1740-EXIT
               UNTIL W-SRT-J <= W-GAP
                  OR MAP-NEW(NX-MAP(W-SRT-J - W-GAP))
                       <= MAP-NEW(W-SRT-NX)

           MOVE W-SRT-NX            TO NX-MAP(W-SRT-J)
           .
       SUB-1730-EXIT.
           EXIT.
      /
       SUB-1740-SHIFT-INDEX.
      *------------------------

           MOVE NX-MAP(W-SRT-J - W-GAP)
                                    TO NX-MAP(W-SRT-J)
           SUBTRACT W-GAP           FROM W-SRT-J
           .
       SUB-1740-EXIT.
           EXIT.
      /
       SUB-2000-CONVERT-FILE.
      *-------------------------

           MOVE FL-INPUT-DSNAME(W-G-DX)
                                    TO W-INPUT-DSNAME
           MOVE FL-OUTPUT-DSNAME(W-G-DX)
                                    TO W-OUTPUT-DSNAME
           MOVE FL-EXCEPT-DSNAME(W-G-DX)
                                    TO W-EXCEPT-DSNAME

           IF      FL-BINARY-MODE(W-G-DX)
               SET  W-BINARY-MODE   TO TRUE
           ELSE
               SET  W-TEXT-MODE     TO TRUE
           END-IF

           COMPUTE W-KEY-LAST = FL-KEY-FIRST(W-G-DX)
                              + FL-KEY-COUNT(W-G-DX) - 1

           PERFORM SUB-2010-OPEN-FILES THRU SUB-2010-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-2000-EXIT
           END-IF

           SET  W-INPUT-NOT-EOF     TO TRUE

           PERFORM SUB-2100-READ-INPUT THRU SUB-2100-EXIT

           PERFORM SUB-2200-CONVERT-RECORD THRU SUB-2200-EXIT
               UNTIL W-INPUT-EOF

           IF      W-BINARY-MODE
               CLOSE INPUT-BIN-FILE
                     OUTPUT-BIN-FILE
                     EXCEPT-BIN-FILE
           ELSE
               CLOSE INPUT-FILE
                     OUTPUT-FILE
                     EXCEPT-FILE
           END-IF

           ADD  FL-EXCEPTED(W-G-DX) TO W-EXCEPTED-TOTAL
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2005-CONVERT-DETAIL.
      *---------------------------

           IF      W-G-DX NOT = W-MASTER-FILE
               PERFORM SUB-2000-CONVERT-FILE THRU SUB-2000-EXIT
           END-IF
           .
       SUB-2005-EXIT.
           EXIT.
      /
       SUB-2010-OPEN-FILES.
      *-----------------------

           IF      W-BINARY-MODE
               OPEN INPUT INPUT-BIN-FILE
           ELSE
               OPEN INPUT INPUT-FILE
           END-IF

           IF      W-INPUT-FILE-STATUS NOT = '00'
               DISPLAY 'REKEY    unable to open ' W-INPUT-DSNAME
                   ' - status ' W-INPUT-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-2010-EXIT
           END-IF

           IF      W-BINARY-MODE
               OPEN OUTPUT OUTPUT-BIN-FILE
           ELSE
               OPEN OUTPUT OUTPUT-FILE
           END-IF

           IF      W-OUTPUT-FILE-STATUS NOT = '00'
               DISPLAY 'REKEY    unable to open ' W-OUTPUT-DSNAME
                   ' - status ' W-OUTPUT-FILE-STATUS
               IF      W-BINARY-MODE
                   CLOSE INPUT-BIN-FILE
               ELSE
                   CLOSE INPUT-FILE
               END-IF
               MOVE 16              TO RETURN-CODE
               GO TO SUB-2010-EXIT
           END-IF

           IF      W-BINARY-MODE
               OPEN OUTPUT EXCEPT-BIN-FILE
           ELSE
               OPEN OUTPUT EXCEPT-FILE
           END-IF

           IF      W-EXCEPT-FILE-STATUS NOT = '00'
               DISPLAY 'REKEY    unable to open ' W-EXCEPT-DSNAME
                   ' - status ' W-EXCEPT-FILE-STATUS
               IF      W-BINARY-MODE
                   CLOSE INPUT-BIN-FILE
                         OUTPUT-BIN-FILE
               ELSE
                   CLOSE INPUT-FILE
                         OUTPUT-FILE
               END-IF
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-2010-EXIT.
           EXIT.
      /
       SUB-2100-READ-INPUT.
      *-----------------------

           IF      W-BINARY-MODE
               READ INPUT-BIN-FILE
                   AT END
                       SET  W-INPUT-EOF
                                    TO TRUE
                       GO TO SUB-2100-EXIT
               END-READ
               MOVE INPUT-BIN-RECORD(1:W-INPUT-REC-LEN)
                                    TO W-RECORD-AREA
                                       (1:W-INPUT-REC-LEN)
           ELSE
               READ INPUT-FILE
                   AT END
                       SET  W-INPUT-EOF
                                    TO TRUE
                       GO TO SUB-2100-EXIT
               END-READ
               MOVE INPUT-RECORD(1:W-INPUT-REC-LEN)
                                    TO W-RECORD-AREA
                                       (1:W-INPUT-REC-LEN)
           END-IF

           MOVE W-INPUT-REC-LEN     TO W-RECORD-LEN
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-CONVERT-RECORD.
      *---------------------------

      **** EVERY KEY OF THE RECORD IS LOOKED UP BEFORE ANY IS
      **** CHANGED: ONE UNMAPPED KEY SENDS THE WHOLE RECORD,
      **** UNCHANGED, TO EXCEPT.

           ADD  1                   TO FL-READ(W-G-DX)

           SET  W-RECORD-MAPPED     TO TRUE
           MOVE 0                   TO W-KEY-SLOT

           PERFORM SUB-2300-LOOK-UP-KEY THRU SUB-2300-EXIT
               VARYING W-K-DX FROM FL-KEY-FIRST(W-G-DX) BY 1
                 UNTIL W-K-DX > W-KEY-LAST
                    OR W-RECORD-NOT-MAPPED

           IF      W-RECORD-NOT-MAPPED
               ADD  1               TO FL-EXCEPTED(W-G-DX)
               MOVE W-RECORD-LEN    TO W-EXCEPT-REC-LEN
               IF      W-BINARY-MODE
                   WRITE EXCEPT-BIN-RECORD
                                  FROM W-RECORD-AREA(1:W-RECORD-LEN)
               ELSE
                   WRITE EXCEPT-RECORD
                                  FROM W-RECORD-AREA(1:W-RECORD-LEN)
               END-IF
               GO TO SUB-2200-NEXT
           END-IF

           MOVE 0                   TO W-KEY-SLOT

           PERFORM SUB-2400-REPLACE-KEY THRU SUB-2400-EXIT
               VARYING W-K-DX FROM FL-KEY-FIRST(W-G-DX) BY 1
                 UNTIL W-K-DX > W-KEY-LAST

           ADD  1                   TO FL-CONVERTED(W-G-DX)
           MOVE W-RECORD-LEN        TO W-OUTPUT-REC-LEN

           IF      W-BINARY-MODE
               WRITE OUTPUT-BIN-RECORD
                                  FROM W-RECORD-AREA(1:W-RECORD-LEN)
           ELSE
               WRITE OUTPUT-RECORD
                                  FROM W-RECORD-AREA(1:W-RECORD-LEN)
           END-IF
           .
       SUB-2200-NEXT.

           PERFORM SUB-2100-READ-INPUT THRU SUB-2100-EXIT
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-LOOK-UP-KEY.
      *------------------------

      **** A RECORD TOO SHORT TO CARRY THE KEY CANNOT BE CONVERTED
      **** AND GOES TO EXCEPT WITH THE UNMAPPED ONES.

           ADD  1                   TO W-KEY-SLOT
           MOVE 0                   TO W-HIT-MAP(W-KEY-SLOT)

           COMPUTE W-KEY-POS = KY-OFFSET(W-K-DX) + 1

           IF      W-KEY-POS + W-KEY-LEN - 1 > W-RECORD-LEN
               SET  W-RECORD-NOT-MAPPED
                                    TO TRUE
               GO TO SUB-2300-EXIT
           END-IF

           IF      W-RECORD-AREA(W-KEY-POS:W-KEY-LEN) = SPACES
           OR      W-RECORD-AREA(W-KEY-POS:W-KEY-LEN) = LOW-VALUES
               GO TO SUB-2300-EXIT
           END-IF

           MOVE SPACES              TO W-SEARCH-KEY
           MOVE W-RECORD-AREA(W-KEY-POS:W-KEY-LEN)
                                    TO W-SEARCH-KEY(1:W-KEY-LEN)

           PERFORM SUB-8000-FIND-OLD THRU SUB-8000-EXIT

           IF      W-FOUND-DX = 0
               SET  W-RECORD-NOT-MAPPED
                                    TO TRUE
           ELSE
               MOVE W-FOUND-DX      TO W-HIT-MAP(W-KEY-SLOT)
           END-IF
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2400-REPLACE-KEY.
      *------------------------

           ADD  1                   TO W-KEY-SLOT

           IF      W-HIT-MAP(W-KEY-SLOT) = 0
               ADD  1               TO FL-BLANK-KEYS(W-G-DX)
               GO TO SUB-2400-EXIT
           END-IF

           MOVE W-HIT-MAP(W-KEY-SLOT)
                                    TO W-MAP-DX
           COMPUTE W-KEY-POS = KY-OFFSET(W-K-DX) + 1

           MOVE MAP-NEW(W-MAP-DX)(1:W-KEY-LEN)
                                    TO W-RECORD-AREA
                                       (W-KEY-POS:W-KEY-LEN)
           ADD  1                   TO MAP-USED(W-MAP-DX)
                                       FL-REPLACED(W-G-DX)

      **** THE MASTER MARKS THE OLD KEYS IT HOLDS; A DETAIL KEY THE
      **** ORIGINAL MASTER DID NOT HOLD WAS AN ORPHAN ALREADY.

           IF      W-MASTER-FILE = 0
               GO TO SUB-2400-EXIT
           END-IF

           IF      W-G-DX = W-MASTER-FILE
               SET  MAP-IN-OLD-MASTER(W-MAP-DX)
                                    TO TRUE
           ELSE
               IF      NOT MAP-IN-OLD-MASTER(W-MAP-DX)
                   ADD  1           TO FL-ORPHANS-BEFORE(W-G-DX)
               END-IF
           END-IF
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-3000-XREF-CHECK.
      *-----------------------

      **** THE FOLLOW-ON CROSS-REFERENCE CHECK WORKS ON THE FILES AS
      **** WRITTEN: THE CONVERTED MASTER IS READ BACK TO MARK THE
      **** NEW KEYS IT HOLDS, THEN EVERY CONVERTED DETAIL IS READ
      **** BACK AND EACH OF ITS KEYS LOOKED FOR AMONG THEM.  EVERY
      **** FILE'S READ-BACK COUNT MUST MATCH WHAT WAS WRITTEN.

           IF      W-MASTER-FILE = 0
               GO TO SUB-3000-EXIT
           END-IF

           SET  W-G-DX              TO W-MASTER-FILE
           PERFORM SUB-3100-READ-BACK-FILE THRU SUB-3100-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-3000-EXIT
           END-IF

           PERFORM SUB-3050-CHECK-DETAIL THRU SUB-3050-EXIT
               VARYING W-G-DX FROM 1 BY 1
                 UNTIL W-G-DX > W-FILE-COUNT
                    OR RETURN-CODE NOT = 0
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3050-CHECK-DETAIL.
      *-------------------------

           IF      W-G-DX NOT = W-MASTER-FILE
               PERFORM SUB-3100-READ-BACK-FILE THRU SUB-3100-EXIT
           END-IF
           .
       SUB-3050-EXIT.
           EXIT.
      /
       SUB-3100-READ-BACK-FILE.
      *---------------------------

           MOVE FL-OUTPUT-DSNAME(W-G-DX)
                                    TO W-OUTPUT-DSNAME

           IF      FL-BINARY-MODE(W-G-DX)
               SET  W-BINARY-MODE   TO TRUE
               OPEN INPUT OUTPUT-BIN-FILE
           ELSE
               SET  W-TEXT-MODE     TO TRUE
               OPEN INPUT OUTPUT-FILE
           END-IF

           IF      W-OUTPUT-FILE-STATUS NOT = '00'
               DISPLAY 'REKEY    unable to reopen ' W-OUTPUT-DSNAME
                   ' - status ' W-OUTPUT-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-3100-EXIT
           END-IF

           COMPUTE W-KEY-LAST = FL-KEY-FIRST(W-G-DX)
                              + FL-KEY-COUNT(W-G-DX) - 1

           SET  W-INPUT-NOT-EOF     TO TRUE
           MOVE 0                   TO W-RECNO

           PERFORM SUB-3200-READ-OUTPUT THRU SUB-3200-EXIT

           PERFORM SUB-3300-CHECK-RECORD THRU SUB-3300-EXIT
               UNTIL W-INPUT-EOF

           IF      W-BINARY-MODE
               CLOSE OUTPUT-BIN-FILE
           ELSE
               CLOSE OUTPUT-FILE
           END-IF

           IF      FL-READ-BACK(W-G-DX) NOT = FL-CONVERTED(W-G-DX)
               ADD  1               TO W-READ-BACK-FAILURES
               DISPLAY 'REKEY    ** ' W-OUTPUT-DSNAME ' read back '
                   FL-READ-BACK(W-G-DX) ' records but '
                   FL-CONVERTED(W-G-DX) ' were written **'
           END-IF
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3200-READ-OUTPUT.
      *------------------------

           IF      W-BINARY-MODE
               READ OUTPUT-BIN-FILE
                   AT END
                       SET  W-INPUT-EOF
                                    TO TRUE
                       GO TO SUB-3200-EXIT
               END-READ
               MOVE OUTPUT-BIN-RECORD(1:W-OUTPUT-REC-LEN)
                                    TO W-RECORD-AREA
                                       (1:W-OUTPUT-REC-LEN)
           ELSE
               READ OUTPUT-FILE
                   AT END
                       SET  W-INPUT-EOF
                                    TO TRUE
                       GO TO SUB-3200-EXIT
               END-READ
               MOVE OUTPUT-RECORD(1:W-OUTPUT-REC-LEN)
                                    TO W-RECORD-AREA
                                       (1:W-OUTPUT-REC-LEN)
           END-IF

           MOVE W-OUTPUT-REC-LEN    TO W-RECORD-LEN
           ADD  1                   TO W-RECNO
                                       FL-READ-BACK(W-G-DX)
           .
       SUB-3200-EXIT.
           EXIT.
      /
       SUB-3300-CHECK-RECORD.
      *-------------------------

           PERFORM SUB-3400-CHECK-KEY THRU SUB-3400-EXIT
               VARYING W-K-DX FROM FL-KEY-FIRST(W-G-DX) BY 1
                 UNTIL W-K-DX > W-KEY-LAST

           PERFORM SUB-3200-READ-OUTPUT THRU SUB-3200-EXIT
           .
       SUB-3300-EXIT.
           EXIT.
      /
       SUB-3400-CHECK-KEY.
      *----------------------

           COMPUTE W-KEY-POS = KY-OFFSET(W-K-DX) + 1

           IF      W-KEY-POS + W-KEY-LEN - 1 > W-RECORD-LEN
               GO TO SUB-3400-EXIT
           END-IF

           IF      W-RECORD-AREA(W-KEY-POS:W-KEY-LEN) = SPACES
           OR      W-RECORD-AREA(W-KEY-POS:W-KEY-LEN) = LOW-VALUES
               GO TO SUB-3400-EXIT
           END-IF

           MOVE SPACES              TO W-SEARCH-KEY
           MOVE W-RECORD-AREA(W-KEY-POS:W-KEY-LEN)
                                    TO W-SEARCH-KEY(1:W-KEY-LEN)

           PERFORM SUB-8100-FIND-NEW THRU SUB-8100-EXIT

      **** ON THE MASTER, MARK THE NEW KEY AS HELD.  A MASTER KEY
      **** THAT IS NO NEW KEY OF THE MAPPING CANNOT HAVE COME FROM
      **** THE CONVERSION.

           IF      W-G-DX = W-MASTER-FILE
               IF      W-FOUND-DX = 0
                   ADD  1           TO W-STRAY-MASTER-KEYS
                   DISPLAY 'REKEY    converted master record ' W-RECNO
                       ' key ' W-SEARCH-KEY(1:W-KEY-LEN)
                       ' is not a new key of the mapping'
               ELSE
                   SET  NX-IN-NEW-MASTER(W-FOUND-DX)
                                    TO TRUE
               END-IF
               GO TO SUB-3400-EXIT
           END-IF

           IF      W-FOUND-DX > 0
               IF      NX-IN-NEW-MASTER(W-FOUND-DX)
                   GO TO SUB-3400-EXIT
               END-IF
           END-IF

           ADD  1                   TO FL-ORPHANS-AFTER(W-G-DX)

           DISPLAY 'REKEY    ORPHAN ' FL-LABEL(W-G-DX) ' record '
               W-RECNO ' ' KY-NAME(W-K-DX) ' '
               W-SEARCH-KEY(1:W-KEY-LEN) ' missing from master'
           .
       SUB-3400-EXIT.
           EXIT.
      /
       SUB-4000-SHUT-DOWN.
      *-------------------

           IF      RETURN-CODE NOT = 0
               DISPLAY 'REKEY    completed with errors'
               GO TO SUB-4000-EXIT
           END-IF

           PERFORM SUB-4100-SHOW-FILE THRU SUB-4100-EXIT
               VARYING W-G-DX FROM 1 BY 1
                 UNTIL W-G-DX > W-FILE-COUNT

           DISPLAY 'REKEY    '
           DISPLAY 'REKEY    ================================='
               '==============='
           DISPLAY 'REKEY    MAPPING USAGE'
           DISPLAY 'REKEY    ================================='
               '==============='

           PERFORM SUB-4200-SHOW-MAPPING THRU SUB-4200-EXIT
               VARYING W-MAP-DX FROM 1 BY 1
                 UNTIL W-MAP-DX > W-MAP-COUNT

           MOVE W-UNUSED-COUNT      TO W-DISPLAY-COUNT
           DISPLAY 'REKEY    entries never used : ' W-DISPLAY-COUNT

           DISPLAY 'REKEY    '

           IF      W-MASTER-FILE > 0
               MOVE W-NEW-ORPHAN-TOTAL
                                    TO W-DISPLAY-COUNT
               DISPLAY 'REKEY    new orphan references : '
                   W-DISPLAY-COUNT
           END-IF

           IF      W-EXCEPTED-TOTAL > 0
               MOVE 4               TO RETURN-CODE
           END-IF

           IF      W-NEW-ORPHAN-TOTAL > 0
           OR      W-STRAY-MASTER-KEYS > 0
           OR      W-READ-BACK-FAILURES > 0
               DISPLAY 'REKEY    ** the converted files do not '
                   'cross-reference cleanly **'
               MOVE 8               TO RETURN-CODE
           END-IF

           DISPLAY 'REKEY    completed'
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-4100-SHOW-FILE.
      *----------------------

           DISPLAY 'REKEY    '
           DISPLAY 'REKEY    ================================='
               '==============='

           IF      W-G-DX = W-MASTER-FILE
               DISPLAY 'REKEY    FILE ' FL-LABEL(W-G-DX) ' (MASTER)'
           ELSE
               DISPLAY 'REKEY    FILE ' FL-LABEL(W-G-DX)
           END-IF

           DISPLAY 'REKEY      input  : ' FL-INPUT-DSNAME(W-G-DX)
           DISPLAY 'REKEY      output : ' FL-OUTPUT-DSNAME(W-G-DX)
           DISPLAY 'REKEY      except : ' FL-EXCEPT-DSNAME(W-G-DX)

           IF      FL-LAYOUT(W-G-DX) NOT = SPACES
               DISPLAY 'REKEY      layout : ' FL-LAYOUT(W-G-DX)
           END-IF

           MOVE FL-READ(W-G-DX)     TO W-DISPLAY-COUNT
           DISPLAY 'REKEY      records read       : ' W-DISPLAY-COUNT
           MOVE FL-CONVERTED(W-G-DX)
                                    TO W-DISPLAY-COUNT
           DISPLAY 'REKEY      records converted  : ' W-DISPLAY-COUNT
           MOVE FL-EXCEPTED(W-G-DX) TO W-DISPLAY-COUNT
           DISPLAY 'REKEY      records to EXCEPT  : ' W-DISPLAY-COUNT
           MOVE FL-REPLACED(W-G-DX) TO W-DISPLAY-COUNT
           DISPLAY 'REKEY      keys replaced      : ' W-DISPLAY-COUNT

           IF      FL-BLANK-KEYS(W-G-DX) > 0
               MOVE FL-BLANK-KEYS(W-G-DX)
                                    TO W-DISPLAY-COUNT
               DISPLAY 'REKEY      blank keys left    : '
                   W-DISPLAY-COUNT
           END-IF

           IF      W-MASTER-FILE = 0
           OR      W-G-DX = W-MASTER-FILE
               GO TO SUB-4100-EXIT
           END-IF

           MOVE FL-ORPHANS-BEFORE(W-G-DX)
                                    TO W-DISPLAY-COUNT
           DISPLAY 'REKEY      orphans before     : ' W-DISPLAY-COUNT
           MOVE FL-ORPHANS-AFTER(W-G-DX)
                                    TO W-DISPLAY-COUNT
           DISPLAY 'REKEY      orphans after      : ' W-DISPLAY-COUNT

           IF      FL-ORPHANS-AFTER(W-G-DX) > FL-ORPHANS-BEFORE(W-G-DX)
               COMPUTE W-DISPLAY-COUNT = FL-ORPHANS-AFTER(W-G-DX)
                                       - FL-ORPHANS-BEFORE(W-G-DX)
               ADD  FL-ORPHANS-AFTER(W-G-DX)
                                    TO W-NEW-ORPHAN-TOTAL
               SUBTRACT FL-ORPHANS-BEFORE(W-G-DX)
                                  FROM W-NEW-ORPHAN-TOTAL
               DISPLAY 'REKEY      ** NEW ORPHANS     : '
                   W-DISPLAY-COUNT ' **'
           ELSE
               DISPLAY 'REKEY      no new orphans'
           END-IF
           .
       SUB-4100-EXIT.
           EXIT.
      /
       SUB-4200-SHOW-MAPPING.
      *-------------------------

           IF      MAP-USED(W-MAP-DX) = 0
               ADD  1               TO W-UNUSED-COUNT
           END-IF

           MOVE MAP-USED(W-MAP-DX)  TO W-DISPLAY-USED

           DISPLAY 'REKEY    ' MAP-OLD(W-MAP-DX)(1:W-KEY-LEN)
               ' -> ' MAP-NEW(W-MAP-DX)(1:W-KEY-LEN)
               ' used ' W-DISPLAY-USED
           .
       SUB-4200-EXIT.
           EXIT.
      /
       SUB-8000-FIND-OLD.
      *---------------------

      **** BINARY SEARCH OF THE MAPPING FOR W-SEARCH-KEY AS AN OLD
      **** KEY; W-FOUND-DX IS ITS ENTRY, OR ZERO.

           MOVE 1                   TO W-LO
           COMPUTE W-HI = W-MAP-COUNT + 1

           PERFORM SUB-8010-HALVE-OLD THRU SUB-8010-EXIT
               UNTIL W-LO >= W-HI

           MOVE 0                   TO W-FOUND-DX

           IF      W-LO <= W-MAP-COUNT
               IF      MAP-OLD(W-LO) = W-SEARCH-KEY
                   MOVE W-LO        TO W-FOUND-DX
               END-IF
           END-IF
           .
       SUB-8000-EXIT.
           EXIT.
      /
       SUB-8010-HALVE-OLD.
      *----------------------

           COMPUTE W-MID = (W-LO + W-HI) / 2

           IF      MAP-OLD(W-MID) < W-SEARCH-KEY
               COMPUTE W-LO = W-MID + 1
           ELSE
               MOVE W-MID           TO W-HI
           END-IF
           .
       SUB-8010-EXIT.
           EXIT.
      /
       SUB-8100-FIND-NEW.
      *---------------------

      **** BINARY SEARCH OF THE NEW-KEY INDEX FOR W-SEARCH-KEY;
      **** W-FOUND-DX IS THE FIRST INDEX POSITION HOLDING IT, SO
      **** OLD KEYS MERGED INTO ONE NEW KEY SHARE ONE MASTER FLAG.

           MOVE 1                   TO W-LO
           COMPUTE W-HI = W-MAP-COUNT + 1

           PERFORM SUB-8110-HALVE-NEW THRU SUB-8110-EXIT
               UNTIL W-LO >= W-HI

           MOVE 0                   TO W-FOUND-DX

           IF      W-LO <= W-MAP-COUNT
               IF      MAP-NEW(NX-MAP(W-LO)) = W-SEARCH-KEY
                   MOVE W-LO        TO W-FOUND-DX
               END-IF
           END-IF
           .
       SUB-8100-EXIT.
           EXIT.
      /
       SUB-8110-HALVE-NEW.
      *----------------------

           COMPUTE W-MID = (W-LO + W-HI) / 2

           IF      MAP-NEW(NX-MAP(W-MID)) < W-SEARCH-KEY
               COMPUTE W-LO = W-MID + 1
           ELSE
               MOVE W-MID           TO W-HI
           END-IF
           .
       SUB-8110-EXIT.
           EXIT.
