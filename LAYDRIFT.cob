      *=========================== LAYDRIFT ============================*
      * Authors: Brian D Pead
      *
      * Description: Drift check for the LAYOUTS central registry.
      *              LAYOUTGN generates a FIELD deck from copybook
      *              source once and LAYMAINT stores it; when the
      *              application team later changes the copybook the
      *              stored deck goes stale and every DELTACHK,
      *              VALIDCHK and TRLRCHK run keeps using the old
      *              offsets.  For each registered layout LAYDRIFT
      *              re-parses the current copybook member with
      *              LAYOUTGN's parser -- the COPYLIB card names the
      *              library, the member defaults to the layout name
      *              -- and compares the fields it yields with the
      *              stored FIELD and EXCLUDE cards, reporting every
      *              field added, removed, moved, resized or retyped
      *              and ending with return code 4 on any drift.
      *              CHECK cards name the layouts to check; with none
      *              every layout in the registry is checked.  A
      *              GENERATE card runs the other way: it writes
      *              COBOL copybook source for a registry entry to
      *              COPYOUT, for partners who ask for our layout.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-10-02  1.0      First release
      * 2026-10-15  1.1      Refuse a registry layout carrying
      *                      RECTYPE, WHEN or OCCURS cards with RC 16
      *                      rather than passing the cards over
      *================================================================*

       PROCESS TRUNC(BIN)

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 LAYDRIFT.

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

           SELECT COPYBOOK-FILE
               ASSIGN TO DYNAMIC   W-COPY-DSNAME
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-COPY-FILE-STATUS.

           SELECT LAYOUT-FILE
               ASSIGN TO           'LAYOUTS'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-LAYREG-FILE-STATUS.

           SELECT SOURCE-OUT-FILE
               ASSIGN TO           'COPYOUT'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-SOURCE-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  SYSIN-FILE.

       01  SYSIN-RECORD                PIC X(80).

       FD  COPYBOOK-FILE.

       01  COPYBOOK-RECORD             PIC X(80).

       FD  LAYOUT-FILE.

       01  LAYOUT-RECORD.
           05  LAY-REC-NAME            PIC X(16).
           05  LAY-REC-SEP             PIC X(01).
           05  LAY-REC-CARD            PIC X(80).

       FD  SOURCE-OUT-FILE.

       01  SOURCE-OUT-RECORD           PIC X(80).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-SYSIN-FILE-STATUS      PIC X(02).
       01  W-COPY-FILE-STATUS       PIC X(02).
       01  W-LAYREG-FILE-STATUS     PIC X(02).
       01  W-SOURCE-FILE-STATUS     PIC X(02).

       01  W-COPY-DSNAME            PIC X(64).
       01  W-COPYLIB-DSNAME         PIC X(44)       VALUE SPACES.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-SYSIN-EOF                          VALUE 'Y'.
           88  W-SYSIN-NOT-EOF                      VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-COPY-EOF                           VALUE 'Y'.
           88  W-COPY-NOT-EOF                       VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-LAYREG-EOF                         VALUE 'Y'.
           88  W-LAYREG-NOT-EOF                     VALUE 'N'.

       01  W-CARD-KEYWORD           PIC X(10).

      **** THE LAYOUTS TO CHECK: ONE ENTRY PER CHECK CARD, OR EVERY
      **** DISTINCT NAME IN THE REGISTRY WHEN NO CHECK CARD IS GIVEN.
      **** THE COPYBOOK MEMBER DEFAULTS TO THE LAYOUT NAME.

       01  W-CHECK-MAX              PIC 9(04)  COMP VALUE 200.
       01  W-CHECK-COUNT            PIC 9(04)  COMP VALUE 0.
       01  W-CHECK-TABLE.
           05  W-CHECK-ENTRY       OCCURS 200      INDEXED W-C-DX.
               10  CHK-LAYOUT      PIC X(16).
               10  CHK-MEMBER      PIC X(08).

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-CHECK-LISTED                       VALUE 'Y'.
           88  W-CHECK-NOT-LISTED                   VALUE 'N'.

       01  W-GEN-LAYOUT             PIC X(16)       VALUE SPACES.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-GENERATE-REQUESTED                 VALUE 'Y'.
           88  W-GENERATE-NOT-REQUESTED             VALUE 'N'.

       01  W-LAYOUT-NAME            PIC X(16).

      **** THE PARSED ITEM TABLE, ONE ENTRY PER DATA DESCRIPTION
      **** STATEMENT IN DECLARATION ORDER.  LEVELS 66, 77 AND 88 ARE
      **** NOT RECORD BYTES AND ARE NEVER LOADED.

       01  W-ITEM-MAX               PIC 9(04)  COMP VALUE 500.
       01  W-ITEM-COUNT             PIC 9(04)  COMP VALUE 0.
       01  W-ITEM-TABLE.
           05  W-ITEM-ENTRY        OCCURS 500.
               10  ITM-LEVEL       PIC 9(02)  COMP.
               10  ITM-NAME        PIC X(30).
               10  ITM-PIC         PIC X(30).
               10  ITM-USAGE       PIC X(01).
                   88  ITM-USAGE-DISPLAY            VALUE 'D'.
                   88  ITM-USAGE-PACKED             VALUE 'P'.
                   88  ITM-USAGE-BINARY             VALUE 'B'.
               10  ITM-OCCURS      PIC 9(04)  COMP.
               10  ITM-REDEF-NAME  PIC X(30).
               10  ITM-SIZE        PIC 9(07)  COMP.
               10  ITM-TOTSIZE     PIC 9(07)  COMP.
               10  ITM-OFFSET      PIC 9(07)  COMP.

       01  W-ITEM-DX                PIC 9(04)  COMP.
       01  W-CHILD-DX               PIC 9(04)  COMP.
       01  W-CHILD-LEVEL            PIC 9(02)  COMP.
       01  W-GROUP-SUM              PIC 9(07)  COMP.
       01  W-WALK-DX                PIC 9(04)  COMP.
       01  W-CHAIN-DX               PIC 9(04)  COMP.
       01  W-TARGET-DX              PIC 9(04)  COMP.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-WALK-DONE                          VALUE 'Y'.
           88  W-WALK-NOT-DONE                      VALUE 'N'.

      **** STATEMENT ASSEMBLY: TOKENS ACCUMULATE ACROSS SOURCE LINES
      **** UNTIL A TOKEN ENDS THE SENTENCE WITH A PERIOD.  COLUMNS
      **** 1-6 AND 73-80 ARE SEQUENCE AREAS AND NEVER SEEN.

       01  W-CODE-AREA              PIC X(65).
       01  W-CODE-POS               PIC 9(04)  COMP.

       01  W-TOKEN                  PIC X(40).
       01  W-TOKEN-LEN              PIC 9(04)  COMP.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-TOKEN-PRESENT                      VALUE 'Y'.
           88  W-TOKEN-ABSENT                       VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-STMT-ENDED                         VALUE 'Y'.
           88  W-STMT-OPEN                          VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-STMT-SKIPPING                      VALUE 'Y'.
           88  W-STMT-WANTED                        VALUE 'N'.

      **** THE STATEMENT PARSE STATE: WHICH CLAUSE THE NEXT TOKEN
      **** BELONGS TO.

       01  W-EXPECT                 PIC X(01)       VALUE ' '.
           88  W-EXPECT-NOTHING                     VALUE ' '.
           88  W-EXPECT-LEVEL                       VALUE 'L'.
           88  W-EXPECT-NAME                        VALUE 'N'.
           88  W-EXPECT-PIC                         VALUE 'P'.
           88  W-EXPECT-REDEF                       VALUE 'R'.
           88  W-EXPECT-OCCURS                      VALUE 'O'.
           88  W-EXPECT-USAGE                       VALUE 'U'.

       01  W-CUR-LEVEL              PIC X(02).
       01  W-CUR-LEVEL-NUM          PIC 9(02)  COMP.
       01  W-CUR-NAME               PIC X(30).
       01  W-CUR-PIC                PIC X(30).
       01  W-CUR-USAGE              PIC X(01).
       01  W-CUR-OCCURS             PIC 9(04)  COMP.
       01  W-CUR-REDEF              PIC X(30).
       01  W-OCCURS-DIGITS          PIC X(04).

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-ITEM-STARTED                       VALUE 'Y'.
           88  W-ITEM-NOT-STARTED                   VALUE 'N'.

      **** PICTURE SCAN WORK FIELDS: BYTE LENGTH AND DIGIT COUNT
      **** DERIVED FROM THE PICTURE STRING.

       01  W-PIC-DX                 PIC 9(04)  COMP.
       01  W-PIC-CHAR               PIC X(01).
       01  W-PIC-BYTES              PIC 9(05)  COMP.
       01  W-PIC-DIGITS             PIC 9(05)  COMP.
       01  W-PIC-LAST-BYTES         PIC 9(05)  COMP.
       01  W-PIC-LAST-DIGITS        PIC 9(05)  COMP.
       01  W-PIC-REPEAT             PIC 9(05)  COMP.
       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-PIC-IN-PAREN                       VALUE 'Y'.
           88  W-PIC-NOT-IN-PAREN                   VALUE 'N'.

       01  W-FILLER-SKIPPED         PIC 9(04)  COMP VALUE 0.
       01  W-WARNING-COUNT          PIC 9(04)  COMP VALUE 0.

       01  W-OCC-DX                 PIC 9(04)  COMP.
       01  W-OCC-LIMIT              PIC 9(04)  COMP.
       01  W-OCC-OFFSET             PIC 9(07)  COMP.
       01  W-OCC-SUFFIX             PIC 9(02).

       01  W-CARD-NAME              PIC X(12).

      **** THE STORED DECK OF THE LAYOUT IN HAND: ITS FIELD AND
      **** EXCLUDE CARDS AS LAYMAINT HOLDS THEM.  ANY OTHER CARD IN
      **** THE ENTRY (VALUES AND THE LIKE) DESCRIBES NO STORAGE.

       01  W-STORED-MAX             PIC 9(04)  COMP VALUE 500.
       01  W-STORED-COUNT           PIC 9(04)  COMP VALUE 0.
       01  W-STORED-TABLE.
           05  W-STORED-ENTRY      OCCURS 500      INDEXED W-S-DX.
               10  STO-KIND        PIC X(01).
                   88  STO-KIND-FIELD               VALUE 'F'.
                   88  STO-KIND-EXCLUDE             VALUE 'E'.
               10  STO-NAME        PIC X(12).
               10  STO-OFFSET      PIC 9(05).
               10  STO-LENGTH      PIC 9(05).
               10  STO-TYPE        PIC X(06).
               10  STO-MATCHED     PIC X(01).
                   88  STO-IS-MATCHED               VALUE 'Y'.
                   88  STO-NOT-MATCHED              VALUE 'N'.

      **** THE FIELDS THE CURRENT COPYBOOK YIELDS, BUILT THE WAY
      **** LAYOUTGN EMITS ITS FIELD CARDS.

       01  W-GEN-MAX                PIC 9(04)  COMP VALUE 500.
       01  W-GEN-COUNT              PIC 9(04)  COMP VALUE 0.
       01  W-GEN-TABLE.
           05  W-GEN-ENTRY         OCCURS 500      INDEXED W-G-DX.
               10  GEN-NAME        PIC X(12).
               10  GEN-OFFSET      PIC 9(05).
               10  GEN-LENGTH      PIC 9(05).
               10  GEN-TYPE        PIC X(06).
               10  GEN-MATCHED     PIC X(01).
                   88  GEN-IS-MATCHED               VALUE 'Y'.
                   88  GEN-NOT-MATCHED              VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-FOUND                              VALUE 'Y'.
           88  W-NOT-FOUND                          VALUE 'N'.

       01  W-LAYOUT-DIFFS           PIC 9(05)  COMP VALUE 0.
       01  W-TOTAL-DIFFS            PIC 9(07)  COMP VALUE 0.
       01  W-CHECKED-COUNT          PIC 9(04)  COMP VALUE 0.
       01  W-DRIFTED-COUNT          PIC 9(04)  COMP VALUE 0.
       01  W-ERROR-COUNT            PIC 9(04)  COMP VALUE 0.
       01  W-DISPLAY-COUNT          PIC ZZZ,ZZZ,ZZ9.

      **** COPYBOOK GENERATION: THE STORED FIELD CARDS IN OFFSET
      **** ORDER, WITH GAPS AND EXCLUDED RANGES FILLED BY FILLER.

       01  W-ORDER-COUNT            PIC 9(04)  COMP VALUE 0.
       01  W-ORDER-TABLE.
           05  W-ORDER-ENTRY       OCCURS 500      INDEXED W-O-DX.
               10  ORD-STORED-DX   PIC 9(04)  COMP.

       01  W-INSERT-AT              PIC 9(04)  COMP.
       01  W-SHIFT-DX               PIC 9(04)  COMP.

       01  W-NEXT-POS               PIC 9(07)  COMP.
       01  W-RECORD-END             PIC 9(07)  COMP.
       01  W-FIELD-END              PIC 9(07)  COMP.
       01  W-GAP-LEN                PIC 9(07)  COMP.
       01  W-BASE-NAME              PIC X(12).
       01  W-BASE-OFFSET            PIC 9(07)  COMP.
       01  W-BASE-LENGTH            PIC 9(07)  COMP.
       01  W-SOURCE-LINES           PIC 9(05)  COMP VALUE 0.
       01  W-GEN-WARNINGS           PIC 9(04)  COMP VALUE 0.

       01  W-NUM-EDIT               PIC Z(06)9.
       01  W-NUM-LEAD               PIC 9(04)  COMP.
       01  W-NUM-TEXT               PIC X(07).
       01  W-PICTURE                PIC X(30).
       01  W-DIGITS                 PIC 9(05)  COMP.

       01  W-SOURCE-LINE.
           05  FILLER               PIC X(11)       VALUE SPACES.
           05  SRC-LEVEL            PIC X(02).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  SRC-NAME             PIC X(24).
           05  SRC-PICTURE          PIC X(41).

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
           AND     W-CHECK-COUNT > 0
               PERFORM SUB-6000-CHECK-LAYOUTS THRU SUB-6000-EXIT
           END-IF

           IF      RETURN-CODE = 0
           AND     W-GENERATE-REQUESTED
               PERFORM SUB-7000-GENERATE THRU SUB-7000-EXIT
           END-IF

           PERFORM SUB-8000-SHUT-DOWN THRU SUB-8000-EXIT
           .
       MAIN-EXIT.
           STOP RUN.
      /
       SUB-1000-START-UP.
      *------------------

           MOVE FUNCTION WHEN-COMPILED
                                    TO W-COMPILED-DATE

           DISPLAY 'LAYDRIFT compiled on '
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

      **** WITH NEITHER CHECK NOR GENERATE CARDS, EVERY LAYOUT IN
      **** THE REGISTRY IS CHECKED.

           IF      W-CHECK-COUNT = 0
           AND     W-GENERATE-NOT-REQUESTED
               PERFORM SUB-1200-LIST-LAYOUTS THRU SUB-1200-EXIT
               IF      RETURN-CODE NOT = 0
                   GO TO SUB-1000-EXIT
               END-IF
               IF      W-CHECK-COUNT = 0
                   DISPLAY 'LAYDRIFT the LAYOUTS registry is empty'
                   MOVE 16          TO RETURN-CODE
                   GO TO SUB-1000-EXIT
               END-IF
           END-IF

           IF      W-CHECK-COUNT > 0
           AND     W-COPYLIB-DSNAME = SPACES
               DISPLAY 'LAYDRIFT a COPYLIB card naming the copybook '
                   'library is required'
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-READ-SYSIN.
      *----------------------

      **** CARDS, KEYWORD IN COLUMNS 1-10:
      ****     COPYLIB   LIBRARY HOLDING THE COPYBOOK MEMBERS (COLUMNS
      ****               12-55).
      ****     CHECK     LAYOUT NAME (COLUMNS 12-27) AND, OPTIONALLY,
      ****               THE COPYBOOK MEMBER (COLUMNS 29-36) WHEN IT
      ****               IS NOT NAMED LIKE THE LAYOUT.
      ****     GENERATE  LAYOUT NAME (COLUMNS 12-27) WHOSE COPYBOOK
      ****               SOURCE IS WRITTEN TO COPYOUT.

           OPEN INPUT SYSIN-FILE

           IF      W-SYSIN-FILE-STATUS NOT = '00'
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
               WHEN 'COPYLIB'
                   MOVE SYSIN-RECORD(12:44)
                                    TO W-COPYLIB-DSNAME

               WHEN 'CHECK'
                   IF      SYSIN-RECORD(12:16) = SPACES
                       DISPLAY 'LAYDRIFT CHECK card has no layout name'
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       MOVE SYSIN-RECORD(12:16)
                                    TO W-LAYOUT-NAME
                       PERFORM SUB-1130-ADD-CHECK THRU SUB-1130-EXIT
                       IF      RETURN-CODE = 0
                       AND     SYSIN-RECORD(29:8) NOT = SPACES
                           MOVE SYSIN-RECORD(29:8)
                                    TO CHK-MEMBER(W-C-DX)
                       END-IF
                   END-IF

               WHEN 'GENERATE'
                   IF      W-GENERATE-REQUESTED
                       DISPLAY 'LAYDRIFT only one GENERATE card is '
                           'allowed'
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       IF      SYSIN-RECORD(12:16) = SPACES
                           DISPLAY 'LAYDRIFT GENERATE card has no '
                               'layout name'
                           MOVE 16  TO RETURN-CODE
                       ELSE
                           SET  W-GENERATE-REQUESTED
                                    TO TRUE
                           MOVE SYSIN-RECORD(12:16)
                                    TO W-GEN-LAYOUT
                       END-IF
                   END-IF

               WHEN SPACES
                   CONTINUE

               WHEN OTHER
                   DISPLAY 'LAYDRIFT unknown SYSIN card: '
                       W-CARD-KEYWORD
                   MOVE 16          TO RETURN-CODE
           END-EVALUATE

           PERFORM SUB-1110-READ-CARD THRU SUB-1110-EXIT
           .
       SUB-1120-EXIT.
           EXIT.
      /
       SUB-1130-ADD-CHECK.
      *-----------------------

      **** ADD W-LAYOUT-NAME TO THE CHECK TABLE ONCE, LEAVING W-C-DX
      **** ON ITS ENTRY.

           SET  W-CHECK-NOT-LISTED  TO TRUE

           PERFORM SUB-1135-MATCH-CHECK THRU SUB-1135-EXIT
               VARYING W-C-DX FROM 1 BY 1
                 UNTIL W-C-DX > W-CHECK-COUNT
                    OR W-CHECK-LISTED

           IF      W-CHECK-LISTED
               SET  W-C-DX          DOWN BY 1
               GO TO SUB-1130-EXIT
           END-IF

           IF      W-CHECK-COUNT >= W-CHECK-MAX
               DISPLAY 'LAYDRIFT too many layouts to check - limit '
                   W-CHECK-MAX
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1130-EXIT
           END-IF

           ADD  1                   TO W-CHECK-COUNT
           SET  W-C-DX              TO W-CHECK-COUNT
           MOVE W-LAYOUT-NAME       TO CHK-LAYOUT(W-C-DX)
           MOVE W-LAYOUT-NAME(1:8)  TO CHK-MEMBER(W-C-DX)
           .
       SUB-1130-EXIT.
           EXIT.
      /
       SUB-1135-MATCH-CHECK.
      *-------------------------

           IF      CHK-LAYOUT(W-C-DX) = W-LAYOUT-NAME
               SET  W-CHECK-LISTED  TO TRUE
           END-IF
           .
       SUB-1135-EXIT.
           EXIT.
      /
       SUB-1200-LIST-LAYOUTS.
      *--------------------------

      **** ONE PASS OF THE REGISTRY COLLECTS EVERY DISTINCT LAYOUT
      **** NAME IN IT.

           OPEN INPUT LAYOUT-FILE

           IF      W-LAYREG-FILE-STATUS NOT = '00'
               DISPLAY 'LAYDRIFT unable to open LAYOUTS - status '
                   W-LAYREG-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1200-EXIT
           END-IF

           SET  W-LAYREG-NOT-EOF    TO TRUE

           PERFORM SUB-1210-LIST-ONE THRU SUB-1210-EXIT
               UNTIL W-LAYREG-EOF OR RETURN-CODE NOT = 0

           CLOSE LAYOUT-FILE
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-1210-LIST-ONE.
      *----------------------

           READ LAYOUT-FILE
               AT END
                   SET  W-LAYREG-EOF
                                    TO TRUE
                   GO TO SUB-1210-EXIT
           END-READ

           IF      LAY-REC-NAME = SPACES
               GO TO SUB-1210-EXIT
           END-IF

           MOVE LAY-REC-NAME        TO W-LAYOUT-NAME

           PERFORM SUB-1130-ADD-CHECK THRU SUB-1130-EXIT
           .
       SUB-1210-EXIT.
           EXIT.
      /
       SUB-2000-PARSE-COPYBOOK.
      *----------------------------

           PERFORM SUB-2100-READ-SOURCE-LINE THRU SUB-2100-EXIT

           PERFORM SUB-2200-TAKE-SOURCE-LINE THRU SUB-2200-EXIT
               UNTIL W-COPY-EOF OR RETURN-CODE NOT = 0

      **** A COPYBOOK WHOSE LAST STATEMENT HAS NO CLOSING PERIOD
      **** STILL YIELDS ITS ITEM.

           IF      RETURN-CODE = 0
           AND     W-ITEM-STARTED
               PERFORM SUB-2500-FINISH-ITEM THRU SUB-2500-EXIT
           END-IF

           CLOSE COPYBOOK-FILE

           IF      RETURN-CODE = 0
           AND     W-ITEM-COUNT = 0
               DISPLAY 'LAYDRIFT no data description entries found '
                   'in ' W-COPY-DSNAME
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-READ-SOURCE-LINE.
      *------------------------------

           READ COPYBOOK-FILE
               AT END
                   SET  W-COPY-EOF  TO TRUE
           END-READ
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-TAKE-SOURCE-LINE.
      *------------------------------

      **** COLUMN 7 IS THE INDICATOR AREA: '*' AND '/' ARE COMMENT
      **** LINES AND '-' CONTINUATIONS ARE NOT SUPPORTED IN RECORD
      **** COPYBOOKS, SO BOTH ARE SKIPPED.  CODE IS COLUMNS 8-72,
      **** FOLDED TO UPPER CASE BEFORE TOKENIZING.

           IF      COPYBOOK-RECORD(7:1) = '*' OR '/' OR '-'
               GO TO SUB-2200-NEXT
           END-IF

           MOVE COPYBOOK-RECORD(8:65)
                                    TO W-CODE-AREA

           INSPECT W-CODE-AREA
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           MOVE 1                   TO W-CODE-POS

           PERFORM SUB-2300-NEXT-TOKEN THRU SUB-2300-EXIT

           PERFORM SUB-2400-TAKE-TOKEN THRU SUB-2400-EXIT
               UNTIL W-TOKEN-ABSENT OR RETURN-CODE NOT = 0
           .
       SUB-2200-NEXT.

           PERFORM SUB-2100-READ-SOURCE-LINE THRU SUB-2100-EXIT
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-NEXT-TOKEN.
      *-----------------------

      **** PULL THE NEXT BLANK-DELIMITED TOKEN OFF THE CODE AREA.
      **** A TOKEN OPENING WITH A QUOTE RUNS TO THE CLOSING QUOTE SO
      **** LITERALS WITH EMBEDDED BLANKS HOLD TOGETHER.  A PERIOD
      **** ENDING A TOKEN ENDS THE STATEMENT AND IS STRIPPED.

           SET  W-TOKEN-ABSENT      TO TRUE
           SET  W-STMT-OPEN         TO TRUE
           MOVE SPACES              TO W-TOKEN
           MOVE 0                   TO W-TOKEN-LEN

           PERFORM SUB-2310-SKIP-BLANKS THRU SUB-2310-EXIT

           IF      W-CODE-POS > 65
               GO TO SUB-2300-EXIT
           END-IF

           IF      W-CODE-AREA(W-CODE-POS:1) = '''' OR '"'
               PERFORM SUB-2320-TAKE-LITERAL THRU SUB-2320-EXIT
           ELSE
               PERFORM SUB-2330-TAKE-WORD THRU SUB-2330-EXIT
           END-IF

           IF      W-TOKEN-LEN > 1
           AND     W-TOKEN(W-TOKEN-LEN:1) = '.'
               SET  W-STMT-ENDED    TO TRUE
               MOVE SPACE           TO W-TOKEN(W-TOKEN-LEN:1)
               SUBTRACT 1         FROM W-TOKEN-LEN
           END-IF

           IF      W-TOKEN-LEN = 1
           AND     W-TOKEN(1:1) = '.'
               SET  W-STMT-ENDED    TO TRUE
               MOVE SPACES          TO W-TOKEN
               MOVE 0               TO W-TOKEN-LEN
           END-IF

           IF      W-TOKEN-LEN > 0
           OR      W-STMT-ENDED
               SET  W-TOKEN-PRESENT TO TRUE
           END-IF
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2310-SKIP-BLANKS.
      *------------------------

           PERFORM SUB-2311-STEP-BLANK THRU SUB-2311-EXIT
               UNTIL W-CODE-POS > 65
                  OR W-CODE-AREA(W-CODE-POS:1) NOT = SPACE
           .
       SUB-2310-EXIT.
           EXIT.
      /
       SUB-2311-STEP-BLANK.
      *-----------------------

           ADD  1                   TO W-CODE-POS
           .
       SUB-2311-EXIT.
           EXIT.
      /
       SUB-2320-TAKE-LITERAL.
      *-------------------------

           ADD  1                   TO W-TOKEN-LEN
           MOVE W-CODE-AREA(W-CODE-POS:1)
                                    TO W-TOKEN(W-TOKEN-LEN:1)
           ADD  1                   TO W-CODE-POS

           PERFORM SUB-2321-TAKE-LIT-BYTE THRU SUB-2321-EXIT
               UNTIL W-CODE-POS > 65
                  OR W-CODE-AREA(W-CODE-POS:1) = '''' OR '"'

           IF      W-CODE-POS <= 65
               IF      W-TOKEN-LEN < 40
                   ADD  1           TO W-TOKEN-LEN
                   MOVE W-CODE-AREA(W-CODE-POS:1)
                                    TO W-TOKEN(W-TOKEN-LEN:1)
               END-IF
               ADD  1               TO W-CODE-POS
           END-IF

      **** A PERIOD HARD AGAINST THE CLOSING QUOTE ENDS THE
      **** STATEMENT TOO.

           IF      W-CODE-POS <= 65
           AND     W-CODE-AREA(W-CODE-POS:1) = '.'
               SET  W-STMT-ENDED    TO TRUE
               ADD  1               TO W-CODE-POS
           END-IF
           .
       SUB-2320-EXIT.
           EXIT.
      /
       SUB-2321-TAKE-LIT-BYTE.
      *---------------------------

           IF      W-TOKEN-LEN < 40
               ADD  1               TO W-TOKEN-LEN
               MOVE W-CODE-AREA(W-CODE-POS:1)
                                    TO W-TOKEN(W-TOKEN-LEN:1)
           END-IF

           ADD  1                   TO W-CODE-POS
           .
       SUB-2321-EXIT.
           EXIT.
      /
       SUB-2330-TAKE-WORD.
      *----------------------

           PERFORM SUB-2331-TAKE-WORD-BYTE THRU SUB-2331-EXIT
               UNTIL W-CODE-POS > 65
                  OR W-CODE-AREA(W-CODE-POS:1) = SPACE
           .
       SUB-2330-EXIT.
           EXIT.
      /
       SUB-2331-TAKE-WORD-BYTE.
      *----------------------------

           IF      W-TOKEN-LEN < 40
               ADD  1               TO W-TOKEN-LEN
               MOVE W-CODE-AREA(W-CODE-POS:1)
                                    TO W-TOKEN(W-TOKEN-LEN:1)
           END-IF

           ADD  1                   TO W-CODE-POS
           .
       SUB-2331-EXIT.
           EXIT.
      /
       SUB-2400-TAKE-TOKEN.
      *-----------------------

      **** FEED ONE TOKEN THROUGH THE STATEMENT PARSER.  A VALUE
      **** CLAUSE SWITCHES THE REST OF THE STATEMENT TO SKIP MODE --
      **** ITS LITERALS CONTRIBUTE NOTHING TO THE LAYOUT.

           IF      W-TOKEN-LEN = 0
               GO TO SUB-2400-WRAP
           END-IF

           IF      W-STMT-SKIPPING
               GO TO SUB-2400-WRAP
           END-IF

           IF      W-ITEM-NOT-STARTED
               PERFORM SUB-2410-OPEN-ITEM THRU SUB-2410-EXIT
               GO TO SUB-2400-WRAP
           END-IF

           EVALUATE TRUE
               WHEN W-EXPECT-PIC
                   MOVE W-TOKEN     TO W-CUR-PIC
                   SET  W-EXPECT-NOTHING
                                    TO TRUE

               WHEN W-EXPECT-REDEF
                   MOVE W-TOKEN     TO W-CUR-REDEF
                   SET  W-EXPECT-NOTHING
                                    TO TRUE

               WHEN W-EXPECT-OCCURS
                   MOVE SPACES      TO W-OCCURS-DIGITS
                   IF      W-TOKEN-LEN <= 4
                       MOVE W-TOKEN(1:4)
                                    TO W-OCCURS-DIGITS
                   END-IF
                   INSPECT W-OCCURS-DIGITS
                       REPLACING TRAILING SPACES BY ZEROS
                   IF      W-OCCURS-DIGITS NOT NUMERIC
                       DISPLAY 'LAYDRIFT OCCURS count not numeric '
                           'for ' W-CUR-NAME ': ' W-TOKEN
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       COMPUTE W-CUR-OCCURS = FUNCTION NUMVAL(W-TOKEN)
                   END-IF
                   SET  W-EXPECT-NOTHING
                                    TO TRUE

               WHEN W-EXPECT-USAGE
                   PERFORM SUB-2420-TAKE-USAGE THRU SUB-2420-EXIT

               WHEN W-EXPECT-NAME
                   MOVE W-TOKEN     TO W-CUR-NAME
                   SET  W-EXPECT-NOTHING
                                    TO TRUE

               WHEN OTHER
                   PERFORM SUB-2430-TAKE-CLAUSE-WORD
                      THRU SUB-2430-EXIT
           END-EVALUATE
           .
       SUB-2400-WRAP.

           IF      W-STMT-ENDED
               IF      W-ITEM-STARTED
                   PERFORM SUB-2500-FINISH-ITEM THRU SUB-2500-EXIT
               END-IF
               SET  W-STMT-WANTED   TO TRUE
           END-IF

           PERFORM SUB-2300-NEXT-TOKEN THRU SUB-2300-EXIT
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2410-OPEN-ITEM.
      *----------------------

      **** A STATEMENT OPENS WITH ITS LEVEL NUMBER.  LEVELS 66, 77
      **** AND 88 CARRY NO RECORD BYTES, SO THE WHOLE STATEMENT IS
      **** SKIPPED; ANYTHING ELSE NON-NUMERIC IS NOT A DATA ENTRY
      **** (COPY HEADERS AND THE LIKE) AND IS SKIPPED TOO.

           IF      W-TOKEN-LEN > 2
               SET  W-STMT-SKIPPING TO TRUE
               GO TO SUB-2410-EXIT
           END-IF

           MOVE '00'                TO W-CUR-LEVEL
           MOVE W-TOKEN(1:W-TOKEN-LEN)
                                    TO W-CUR-LEVEL
                                       (3 - W-TOKEN-LEN:W-TOKEN-LEN)

           IF      W-CUR-LEVEL NOT NUMERIC
               SET  W-STMT-SKIPPING TO TRUE
               GO TO SUB-2410-EXIT
           END-IF

           COMPUTE W-CUR-LEVEL-NUM = FUNCTION NUMVAL(W-CUR-LEVEL)

           IF      W-CUR-LEVEL-NUM = 66 OR 77 OR 88
           OR      W-CUR-LEVEL-NUM = 0
           OR      W-CUR-LEVEL-NUM > 49
               SET  W-STMT-SKIPPING TO TRUE
               GO TO SUB-2410-EXIT
           END-IF

           SET  W-ITEM-STARTED      TO TRUE
           MOVE 'FILLER'            TO W-CUR-NAME
           MOVE SPACES              TO W-CUR-PIC
           MOVE 'D'                 TO W-CUR-USAGE
           MOVE 1                   TO W-CUR-OCCURS
           MOVE SPACES              TO W-CUR-REDEF
           SET  W-EXPECT-NAME       TO TRUE
           .
       SUB-2410-EXIT.
           EXIT.
      /
       SUB-2420-TAKE-USAGE.
      *-----------------------

           IF      W-TOKEN = 'IS'
               GO TO SUB-2420-EXIT
           END-IF

           PERFORM SUB-2430-TAKE-CLAUSE-WORD THRU SUB-2430-EXIT

           SET  W-EXPECT-NOTHING    TO TRUE
           .
       SUB-2420-EXIT.
           EXIT.
      /
       SUB-2430-TAKE-CLAUSE-WORD.
      *------------------------------

           EVALUATE W-TOKEN
               WHEN 'PIC'
               WHEN 'PICTURE'
                   SET  W-EXPECT-PIC
                                    TO TRUE

               WHEN 'REDEFINES'
                   SET  W-EXPECT-REDEF
                                    TO TRUE

               WHEN 'OCCURS'
                   SET  W-EXPECT-OCCURS
                                    TO TRUE

               WHEN 'USAGE'
                   SET  W-EXPECT-USAGE
                                    TO TRUE

               WHEN 'COMP'
               WHEN 'COMP-4'
               WHEN 'COMP-5'
               WHEN 'COMPUTATIONAL'
               WHEN 'COMPUTATIONAL-4'
               WHEN 'COMPUTATIONAL-5'
               WHEN 'BINARY'
                   MOVE 'B'         TO W-CUR-USAGE

               WHEN 'COMP-3'
               WHEN 'COMPUTATIONAL-3'
               WHEN 'PACKED-DECIMAL'
                   MOVE 'P'         TO W-CUR-USAGE

               WHEN 'DISPLAY'
                   MOVE 'D'         TO W-CUR-USAGE

               WHEN 'VALUE'
               WHEN 'VALUES'
                   SET  W-STMT-SKIPPING
                                    TO TRUE

      **** IS / TIMES / SYNC / JUST AND THE OTHER NOISE WORDS, AND
      **** INDEXED BY NAMES, ALL FALL THROUGH HERE HARMLESSLY.

               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       SUB-2430-EXIT.
           EXIT.
      /
       SUB-2500-FINISH-ITEM.
      *------------------------

           IF      W-ITEM-COUNT >= W-ITEM-MAX
               DISPLAY 'LAYDRIFT item table full at ' W-ITEM-MAX
               MOVE 16              TO RETURN-CODE
               GO TO SUB-2500-WRAP
           END-IF

           ADD  1                   TO W-ITEM-COUNT
           MOVE W-ITEM-COUNT        TO W-ITEM-DX

           MOVE W-CUR-LEVEL-NUM     TO ITM-LEVEL(W-ITEM-DX)
           MOVE W-CUR-NAME          TO ITM-NAME(W-ITEM-DX)
           MOVE W-CUR-PIC           TO ITM-PIC(W-ITEM-DX)
           MOVE W-CUR-USAGE         TO ITM-USAGE(W-ITEM-DX)
           MOVE W-CUR-OCCURS        TO ITM-OCCURS(W-ITEM-DX)
           MOVE W-CUR-REDEF         TO ITM-REDEF-NAME(W-ITEM-DX)
           MOVE 0                   TO ITM-SIZE(W-ITEM-DX)
           MOVE 0                   TO ITM-TOTSIZE(W-ITEM-DX)
           MOVE 0                   TO ITM-OFFSET(W-ITEM-DX)
           .
       SUB-2500-WRAP.

           SET  W-ITEM-NOT-STARTED  TO TRUE
           SET  W-STMT-WANTED       TO TRUE
           SET  W-EXPECT-NOTHING    TO TRUE
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-3000-COMPUTE-SIZES.
      *---------------------------

      **** SIZES ARE COMPUTED BACK TO FRONT SO EVERY GROUP SEES ITS
      **** CHILDREN ALREADY SIZED.  A REDEFINING CHILD CONTRIBUTES
      **** NOTHING TO ITS GROUP'S LENGTH -- IT OCCUPIES THE BYTES OF
      **** THE ITEM IT REDEFINES.

           PERFORM SUB-3100-SIZE-ONE-ITEM THRU SUB-3100-EXIT
               VARYING W-ITEM-DX FROM W-ITEM-COUNT BY -1
                 UNTIL W-ITEM-DX < 1
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-SIZE-ONE-ITEM.
      *---------------------------

           IF      ITM-PIC(W-ITEM-DX) NOT = SPACES
               PERFORM SUB-3200-SIZE-ELEMENTARY THRU SUB-3200-EXIT
           ELSE
               PERFORM SUB-3300-SIZE-GROUP THRU SUB-3300-EXIT
           END-IF

           COMPUTE ITM-TOTSIZE(W-ITEM-DX) =
               ITM-SIZE(W-ITEM-DX) * ITM-OCCURS(W-ITEM-DX)
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3200-SIZE-ELEMENTARY.
      *-----------------------------

           MOVE ITM-PIC(W-ITEM-DX)  TO W-CUR-PIC

           PERFORM SUB-3250-SCAN-PICTURE THRU SUB-3250-EXIT

           EVALUATE TRUE
               WHEN ITM-USAGE-PACKED(W-ITEM-DX)
                   COMPUTE ITM-SIZE(W-ITEM-DX) =
                       W-PIC-DIGITS / 2 + 1

               WHEN ITM-USAGE-BINARY(W-ITEM-DX)
                   EVALUATE TRUE
                       WHEN W-PIC-DIGITS < 5
                           MOVE 2   TO ITM-SIZE(W-ITEM-DX)
                       WHEN W-PIC-DIGITS < 10
                           MOVE 4   TO ITM-SIZE(W-ITEM-DX)
                       WHEN OTHER
                           MOVE 8   TO ITM-SIZE(W-ITEM-DX)
                   END-EVALUATE

               WHEN OTHER
                   MOVE W-PIC-BYTES TO ITM-SIZE(W-ITEM-DX)
           END-EVALUATE

           IF      ITM-SIZE(W-ITEM-DX) = 0
               ADD  1               TO W-WARNING-COUNT
               DISPLAY 'LAYDRIFT ** picture yields no bytes for '
                   ITM-NAME(W-ITEM-DX) ': ' ITM-PIC(W-ITEM-DX)
           END-IF
           .
       SUB-3200-EXIT.
           EXIT.
      /
       SUB-3250-SCAN-PICTURE.
      *-------------------------

      **** WALK THE PICTURE STRING ONCE, TALLYING STORAGE BYTES AND
      **** DECIMAL DIGITS.  A (N) REPEAT FACTOR RE-APPLIES THE
      **** PRECEDING SYMBOL'S CONTRIBUTION N-1 MORE TIMES.  S, V AND
      **** P TAKE NO STORAGE; EDITING SYMBOLS TAKE ONE BYTE EACH.

           MOVE 0                   TO W-PIC-BYTES
           MOVE 0                   TO W-PIC-DIGITS
           MOVE 0                   TO W-PIC-LAST-BYTES
           MOVE 0                   TO W-PIC-LAST-DIGITS
           MOVE 0                   TO W-PIC-REPEAT
           SET  W-PIC-NOT-IN-PAREN  TO TRUE

           PERFORM SUB-3260-SCAN-PIC-CHAR THRU SUB-3260-EXIT
               VARYING W-PIC-DX FROM 1 BY 1
                 UNTIL W-PIC-DX > 30
           .
       SUB-3250-EXIT.
           EXIT.
      /
       SUB-3260-SCAN-PIC-CHAR.
      *---------------------------

           MOVE W-CUR-PIC(W-PIC-DX:1)
                                    TO W-PIC-CHAR

           IF      W-PIC-IN-PAREN
               IF      W-PIC-CHAR = ')'
                   IF      W-PIC-REPEAT > 1
                       COMPUTE W-PIC-BYTES = W-PIC-BYTES
                           + W-PIC-LAST-BYTES * (W-PIC-REPEAT - 1)
                       COMPUTE W-PIC-DIGITS = W-PIC-DIGITS
                           + W-PIC-LAST-DIGITS * (W-PIC-REPEAT - 1)
                   END-IF
                   SET  W-PIC-NOT-IN-PAREN
                                    TO TRUE
               ELSE
                   IF      W-PIC-CHAR NUMERIC
                       COMPUTE W-PIC-REPEAT =
                           W-PIC-REPEAT * 10
                           + FUNCTION NUMVAL(W-PIC-CHAR)
                   END-IF
               END-IF
               GO TO SUB-3260-EXIT
           END-IF

           EVALUATE W-PIC-CHAR
               WHEN SPACE
                   CONTINUE

      **** THE REPEAT FACTOR RE-APPLIES WHATEVER THE PRECEDING
      **** SYMBOL CONTRIBUTED, SO ITS LAST-CONTRIBUTION MEMORY IS
      **** DELIBERATELY LEFT STANDING HERE.

               WHEN '('
                   SET  W-PIC-IN-PAREN
                                    TO TRUE
                   MOVE 0           TO W-PIC-REPEAT

               WHEN 'S'
               WHEN 'V'
               WHEN 'P'
                   MOVE 0           TO W-PIC-LAST-BYTES
                   MOVE 0           TO W-PIC-LAST-DIGITS

               WHEN '9'
                   ADD  1           TO W-PIC-BYTES
                   ADD  1           TO W-PIC-DIGITS
                   MOVE 1           TO W-PIC-LAST-BYTES
                   MOVE 1           TO W-PIC-LAST-DIGITS

               WHEN OTHER
                   ADD  1           TO W-PIC-BYTES
                   MOVE 1           TO W-PIC-LAST-BYTES
                   MOVE 0           TO W-PIC-LAST-DIGITS
           END-EVALUATE
           .
       SUB-3260-EXIT.
           EXIT.
      /
       SUB-3300-SIZE-GROUP.
      *-----------------------

      **** A GROUP'S LENGTH IS THE SUM OF ITS IMMEDIATE CHILDREN --
      **** THE ITEMS AT THE FIRST SUBORDINATE LEVEL BEFORE THE NEXT
      **** ENTRY AT THIS LEVEL OR ABOVE -- SKIPPING REDEFINING
      **** CHILDREN, WHICH OCCUPY STORAGE ALREADY COUNTED.

           MOVE 0                   TO ITM-SIZE(W-ITEM-DX)
           MOVE 0                   TO W-GROUP-SUM
           MOVE 0                   TO W-CHILD-LEVEL

           COMPUTE W-CHILD-DX = W-ITEM-DX + 1

           IF      W-CHILD-DX > W-ITEM-COUNT
           OR      ITM-LEVEL(W-CHILD-DX) <= ITM-LEVEL(W-ITEM-DX)
               GO TO SUB-3300-EXIT
           END-IF

           MOVE ITM-LEVEL(W-CHILD-DX)
                                    TO W-CHILD-LEVEL

           PERFORM SUB-3310-SUM-CHILD THRU SUB-3310-EXIT
               UNTIL W-CHILD-DX > W-ITEM-COUNT
                  OR ITM-LEVEL(W-CHILD-DX) <= ITM-LEVEL(W-ITEM-DX)

           MOVE W-GROUP-SUM         TO ITM-SIZE(W-ITEM-DX)
           .
       SUB-3300-EXIT.
           EXIT.
      /
       SUB-3310-SUM-CHILD.
      *----------------------

           IF      ITM-LEVEL(W-CHILD-DX) = W-CHILD-LEVEL
           AND     ITM-REDEF-NAME(W-CHILD-DX) = SPACES
               ADD  ITM-TOTSIZE(W-CHILD-DX)
                                    TO W-GROUP-SUM
           END-IF

           ADD  1                   TO W-CHILD-DX
           .
       SUB-3310-EXIT.
           EXIT.
      /
       SUB-4000-COMPUTE-OFFSETS.
      *-----------------------------

           PERFORM SUB-4100-PLACE-ONE-ITEM THRU SUB-4100-EXIT
               VARYING W-ITEM-DX FROM 1 BY 1
                 UNTIL W-ITEM-DX > W-ITEM-COUNT
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-4100-PLACE-ONE-ITEM.
      *----------------------------

      **** AN ITEM SITS EITHER OVER THE ITEM IT REDEFINES, AT ITS
      **** PARENT'S OFFSET WHEN IT IS A FIRST CHILD, OR DIRECTLY
      **** AFTER ITS NEAREST PRECEDING SIBLING -- WITH A REDEFINING
      **** SIBLING'S STORAGE RESOLVED THROUGH THE REDEFINES CHAIN TO
      **** THE ITEM WHOSE BYTES IT OCCUPIES.

           IF      W-ITEM-DX = 1
               MOVE 0               TO ITM-OFFSET(1)
               GO TO SUB-4100-EXIT
           END-IF

           IF      ITM-REDEF-NAME(W-ITEM-DX) NOT = SPACES
               PERFORM SUB-4200-FIND-REDEF-TARGET
                  THRU SUB-4200-EXIT
               IF      W-TARGET-DX > 0
                   MOVE ITM-OFFSET(W-TARGET-DX)
                                    TO ITM-OFFSET(W-ITEM-DX)
               ELSE
                   ADD  1           TO W-WARNING-COUNT
                   DISPLAY 'LAYDRIFT ** REDEFINES target not found '
                       'for ' ITM-NAME(W-ITEM-DX) ': '
                       ITM-REDEF-NAME(W-ITEM-DX)
                   MOVE 0           TO ITM-OFFSET(W-ITEM-DX)
               END-IF
               GO TO SUB-4100-EXIT
           END-IF

           SET  W-WALK-NOT-DONE     TO TRUE
           COMPUTE W-WALK-DX = W-ITEM-DX - 1

           PERFORM SUB-4300-WALK-BACK THRU SUB-4300-EXIT
               UNTIL W-WALK-DONE OR W-WALK-DX < 1

           IF      W-WALK-NOT-DONE
               MOVE 0               TO ITM-OFFSET(W-ITEM-DX)
           END-IF
           .
       SUB-4100-EXIT.
           EXIT.
      /
       SUB-4200-FIND-REDEF-TARGET.
      *-------------------------------

           MOVE 0                   TO W-TARGET-DX

           PERFORM SUB-4210-MATCH-TARGET THRU SUB-4210-EXIT
               VARYING W-CHAIN-DX FROM 1 BY 1
                 UNTIL W-CHAIN-DX >= W-ITEM-DX
           .
       SUB-4200-EXIT.
           EXIT.
      /
       SUB-4210-MATCH-TARGET.
      *--------------------------

      **** THE NEAREST PRECEDING ITEM OF THE NAME WINS, THE SAME
      **** RULE THE COMPILER APPLIES WITHIN ONE RECORD.

           IF      ITM-NAME(W-CHAIN-DX) =
                   ITM-REDEF-NAME(W-ITEM-DX)
               MOVE W-CHAIN-DX      TO W-TARGET-DX
           END-IF
           .
       SUB-4210-EXIT.
           EXIT.
      /
       SUB-4300-WALK-BACK.
      *----------------------

           IF      ITM-LEVEL(W-WALK-DX) > ITM-LEVEL(W-ITEM-DX)
               SUBTRACT 1         FROM W-WALK-DX
               GO TO SUB-4300-EXIT
           END-IF

           IF      ITM-LEVEL(W-WALK-DX) < ITM-LEVEL(W-ITEM-DX)
               MOVE ITM-OFFSET(W-WALK-DX)
                                    TO ITM-OFFSET(W-ITEM-DX)
               SET  W-WALK-DONE     TO TRUE
               GO TO SUB-4300-EXIT
           END-IF

      **** A PRECEDING SIBLING: RESOLVE ANY REDEFINES CHAIN TO THE
      **** ITEM WHOSE STORAGE IT SHARES, THEN PLACE THIS ITEM
      **** DIRECTLY BEHIND THAT STORAGE.

           MOVE W-WALK-DX           TO W-CHAIN-DX

           PERFORM SUB-4310-RESOLVE-CHAIN THRU SUB-4310-EXIT
               UNTIL ITM-REDEF-NAME(W-CHAIN-DX) = SPACES

           COMPUTE ITM-OFFSET(W-ITEM-DX) =
               ITM-OFFSET(W-CHAIN-DX) + ITM-TOTSIZE(W-CHAIN-DX)

           SET  W-WALK-DONE         TO TRUE
           .
       SUB-4300-EXIT.
           EXIT.
      /
       SUB-4310-RESOLVE-CHAIN.
      *---------------------------

           MOVE 0                   TO W-TARGET-DX

           PERFORM SUB-4320-MATCH-CHAIN THRU SUB-4320-EXIT
               VARYING W-WALK-DX FROM 1 BY 1
                 UNTIL W-WALK-DX >= W-CHAIN-DX

           IF      W-TARGET-DX = 0
               MOVE SPACES          TO ITM-REDEF-NAME(W-CHAIN-DX)
           ELSE
               MOVE W-TARGET-DX     TO W-CHAIN-DX
           END-IF
           .
       SUB-4310-EXIT.
           EXIT.
      /
       SUB-4320-MATCH-CHAIN.
      *-------------------------

           IF      ITM-NAME(W-WALK-DX) =
                   ITM-REDEF-NAME(W-CHAIN-DX)
               MOVE W-WALK-DX       TO W-TARGET-DX
           END-IF
           .
       SUB-4320-EXIT.
           EXIT.
      /
       SUB-5000-BUILD-FIELDS.
      *--------------------------

      **** TURN THE PARSED ITEMS INTO THE FIELDS LAYOUTGN WOULD
      **** EMIT TODAY: ELEMENTARY NON-FILLER ITEMS, EACH OCCURRENCE
      **** OF AN OCCURRING ITEM UNDER ITS -NN SUFFIXED NAME.

           MOVE 0                   TO W-GEN-COUNT

           PERFORM SUB-5100-BUILD-ONE-ITEM THRU SUB-5100-EXIT
               VARYING W-ITEM-DX FROM 1 BY 1
                 UNTIL W-ITEM-DX > W-ITEM-COUNT
                    OR RETURN-CODE NOT = 0
           .
       SUB-5000-EXIT.
           EXIT.
      /
       SUB-5100-BUILD-ONE-ITEM.
      *----------------------------

           IF      ITM-PIC(W-ITEM-DX) = SPACES
               GO TO SUB-5100-EXIT
           END-IF

           IF      ITM-NAME(W-ITEM-DX) = 'FILLER'
               ADD  1               TO W-FILLER-SKIPPED
               GO TO SUB-5100-EXIT
           END-IF

           MOVE ITM-OCCURS(W-ITEM-DX)
                                    TO W-OCC-LIMIT

           IF      W-OCC-LIMIT > 99
               MOVE 99              TO W-OCC-LIMIT
           END-IF

           PERFORM SUB-5300-BUILD-OCCURRENCE THRU SUB-5300-EXIT
               VARYING W-OCC-DX FROM 1 BY 1
                 UNTIL W-OCC-DX > W-OCC-LIMIT
                    OR RETURN-CODE NOT = 0
           .
       SUB-5100-EXIT.
           EXIT.
      /
       SUB-5300-BUILD-OCCURRENCE.
      *------------------------------

           IF      W-GEN-COUNT >= W-GEN-MAX
               DISPLAY 'LAYDRIFT copybook yields more than '
                   W-GEN-MAX ' fields'
               MOVE 8               TO RETURN-CODE
               GO TO SUB-5300-EXIT
           END-IF

           COMPUTE W-OCC-OFFSET = ITM-OFFSET(W-ITEM-DX)
               + ITM-SIZE(W-ITEM-DX) * (W-OCC-DX - 1)

      **** THE NAME IS FORMED EXACTLY AS LAYOUTGN FORMS IT, SO A
      **** DECK IT GENERATED MATCHES NAME FOR NAME.

           IF      ITM-OCCURS(W-ITEM-DX) > 1
               MOVE W-OCC-DX        TO W-OCC-SUFFIX
               MOVE SPACES          TO W-CARD-NAME
               MOVE ITM-NAME(W-ITEM-DX)(1:9)
                                    TO W-CARD-NAME(1:9)
               INSPECT W-CARD-NAME
                   REPLACING TRAILING SPACES BY '.'
               STRING W-CARD-NAME DELIMITED BY '.'
                      '-'           DELIMITED BY SIZE
                      W-OCC-SUFFIX  DELIMITED BY SIZE
                   INTO W-CARD-NAME
               END-STRING
               INSPECT W-CARD-NAME
                   REPLACING ALL '.' BY SPACE
           ELSE
               MOVE ITM-NAME(W-ITEM-DX)
                                    TO W-CARD-NAME
           END-IF

           ADD  1                   TO W-GEN-COUNT
           SET  W-G-DX              TO W-GEN-COUNT
           MOVE W-CARD-NAME         TO GEN-NAME(W-G-DX)
           MOVE W-OCC-OFFSET        TO GEN-OFFSET(W-G-DX)
           MOVE ITM-SIZE(W-ITEM-DX) TO GEN-LENGTH(W-G-DX)
           SET  GEN-NOT-MATCHED(W-G-DX)
                                    TO TRUE

           EVALUATE TRUE
               WHEN ITM-USAGE-PACKED(W-ITEM-DX)
                   MOVE 'PACKED'    TO GEN-TYPE(W-G-DX)
               WHEN ITM-USAGE-BINARY(W-ITEM-DX)
                   MOVE 'BINARY'    TO GEN-TYPE(W-G-DX)
               WHEN OTHER
                   MOVE 'CHAR'      TO GEN-TYPE(W-G-DX)
           END-EVALUATE
           .
       SUB-5300-EXIT.
           EXIT.
      /
       SUB-6000-CHECK-LAYOUTS.
      *---------------------------

           PERFORM SUB-6100-CHECK-ONE THRU SUB-6100-EXIT
               VARYING W-C-DX FROM 1 BY 1
                 UNTIL W-C-DX > W-CHECK-COUNT
                    OR RETURN-CODE NOT = 0
           .
       SUB-6000-EXIT.
           EXIT.
      /
       SUB-6100-CHECK-ONE.
      *-----------------------

      **** A LAYOUT WHOSE COPYBOOK CANNOT BE READ OR PARSED IS
      **** COUNTED AS AN ERROR AND THE RUN MOVES ON TO THE NEXT; ONLY
      **** A REGISTRY THAT CANNOT BE READ STOPS THE RUN.

           MOVE CHK-LAYOUT(W-C-DX)  TO W-LAYOUT-NAME

           MOVE SPACES              TO W-COPY-DSNAME
           STRING W-COPYLIB-DSNAME   DELIMITED BY SPACE
                  '('                DELIMITED BY SIZE
                  CHK-MEMBER(W-C-DX) DELIMITED BY SPACE
                  ')'                DELIMITED BY SIZE
               INTO W-COPY-DSNAME
           END-STRING

           DISPLAY 'LAYDRIFT layout ' W-LAYOUT-NAME ' against '
               W-COPY-DSNAME

           PERFORM SUB-6200-LOAD-STORED THRU SUB-6200-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-6100-EXIT
           END-IF

           IF      W-STORED-COUNT = 0
               DISPLAY 'LAYDRIFT   ** no FIELD or EXCLUDE cards '
                   'stored for ' W-LAYOUT-NAME
               ADD  1               TO W-ERROR-COUNT
               GO TO SUB-6100-EXIT
           END-IF

           OPEN INPUT COPYBOOK-FILE

           IF      W-COPY-FILE-STATUS NOT = '00'
               DISPLAY 'LAYDRIFT   ** unable to open '
                   W-COPY-DSNAME ' - status ' W-COPY-FILE-STATUS
               ADD  1               TO W-ERROR-COUNT
               GO TO SUB-6100-EXIT
           END-IF

           MOVE 0                   TO W-ITEM-COUNT
           SET  W-COPY-NOT-EOF      TO TRUE
           SET  W-ITEM-NOT-STARTED  TO TRUE
           SET  W-STMT-WANTED       TO TRUE
           SET  W-EXPECT-NOTHING    TO TRUE

           PERFORM SUB-2000-PARSE-COPYBOOK THRU SUB-2000-EXIT

           IF      RETURN-CODE = 0
               PERFORM SUB-3000-COMPUTE-SIZES THRU SUB-3000-EXIT
               PERFORM SUB-4000-COMPUTE-OFFSETS THRU SUB-4000-EXIT
               PERFORM SUB-5000-BUILD-FIELDS THRU SUB-5000-EXIT
           END-IF

           IF      RETURN-CODE NOT = 0
               DISPLAY 'LAYDRIFT   ** copybook could not be '
                   'parsed - layout not checked'
               ADD  1               TO W-ERROR-COUNT
               MOVE 0               TO RETURN-CODE
               GO TO SUB-6100-EXIT
           END-IF

           ADD  1                   TO W-CHECKED-COUNT

           PERFORM SUB-6300-COMPARE THRU SUB-6300-EXIT
           .
       SUB-6100-EXIT.
           EXIT.
      /
       SUB-6200-LOAD-STORED.
      *-------------------------

      **** PULL THE NAMED LAYOUT'S FIELD AND EXCLUDE CARDS FROM THE
      **** REGISTRY, READING THEM IN THE COLUMNS DELTACHK DOES.

           MOVE 0                   TO W-STORED-COUNT

           OPEN INPUT LAYOUT-FILE

           IF      W-LAYREG-FILE-STATUS NOT = '00'
               DISPLAY 'LAYDRIFT unable to open LAYOUTS - status '
                   W-LAYREG-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-6200-EXIT
           END-IF

           SET  W-LAYREG-NOT-EOF    TO TRUE

           PERFORM SUB-6210-LOAD-ONE THRU SUB-6210-EXIT
               UNTIL W-LAYREG-EOF OR RETURN-CODE NOT = 0

           CLOSE LAYOUT-FILE
           .
       SUB-6200-EXIT.
           EXIT.
      /
       SUB-6210-LOAD-ONE.
      *----------------------

           READ LAYOUT-FILE
               AT END
                   SET  W-LAYREG-EOF
                                    TO TRUE
                   GO TO SUB-6210-EXIT
           END-READ

           IF      LAY-REC-NAME NOT = W-LAYOUT-NAME
               GO TO SUB-6210-EXIT
           END-IF

      **** RECTYPE, WHEN AND OCCURS CARDS DESCRIBE A FILE OF SEVERAL
      **** RECORD TYPES, WHOSE FIELDS OVERLAP BY DESIGN.  THE DRIFT
      **** CHECK MATCHES ONE FLAT FIELD LIST AGAINST THE COPYBOOK,
      **** SO SUCH A LAYOUT IS REFUSED RATHER THAN COMPARED WITH ITS
      **** TYPES AND OCCURRENCES IGNORED.

           IF      LAY-REC-CARD(1:11) = 'RECTYPE'
           OR      LAY-REC-CARD(1:11) = 'WHEN'
           OR      LAY-REC-CARD(1:11) = 'OCCURS'
               DISPLAY 'LAYDRIFT layout ' W-LAYOUT-NAME
                   ' refused - multi-record-type layouts are not '
                   'supported, card: ' LAY-REC-CARD(1:11)
               MOVE 16              TO RETURN-CODE
               GO TO SUB-6210-EXIT
           END-IF

           IF      LAY-REC-CARD(1:11) NOT = 'FIELD'
           AND     LAY-REC-CARD(1:11) NOT = 'EXCLUDE'
               GO TO SUB-6210-EXIT
           END-IF

           IF      W-STORED-COUNT >= W-STORED-MAX
               DISPLAY 'LAYDRIFT layout ' W-LAYOUT-NAME ' has more '
                   'than ' W-STORED-MAX ' stored cards'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-6210-EXIT
           END-IF

           ADD  1                   TO W-STORED-COUNT
           SET  W-S-DX              TO W-STORED-COUNT
           SET  STO-NOT-MATCHED(W-S-DX)
                                    TO TRUE

           IF      LAY-REC-CARD(1:11) = 'FIELD'
               SET  STO-KIND-FIELD(W-S-DX)
                                    TO TRUE
               MOVE LAY-REC-CARD(12:12)
                                    TO STO-NAME(W-S-DX)
               MOVE LAY-REC-CARD(25:5)
                                    TO W-NUM-TEXT(1:5)
               PERFORM SUB-6220-CHECK-NUMBER THRU SUB-6220-EXIT
               MOVE W-NUM-TEXT(1:5) TO STO-OFFSET(W-S-DX)
               MOVE LAY-REC-CARD(31:5)
                                    TO W-NUM-TEXT(1:5)
               PERFORM SUB-6220-CHECK-NUMBER THRU SUB-6220-EXIT
               MOVE W-NUM-TEXT(1:5) TO STO-LENGTH(W-S-DX)
               MOVE LAY-REC-CARD(37:6)
                                    TO STO-TYPE(W-S-DX)
           ELSE
               SET  STO-KIND-EXCLUDE(W-S-DX)
                                    TO TRUE
               MOVE SPACES          TO STO-NAME(W-S-DX)
                                       STO-TYPE(W-S-DX)
               MOVE LAY-REC-CARD(12:5)
                                    TO W-NUM-TEXT(1:5)
               PERFORM SUB-6220-CHECK-NUMBER THRU SUB-6220-EXIT
               MOVE W-NUM-TEXT(1:5) TO STO-OFFSET(W-S-DX)
               MOVE LAY-REC-CARD(18:5)
                                    TO W-NUM-TEXT(1:5)
               PERFORM SUB-6220-CHECK-NUMBER THRU SUB-6220-EXIT
               MOVE W-NUM-TEXT(1:5) TO STO-LENGTH(W-S-DX)
           END-IF
           .
       SUB-6210-EXIT.
           EXIT.
      /
       SUB-6220-CHECK-NUMBER.
      *--------------------------

           IF      W-NUM-TEXT(1:5) NOT NUMERIC
               DISPLAY 'LAYDRIFT layout ' W-LAYOUT-NAME ' has a '
                   'stored card with a bad offset/length: '
                   LAY-REC-CARD(1:42)
               MOVE 16              TO RETURN-CODE
               MOVE '00000'         TO W-NUM-TEXT(1:5)
           END-IF
           .
       SUB-6220-EXIT.
           EXIT.
      /
       SUB-6300-COMPARE.
      *---------------------

      **** STORED FIELDS ARE MATCHED TO THE COPYBOOK'S BY NAME; A
      **** COPYBOOK FIELD LEFT OVER IS ACCOUNTED FOR BY A STORED
      **** EXCLUDE CARD COVERING EXACTLY ITS BYTES (A VOLATILE
      **** FIELD) OR IS NEW.  AN EXCLUDE CARD LEFT OVER NO LONGER
      **** LINES UP WITH ANY FIELD.

           MOVE 0                   TO W-LAYOUT-DIFFS

           PERFORM SUB-6310-MATCH-FIELD THRU SUB-6310-EXIT
               VARYING W-S-DX FROM 1 BY 1
                 UNTIL W-S-DX > W-STORED-COUNT

           PERFORM SUB-6330-MATCH-NEW THRU SUB-6330-EXIT
               VARYING W-G-DX FROM 1 BY 1
                 UNTIL W-G-DX > W-GEN-COUNT

           PERFORM SUB-6350-STALE-EXCLUDE THRU SUB-6350-EXIT
               VARYING W-S-DX FROM 1 BY 1
                 UNTIL W-S-DX > W-STORED-COUNT

           IF      W-LAYOUT-DIFFS = 0
               DISPLAY 'LAYDRIFT   in step with the copybook'
           ELSE
               ADD  1               TO W-DRIFTED-COUNT
               ADD  W-LAYOUT-DIFFS  TO W-TOTAL-DIFFS
               MOVE W-LAYOUT-DIFFS  TO W-DISPLAY-COUNT
               DISPLAY 'LAYDRIFT   ** DRIFTED - ' W-DISPLAY-COUNT
                   ' difference(s); rerun LAYOUTGN and LAYMAINT '
                   'REPLACE'
           END-IF
           .
       SUB-6300-EXIT.
           EXIT.
      /
       SUB-6310-MATCH-FIELD.
      *-------------------------

           IF      NOT STO-KIND-FIELD(W-S-DX)
               GO TO SUB-6310-EXIT
           END-IF

           SET  W-NOT-FOUND         TO TRUE

           PERFORM SUB-6315-FIND-BY-NAME THRU SUB-6315-EXIT
               VARYING W-G-DX FROM 1 BY 1
                 UNTIL W-G-DX > W-GEN-COUNT
                    OR W-FOUND

           IF      W-NOT-FOUND
               ADD  1               TO W-LAYOUT-DIFFS
               DISPLAY 'LAYDRIFT   REMOVED  ' STO-NAME(W-S-DX)
                   ' offset ' STO-OFFSET(W-S-DX)
                   ' length ' STO-LENGTH(W-S-DX)
                   ' ' STO-TYPE(W-S-DX)
               GO TO SUB-6310-EXIT
           END-IF

           SET  W-G-DX              DOWN BY 1
           SET  STO-IS-MATCHED(W-S-DX)
                                    TO TRUE
           SET  GEN-IS-MATCHED(W-G-DX)
                                    TO TRUE

           IF      GEN-OFFSET(W-G-DX) NOT = STO-OFFSET(W-S-DX)
               ADD  1               TO W-LAYOUT-DIFFS
               DISPLAY 'LAYDRIFT   MOVED    ' STO-NAME(W-S-DX)
                   ' offset ' STO-OFFSET(W-S-DX)
                   ' now ' GEN-OFFSET(W-G-DX)
           END-IF

           IF      GEN-LENGTH(W-G-DX) NOT = STO-LENGTH(W-S-DX)
               ADD  1               TO W-LAYOUT-DIFFS
               DISPLAY 'LAYDRIFT   RESIZED  ' STO-NAME(W-S-DX)
                   ' length ' STO-LENGTH(W-S-DX)
                   ' now ' GEN-LENGTH(W-G-DX)
           END-IF

           IF      GEN-TYPE(W-G-DX) NOT = STO-TYPE(W-S-DX)
               ADD  1               TO W-LAYOUT-DIFFS
               DISPLAY 'LAYDRIFT   RETYPED  ' STO-NAME(W-S-DX)
                   ' type   ' STO-TYPE(W-S-DX)
                   ' now ' GEN-TYPE(W-G-DX)
           END-IF
           .
       SUB-6310-EXIT.
           EXIT.
      /
       SUB-6315-FIND-BY-NAME.
      *--------------------------

           IF      GEN-NOT-MATCHED(W-G-DX)
           AND     GEN-NAME(W-G-DX) = STO-NAME(W-S-DX)
               SET  W-FOUND         TO TRUE
           END-IF
           .
       SUB-6315-EXIT.
           EXIT.
      /
       SUB-6330-MATCH-NEW.
      *-----------------------

           IF      GEN-IS-MATCHED(W-G-DX)
               GO TO SUB-6330-EXIT
           END-IF

           SET  W-NOT-FOUND         TO TRUE

           PERFORM SUB-6335-FIND-EXCLUDE THRU SUB-6335-EXIT
               VARYING W-S-DX FROM 1 BY 1
                 UNTIL W-S-DX > W-STORED-COUNT
                    OR W-FOUND

           IF      W-FOUND
               SET  W-S-DX          DOWN BY 1
               SET  STO-IS-MATCHED(W-S-DX)
                                    TO TRUE
               SET  GEN-IS-MATCHED(W-G-DX)
                                    TO TRUE
               GO TO SUB-6330-EXIT
           END-IF

           ADD  1                   TO W-LAYOUT-DIFFS
           DISPLAY 'LAYDRIFT   ADDED    ' GEN-NAME(W-G-DX)
               ' offset ' GEN-OFFSET(W-G-DX)
               ' length ' GEN-LENGTH(W-G-DX)
               ' ' GEN-TYPE(W-G-DX)
           .
       SUB-6330-EXIT.
           EXIT.
      /
       SUB-6335-FIND-EXCLUDE.
      *--------------------------

           IF      STO-KIND-EXCLUDE(W-S-DX)
           AND     STO-NOT-MATCHED(W-S-DX)
           AND     STO-OFFSET(W-S-DX) = GEN-OFFSET(W-G-DX)
           AND     STO-LENGTH(W-S-DX) = GEN-LENGTH(W-G-DX)
               SET  W-FOUND         TO TRUE
           END-IF
           .
       SUB-6335-EXIT.
           EXIT.
      /
       SUB-6350-STALE-EXCLUDE.
      *---------------------------

           IF      STO-KIND-EXCLUDE(W-S-DX)
           AND     STO-NOT-MATCHED(W-S-DX)
               ADD  1               TO W-LAYOUT-DIFFS
               DISPLAY 'LAYDRIFT   EXCLUDE  offset '
                   STO-OFFSET(W-S-DX) ' length ' STO-LENGTH(W-S-DX)
                   ' no longer covers a field'
           END-IF
           .
       SUB-6350-EXIT.
           EXIT.
      /
       SUB-7000-GENERATE.
      *----------------------

      **** WRITE FIXED-FORMAT COPYBOOK SOURCE FOR A REGISTRY ENTRY:
      **** AN 01 NAMED FOR THE LAYOUT AND ONE 05 PER STORED FIELD
      **** CARD IN OFFSET ORDER, WITH FILLER OVER GAPS AND EXCLUDED
      **** RANGES.  A FIELD SHARING THE OFFSET OF THE FIELD BEFORE IT
      **** (AND NO LONGER) BECOMES A REDEFINES OF IT.

           MOVE W-GEN-LAYOUT        TO W-LAYOUT-NAME

           PERFORM SUB-6200-LOAD-STORED THRU SUB-6200-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-7000-EXIT
           END-IF

           IF      W-STORED-COUNT = 0
               DISPLAY 'LAYDRIFT layout not found in LAYOUTS: '
                   W-LAYOUT-NAME
               MOVE 16              TO RETURN-CODE
               GO TO SUB-7000-EXIT
           END-IF

           OPEN OUTPUT SOURCE-OUT-FILE

           IF      W-SOURCE-FILE-STATUS NOT = '00'
               DISPLAY 'LAYDRIFT unable to open COPYOUT - status '
                   W-SOURCE-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-7000-EXIT
           END-IF

           MOVE 0                   TO W-ORDER-COUNT
           MOVE 0                   TO W-RECORD-END

           PERFORM SUB-7100-ORDER-ONE THRU SUB-7100-EXIT
               VARYING W-S-DX FROM 1 BY 1
                 UNTIL W-S-DX > W-STORED-COUNT

           MOVE ALL '='             TO SOURCE-OUT-RECORD
           MOVE SPACES              TO SOURCE-OUT-RECORD(1:6)
           MOVE '*'                 TO SOURCE-OUT-RECORD(7:1)
           MOVE '*'                 TO SOURCE-OUT-RECORD(72:1)
           MOVE SPACES              TO SOURCE-OUT-RECORD(73:8)
           PERFORM SUB-7900-WRITE-SOURCE THRU SUB-7900-EXIT

           MOVE SPACES              TO SOURCE-OUT-RECORD
           STRING '      * '                  DELIMITED BY SIZE
                  W-LAYOUT-NAME               DELIMITED BY SPACE
                  ' - record layout from the LAYOUTS registry'
                                              DELIMITED BY SIZE
               INTO SOURCE-OUT-RECORD
           END-STRING
           PERFORM SUB-7900-WRITE-SOURCE THRU SUB-7900-EXIT

           MOVE SPACES              TO SOURCE-OUT-RECORD
           MOVE W-RECORD-END        TO W-NUM-EDIT
           PERFORM SUB-7800-TRIM-NUMBER THRU SUB-7800-EXIT
           STRING '      * Record length '    DELIMITED BY SIZE
                  W-NUM-TEXT                  DELIMITED BY SPACE
                  ' bytes; PACKED and BINARY fields are signed'
                                              DELIMITED BY SIZE
               INTO SOURCE-OUT-RECORD
           END-STRING
           PERFORM SUB-7900-WRITE-SOURCE THRU SUB-7900-EXIT

           MOVE ALL '='             TO SOURCE-OUT-RECORD
           MOVE SPACES              TO SOURCE-OUT-RECORD(1:6)
           MOVE '*'                 TO SOURCE-OUT-RECORD(7:1)
           MOVE '*'                 TO SOURCE-OUT-RECORD(72:1)
           MOVE SPACES              TO SOURCE-OUT-RECORD(73:8)
           PERFORM SUB-7900-WRITE-SOURCE THRU SUB-7900-EXIT

           MOVE SPACES              TO SOURCE-OUT-RECORD
           PERFORM SUB-7900-WRITE-SOURCE THRU SUB-7900-EXIT

           STRING '       01  '               DELIMITED BY SIZE
                  W-LAYOUT-NAME               DELIMITED BY SPACE
                  '.'                         DELIMITED BY SIZE
               INTO SOURCE-OUT-RECORD
           END-STRING
           PERFORM SUB-7900-WRITE-SOURCE THRU SUB-7900-EXIT

           MOVE 0                   TO W-NEXT-POS
           MOVE SPACES              TO W-BASE-NAME
           MOVE 0                   TO W-BASE-OFFSET
           MOVE 0                   TO W-BASE-LENGTH

           PERFORM SUB-7200-EMIT-FIELD THRU SUB-7200-EXIT
               VARYING W-O-DX FROM 1 BY 1
                 UNTIL W-O-DX > W-ORDER-COUNT

      **** AN EXCLUDED RANGE PAST THE LAST NAMED FIELD STILL
      **** BELONGS TO THE RECORD.

           IF      W-RECORD-END > W-NEXT-POS
               COMPUTE W-GAP-LEN = W-RECORD-END - W-NEXT-POS
               PERFORM SUB-7300-EMIT-FILLER THRU SUB-7300-EXIT
           END-IF

           CLOSE SOURCE-OUT-FILE

           MOVE W-SOURCE-LINES      TO W-DISPLAY-COUNT
           DISPLAY 'LAYDRIFT copybook for ' W-LAYOUT-NAME
               ' written to COPYOUT - ' W-DISPLAY-COUNT ' lines'
           .
       SUB-7000-EXIT.
           EXIT.
      /
       SUB-7100-ORDER-ONE.
      *-----------------------

      **** NOTE THE RECORD'S EXTENT, THEN INSERT A FIELD CARD INTO
      **** THE OFFSET-ORDERED LIST BEHIND ANY FIELD AT THE SAME
      **** OFFSET, SO THE STORED ORDER BREAKS TIES.

           COMPUTE W-FIELD-END =
               STO-OFFSET(W-S-DX) + STO-LENGTH(W-S-DX)

           IF      W-FIELD-END > W-RECORD-END
               MOVE W-FIELD-END     TO W-RECORD-END
           END-IF

           IF      NOT STO-KIND-FIELD(W-S-DX)
               GO TO SUB-7100-EXIT
           END-IF

           COMPUTE W-INSERT-AT = W-ORDER-COUNT + 1

           PERFORM SUB-7110-FIND-SLOT THRU SUB-7110-EXIT
               VARYING W-O-DX FROM 1 BY 1
                 UNTIL W-O-DX > W-ORDER-COUNT
                    OR W-INSERT-AT <= W-ORDER-COUNT

           PERFORM SUB-7120-SHIFT-UP THRU SUB-7120-EXIT
               VARYING W-SHIFT-DX FROM W-ORDER-COUNT BY -1
                 UNTIL W-SHIFT-DX < W-INSERT-AT

           ADD  1                   TO W-ORDER-COUNT
           SET  ORD-STORED-DX(W-INSERT-AT)
                                    TO W-S-DX
           .
       SUB-7100-EXIT.
           EXIT.
      /
       SUB-7110-FIND-SLOT.
      *-----------------------

           IF      STO-OFFSET(ORD-STORED-DX(W-O-DX)) >
                   STO-OFFSET(W-S-DX)
               SET  W-INSERT-AT     TO W-O-DX
           END-IF
           .
       SUB-7110-EXIT.
           EXIT.
      /
       SUB-7120-SHIFT-UP.
      *----------------------

           MOVE ORD-STORED-DX(W-SHIFT-DX)
                                    TO ORD-STORED-DX(W-SHIFT-DX + 1)
           .
       SUB-7120-EXIT.
           EXIT.
      /
       SUB-7200-EMIT-FIELD.
      *-----------------------

           SET  W-S-DX              TO ORD-STORED-DX(W-O-DX)

      **** OVERLAPPING STORAGE: THE SAME OFFSET AND NO LONGER THAN
      **** THE FIELD IT SITS ON IS A REDEFINES; ANY OTHER OVERLAP
      **** CANNOT BE EXPRESSED IN ONE RECORD AND IS LEFT AS A NOTE.

           IF      STO-OFFSET(W-S-DX) < W-NEXT-POS
           AND    (STO-OFFSET(W-S-DX) NOT = W-BASE-OFFSET
            OR     STO-LENGTH(W-S-DX) > W-BASE-LENGTH)
               ADD  1               TO W-GEN-WARNINGS
               DISPLAY 'LAYDRIFT ** ' STO-NAME(W-S-DX)
                   ' overlaps the field before it - left out'
               MOVE SPACES          TO SOURCE-OUT-RECORD
               STRING '      * '             DELIMITED BY SIZE
                      STO-NAME(W-S-DX)       DELIMITED BY SPACE
                      ' at offset '          DELIMITED BY SIZE
                      STO-OFFSET(W-S-DX)     DELIMITED BY SIZE
                      ' overlaps the field before it'
                                             DELIMITED BY SIZE
                   INTO SOURCE-OUT-RECORD
               END-STRING
               PERFORM SUB-7900-WRITE-SOURCE THRU SUB-7900-EXIT
               GO TO SUB-7200-EXIT
           END-IF

           PERFORM SUB-7400-BUILD-PICTURE THRU SUB-7400-EXIT

           IF      STO-OFFSET(W-S-DX) < W-NEXT-POS
               MOVE SPACES          TO SOURCE-OUT-RECORD
               STRING '           05  '      DELIMITED BY SIZE
                      STO-NAME(W-S-DX)       DELIMITED BY SPACE
                      ' REDEFINES '          DELIMITED BY SIZE
                      W-BASE-NAME            DELIMITED BY SPACE
                   INTO SOURCE-OUT-RECORD
               END-STRING
               PERFORM SUB-7900-WRITE-SOURCE THRU SUB-7900-EXIT
               MOVE SPACES          TO W-SOURCE-LINE
               MOVE W-PICTURE       TO SRC-PICTURE
               MOVE W-SOURCE-LINE   TO SOURCE-OUT-RECORD
               PERFORM SUB-7900-WRITE-SOURCE THRU SUB-7900-EXIT
               GO TO SUB-7200-EXIT
           END-IF

           IF      STO-OFFSET(W-S-DX) > W-NEXT-POS
               COMPUTE W-GAP-LEN = STO-OFFSET(W-S-DX) - W-NEXT-POS
               PERFORM SUB-7300-EMIT-FILLER THRU SUB-7300-EXIT
           END-IF

           MOVE SPACES              TO W-SOURCE-LINE
           MOVE '05'                TO SRC-LEVEL
           MOVE STO-NAME(W-S-DX)    TO SRC-NAME
           MOVE W-PICTURE           TO SRC-PICTURE
           MOVE W-SOURCE-LINE       TO SOURCE-OUT-RECORD
           PERFORM SUB-7900-WRITE-SOURCE THRU SUB-7900-EXIT

           MOVE STO-NAME(W-S-DX)    TO W-BASE-NAME
           MOVE STO-OFFSET(W-S-DX)  TO W-BASE-OFFSET
           MOVE STO-LENGTH(W-S-DX)  TO W-BASE-LENGTH
           COMPUTE W-NEXT-POS =
               STO-OFFSET(W-S-DX) + STO-LENGTH(W-S-DX)
           .
       SUB-7200-EXIT.
           EXIT.
      /
       SUB-7300-EMIT-FILLER.
      *------------------------

           MOVE W-GAP-LEN           TO W-NUM-EDIT
           PERFORM SUB-7800-TRIM-NUMBER THRU SUB-7800-EXIT

           MOVE SPACES              TO W-PICTURE
           STRING 'PIC X('                    DELIMITED BY SIZE
                  W-NUM-TEXT                  DELIMITED BY SPACE
                  ').'                        DELIMITED BY SIZE
               INTO W-PICTURE
           END-STRING

           MOVE SPACES              TO W-SOURCE-LINE
           MOVE '05'                TO SRC-LEVEL
           MOVE 'FILLER'            TO SRC-NAME
           MOVE W-PICTURE           TO SRC-PICTURE
           MOVE W-SOURCE-LINE       TO SOURCE-OUT-RECORD
           PERFORM SUB-7900-WRITE-SOURCE THRU SUB-7900-EXIT

           ADD  W-GAP-LEN           TO W-NEXT-POS
           .
       SUB-7300-EXIT.
           EXIT.
      /
       SUB-7400-BUILD-PICTURE.
      *---------------------------

      **** PACKED OF N BYTES HOLDS 2N-1 DIGITS; BINARY OF 2, 4 OR 8
      **** BYTES IS A HALFWORD, FULLWORD OR DOUBLEWORD.  ANY OTHER
      **** LENGTH HAS NO NUMERIC PICTURE AND GOES OUT AS PIC X WITH
      **** A WARNING.

           MOVE SPACES              TO W-PICTURE

           EVALUATE TRUE
               WHEN STO-TYPE(W-S-DX) = 'PACKED'
               AND  STO-LENGTH(W-S-DX) <= 9
                   COMPUTE W-DIGITS = STO-LENGTH(W-S-DX) * 2 - 1
                   MOVE W-DIGITS    TO W-NUM-EDIT
                   PERFORM SUB-7800-TRIM-NUMBER THRU SUB-7800-EXIT
                   STRING 'PIC S9('            DELIMITED BY SIZE
                          W-NUM-TEXT           DELIMITED BY SPACE
                          ') COMP-3.'          DELIMITED BY SIZE
                       INTO W-PICTURE
                   END-STRING

               WHEN STO-TYPE(W-S-DX) = 'BINARY'
               AND  STO-LENGTH(W-S-DX) = 2
                   MOVE 'PIC S9(4) COMP.'
                                    TO W-PICTURE

               WHEN STO-TYPE(W-S-DX) = 'BINARY'
               AND  STO-LENGTH(W-S-DX) = 4
                   MOVE 'PIC S9(9) COMP.'
                                    TO W-PICTURE

               WHEN STO-TYPE(W-S-DX) = 'BINARY'
               AND  STO-LENGTH(W-S-DX) = 8
                   MOVE 'PIC S9(18) COMP.'
                                    TO W-PICTURE

               WHEN OTHER
                   IF      STO-TYPE(W-S-DX) NOT = 'CHAR'
                       ADD  1       TO W-GEN-WARNINGS
                       DISPLAY 'LAYDRIFT ** ' STO-NAME(W-S-DX) ' is '
                           STO-TYPE(W-S-DX) ' of ' STO-LENGTH(W-S-DX)
                           ' bytes - written as PIC X'
                   END-IF
                   MOVE STO-LENGTH(W-S-DX)
                                    TO W-NUM-EDIT
                   PERFORM SUB-7800-TRIM-NUMBER THRU SUB-7800-EXIT
                   STRING 'PIC X('             DELIMITED BY SIZE
                          W-NUM-TEXT           DELIMITED BY SPACE
                          ').'                 DELIMITED BY SIZE
                       INTO W-PICTURE
                   END-STRING
           END-EVALUATE
           .
       SUB-7400-EXIT.
           EXIT.
      /
       SUB-7800-TRIM-NUMBER.
      *-------------------------

      **** LEFT-JUSTIFY THE EDITED NUMBER IN W-NUM-EDIT INTO
      **** W-NUM-TEXT.

           MOVE 0                   TO W-NUM-LEAD
           INSPECT W-NUM-EDIT TALLYING W-NUM-LEAD
               FOR LEADING SPACES

           MOVE SPACES              TO W-NUM-TEXT
           MOVE W-NUM-EDIT(W-NUM-LEAD + 1:)
                                    TO W-NUM-TEXT
           .
       SUB-7800-EXIT.
           EXIT.
      /
       SUB-7900-WRITE-SOURCE.
      *--------------------------

           WRITE SOURCE-OUT-RECORD
           ADD  1                   TO W-SOURCE-LINES
           MOVE SPACES              TO SOURCE-OUT-RECORD
           .
       SUB-7900-EXIT.
           EXIT.
      /
       SUB-8000-SHUT-DOWN.
      *-------------------

           IF      RETURN-CODE NOT = 0
               DISPLAY 'LAYDRIFT completed with errors'
               GO TO SUB-8000-EXIT
           END-IF

           IF      W-CHECK-COUNT > 0
               MOVE W-CHECKED-COUNT TO W-DISPLAY-COUNT
               DISPLAY 'LAYDRIFT layouts checked : ' W-DISPLAY-COUNT
               MOVE W-DRIFTED-COUNT TO W-DISPLAY-COUNT
               DISPLAY 'LAYDRIFT layouts drifted : ' W-DISPLAY-COUNT
               MOVE W-TOTAL-DIFFS   TO W-DISPLAY-COUNT
               DISPLAY 'LAYDRIFT differences     : ' W-DISPLAY-COUNT
               MOVE W-ERROR-COUNT   TO W-DISPLAY-COUNT
               DISPLAY 'LAYDRIFT not checked     : ' W-DISPLAY-COUNT
           END-IF

           IF      W-GEN-WARNINGS > 0
               MOVE W-GEN-WARNINGS  TO W-DISPLAY-COUNT
               DISPLAY 'LAYDRIFT source warnings : ' W-DISPLAY-COUNT
           END-IF

      **** A LAYOUT THAT COULD NOT BE CHECKED OUTRANKS DRIFT: THE
      **** RUN HAS NOT PROVED THE REGISTRY CURRENT.

           EVALUATE TRUE
               WHEN W-ERROR-COUNT > 0
                   MOVE 8           TO RETURN-CODE
               WHEN W-DRIFTED-COUNT > 0
               OR   W-GEN-WARNINGS > 0
                   MOVE 4           TO RETURN-CODE
           END-EVALUATE

           DISPLAY 'LAYDRIFT completed'
           .
       SUB-8000-EXIT.
           EXIT.
