      *=========================== CSVOUT ==============================*
      * Authors: Brian D Pead
      *
      * Description: Export any fixed-layout file as delimited text
      *              for the spreadsheet users.  The record layout
      *              comes from FIELD cards (DELTACHK's format) or a
      *              LAYOUT card naming an entry in the LAYOUTS
      *              central registry, and every declared field
      *              becomes a column in deck order under a header
      *              row of field names.  CHAR fields are quoted with
      *              embedded quotes doubled and trailing blanks
      *              dropped, the way CTLEXPRT writes its CSV; PACKED
      *              and BINARY fields are decoded the way RECVIEW
      *              decodes them and written bare as signed
      *              decimals, with the decimal point placed by an
      *              optional DECIMALS card.  A value that cannot be
      *              decoded -- bad packed digits or sign, or a
      *              record that ends inside the field -- is left
      *              empty and counted.
      *
      *              The export balances itself the BALRPT way: once
      *              written, the delimited file is read back and
      *              parsed, and the record count and every numeric
      *              column's total and hash total are reconciled
      *              against the totals taken from the fixed records.
      *              The input is taken in the code page it is in;
      *              an EBCDIC master bound for a workstation goes
      *              through XLATREC first.  RECORD-MODE picks text
      *              or binary record mode for the input as in
      *              RECVIEW.  RETURN-CODE 4 when values could not
      *              be decoded, 8 on any imbalance, 16 for a bad
      *              deck.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-10-07  1.0      First release
      * 2026-10-15  1.1      Refuse a layout carrying RECTYPE, WHEN or
      *                      OCCURS cards with RC 16 -- they were
      *                      being passed over when loaded from LAYOUTS
      *================================================================*

       PROCESS TRUNC(BIN)

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 CSVOUT.

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

           SELECT INPUT-FILE
               ASSIGN TO DYNAMIC   W-INPUT-DSNAME
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-INPUT-FILE-STATUS.

           SELECT INPUT-BIN-FILE
               ASSIGN TO DYNAMIC   W-INPUT-DSNAME
               ORGANIZATION        SEQUENTIAL
               FILE STATUS IS      W-INPUT-FILE-STATUS.

           SELECT CSV-FILE
               ASSIGN TO DYNAMIC   W-CSV-DSNAME
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-CSV-FILE-STATUS.

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

       FD  INPUT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
               DEPENDING ON        W-INPUT-REC-LEN.

       01  INPUT-RECORD                PIC X(32760).

       FD  INPUT-BIN-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
               DEPENDING ON        W-INPUT-REC-LEN.

       01  INPUT-BIN-RECORD            PIC X(32760).

       FD  CSV-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
               DEPENDING ON        W-CSV-REC-LEN.

       01  CSV-RECORD                  PIC X(32760).

       FD  LAYOUT-FILE.

       01  LAYOUT-RECORD.
           05  LAY-REC-NAME            PIC X(16).
           05  LAY-REC-SEP             PIC X(01).
           05  LAY-REC-CARD            PIC X(80).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-SYSIN-FILE-STATUS      PIC X(02).
       01  W-INPUT-FILE-STATUS      PIC X(02).
       01  W-CSV-FILE-STATUS        PIC X(02).
       01  W-LAYREG-FILE-STATUS     PIC X(02).

       01  W-INPUT-DSNAME           PIC X(44).
       01  W-CSV-DSNAME             PIC X(44).
       01  W-INPUT-REC-LEN          PIC 9(05)  COMP.
       01  W-CSV-REC-LEN            PIC 9(05)  COMP.

       01  W-INPUT-AREA             PIC X(32760).

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-BINARY-MODE                        VALUE 'Y'.
           88  W-TEXT-MODE                          VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-SYSIN-EOF                          VALUE 'Y'.
           88  W-SYSIN-NOT-EOF                      VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-INPUT-EOF                          VALUE 'Y'.
           88  W-INPUT-NOT-EOF                      VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-CSV-EOF                            VALUE 'Y'.
           88  W-CSV-NOT-EOF                        VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-LAYREG-EOF                         VALUE 'Y'.
           88  W-LAYREG-NOT-EOF                     VALUE 'N'.

       01  W-CARD-KEYWORD           PIC X(11).
       01  W-CARD-OFFSET            PIC X(05).
       01  W-CARD-LENGTH            PIC X(05).
       01  W-CARD-PLACES            PIC X(02).

       01  W-DELIMITER              PIC X(01)       VALUE ','.
       01  W-QUOTE                  PIC X(01)       VALUE '"'.

       01  W-HEADER                 PIC X(03)       VALUE 'YES'.
           88  W-HEADER-YES                         VALUE 'YES'.
           88  W-HEADER-NO                          VALUE 'NO'.

      **** A LAYOUT CARD PULLS THE FIELD DECK FROM THE LAYOUTS
      **** CENTRAL REGISTRY, THE SAME WAY VALIDCHK TAKES IT.  THE
      **** REGISTRY DECK MAY CARRY VALIDCHK'S OTHER CARDS, WHICH
      **** HAVE NO BEARING ON AN EXPORT AND ARE PASSED OVER.

       01  W-LAYOUT-NAME            PIC X(16)       VALUE SPACES.
       01  W-LAYOUT-CARD-COUNT      PIC 9(05)  COMP VALUE 0.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-LAYOUT-REQUESTED                   VALUE 'Y'.
           88  W-LAYOUT-NOT-REQUESTED               VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-LAYOUT-LOADING                     VALUE 'Y'.
           88  W-LAYOUT-NOT-LOADING                 VALUE 'N'.

      **** THE FIELD TABLE, IN DELTACHK'S FIELD CARD COLUMNS, WITH
      **** EACH NUMERIC FIELD'S DECIMAL PLACES AND ITS BALANCING
      **** TOTALS.  THE HASH TOTAL WRAPS AT 18 DIGITS BY DESIGN, AS
      **** BALRPT'S DOES.

       01  W-FIELD-MAX              PIC 9(04)  COMP VALUE 200.
       01  W-FIELD-COUNT            PIC 9(04)  COMP VALUE 0.
       01  W-FIELD-TABLE.
           05  W-FIELD-ENTRY       OCCURS 200      INDEXED W-F-DX.
               10  FLD-NAME        PIC X(12).
               10  FLD-OFFSET      PIC 9(05).
               10  FLD-LENGTH      PIC 9(05).
               10  FLD-TYPE        PIC X(06).
                   88  FLD-TYPE-CHAR                VALUE 'CHAR'.
                   88  FLD-TYPE-PACKED              VALUE 'PACKED'.
                   88  FLD-TYPE-BINARY              VALUE 'BINARY'.
                   88  FLD-TYPE-NUMERIC             VALUES 'PACKED'
                                                          'BINARY'.
               10  FLD-PLACES      PIC 9(02).
               10  FLD-IN-TOTAL    PIC S9(18) COMP.
               10  FLD-OUT-TOTAL   PIC S9(18) COMP.
               10  FLD-IN-HASH     PIC 9(18)  COMP.
               10  FLD-OUT-HASH    PIC 9(18)  COMP.
               10  FLD-BAD-COUNT   PIC 9(09)  COMP.

      **** DECIMALS CARDS ARE HELD BY FIELD NAME UNTIL THE WHOLE DECK
      **** (AND ANY REGISTRY LAYOUT) IS IN, THEN APPLIED.

       01  W-DEC-MAX                PIC 9(04)  COMP VALUE 50.
       01  W-DEC-COUNT              PIC 9(04)  COMP VALUE 0.
       01  W-DEC-TABLE.
           05  W-DEC-ENTRY         OCCURS 50       INDEXED W-D-DX.
               10  DEC-NAME        PIC X(12).
               10  DEC-PLACES      PIC 9(02).

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-ENTRY-FOUND                        VALUE 'Y'.
           88  W-ENTRY-NOT-FOUND                    VALUE 'N'.

       01  W-LINE-MAX               PIC 9(09)  COMP.

       01  W-RECORD-COUNT           PIC 9(09)  COMP VALUE 0.
       01  W-ROW-COUNT              PIC 9(09)  COMP VALUE 0.
       01  W-BAD-ROW-COUNT          PIC 9(09)  COMP VALUE 0.
       01  W-BAD-VALUE-COUNT        PIC 9(09)  COMP VALUE 0.
       01  W-IMBALANCE-COUNT        PIC 9(04)  COMP VALUE 0.

       01  W-FLD-POS                PIC 9(09)  COMP.
       01  W-FLD-LEN                PIC 9(09)  COMP.
       01  W-SCAN-DX                PIC 9(09)  COMP.
       01  W-FLD-CHAR               PIC X(01).

       01  FILLER                   PIC X(01)       VALUE 'Y'.
           88  W-FIRST-FIELD                        VALUE 'Y'.
           88  W-NOT-FIRST-FIELD                    VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-VALUE-GOOD                         VALUE 'Y'.
           88  W-VALUE-BAD                          VALUE 'N'.

       01  W-OUT-LINE               PIC X(32760).
       01  W-OUT-LEN                PIC 9(09)  COMP.

       01  W-PACKED-WORK            PIC X(09).
       01  W-PACKED-NUM REDEFINES W-PACKED-WORK
                                    PIC S9(17) COMP-3.
       01  W-BINARY-WORK            PIC X(08)       VALUE LOW-VALUES.
       01  W-BINARY-NUM REDEFINES W-BINARY-WORK
                                    PIC S9(18) COMP.

      **** A NUMBER AS TEXT: SIGN, INTEGER DIGITS WITHOUT LEADING
      **** ZEROS, THEN THE DECIMAL PLACES.

       01  W-NUM-VALUE              PIC S9(18) COMP.
       01  W-NUM-PLACES             PIC 9(02).
       01  W-NUM-ABS                PIC 9(18).
       01  W-NUM-LEADING            PIC 9(04)  COMP.
       01  W-NUM-INT-LEN            PIC 9(04)  COMP.
       01  W-NUM-TEXT               PIC X(40).
       01  W-NUM-TEXT-LEN           PIC 9(04)  COMP.
       01  W-HASH-WORK              PIC 9(18)  COMP.
       01  W-DIFFERENCE             PIC S9(18) COMP.
       01  W-IN-TEXT                PIC X(40).
       01  W-IN-TEXT-LEN            PIC 9(04)  COMP.

      **** THE NUMBER READER USED ON THE WAY BACK IN: OPTIONAL
      **** BLANKS, AN OPTIONAL SIGN, DIGITS, AN OPTIONAL DECIMAL
      **** POINT AND NO MORE DECIMAL PLACES THAN THE FIELD CARRIES.

       01  W-NUM-STATE              PIC X(01).
           88  W-NUM-LEADING-BLANKS                 VALUE 'L'.
           88  W-NUM-INTEGER                        VALUE 'I'.
           88  W-NUM-FRACTION                       VALUE 'F'.
           88  W-NUM-TRAILING-BLANKS                VALUE 'T'.
       01  W-NUM-SIGN               PIC X(01).
           88  W-NUM-NEGATIVE                       VALUE '-'.
       01  W-NUM-INT-DIGITS         PIC 9(04)  COMP.
       01  W-NUM-FRAC-DIGITS        PIC 9(04)  COMP.
       01  W-NUM-ANY-DIGIT          PIC X(01).
       01  W-NUM-CHAR               PIC X(01).
       01  W-NUM-DIGIT REDEFINES W-NUM-CHAR
                                    PIC 9(01).
       01  W-NUM-REASON             PIC X(30).

      **** ONE PARSED DELIMITED LINE: THE COLUMN VALUES, UNQUOTED,
      **** LAID END TO END IN W-COL-DATA.

       01  W-COL-MAX                PIC 9(04)  COMP VALUE 200.
       01  W-COL-COUNT              PIC 9(04)  COMP VALUE 0.
       01  W-COL-TABLE.
           05  W-COL-ENTRY         OCCURS 200      INDEXED W-C-DX.
               10  COL-POS         PIC 9(05)  COMP.
               10  COL-LEN         PIC 9(05)  COMP.

       01  W-COL-DATA               PIC X(32760).
       01  W-COL-DATA-LEN           PIC 9(09)  COMP.
       01  W-LINE-POS               PIC 9(09)  COMP.
       01  W-LINE-LEN               PIC 9(09)  COMP.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-LINE-DONE                          VALUE 'Y'.
           88  W-LINE-NOT-DONE                      VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-COLUMN-DONE                        VALUE 'Y'.
           88  W-COLUMN-NOT-DONE                    VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'Y'.
           88  W-ROW-GOOD                           VALUE 'Y'.
           88  W-ROW-BAD                            VALUE 'N'.

       01  W-ROW-REASON             PIC X(30).

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
               PERFORM SUB-2000-EXPORT-FILE THRU SUB-2000-EXIT
           END-IF

           IF      RETURN-CODE = 0
               PERFORM SUB-3000-READ-BACK THRU SUB-3000-EXIT
           END-IF

           IF      RETURN-CODE = 0
               PERFORM SUB-4000-BALANCE-REPORT THRU SUB-4000-EXIT
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

           DISPLAY 'CSVOUT   compiled on '
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

           IF      W-FIELD-COUNT = 0
               DISPLAY 'CSVOUT   SYSIN has no FIELD or LAYOUT cards '
                   '- nothing to export'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1190-APPLY-DECIMALS THRU SUB-1190-EXIT
               VARYING W-D-DX FROM 1 BY 1
                 UNTIL W-D-DX > W-DEC-COUNT OR RETURN-CODE NOT = 0

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

      **** THE WIDEST LINE THE DECK CAN PRODUCE -- EVERY CHARACTER
      **** DOUBLED, QUOTES AND DELIMITERS ROUND EVERY FIELD -- MUST
      **** FIT A RECORD.

           MOVE 0                   TO W-LINE-MAX

           PERFORM SUB-1200-SIZE-LINE THRU SUB-1200-EXIT
               VARYING W-F-DX FROM 1 BY 1
                 UNTIL W-F-DX > W-FIELD-COUNT

           IF      W-LINE-MAX > 32760
               DISPLAY 'CSVOUT   the declared fields could make a '
                   'line longer than 32760 - export fewer fields'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           IF      W-BINARY-MODE
               OPEN INPUT INPUT-BIN-FILE
           ELSE
               OPEN INPUT INPUT-FILE
           END-IF

           IF      W-INPUT-FILE-STATUS NOT = '00'
               DISPLAY 'CSVOUT   unable to open ' W-INPUT-DSNAME
                   ' - status ' W-INPUT-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN OUTPUT CSV-FILE

           IF      W-CSV-FILE-STATUS NOT = '00'
               DISPLAY 'CSVOUT   unable to open ' W-CSV-DSNAME
                   ' - status ' W-CSV-FILE-STATUS
               IF      W-BINARY-MODE
                   CLOSE INPUT-BIN-FILE
               ELSE
                   CLOSE INPUT-FILE
               END-IF
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-READ-SYSIN.
      *----------------------

      **** THE FIRST TWO CARDS NAME THE INPUT AND THE DELIMITED
      **** OUTPUT.  THEN, KEYWORD IN COLUMNS 1-11:
      ****   FIELD      NAME 12-23, 0-BASED OFFSET 25-29, LENGTH
      ****              31-35, TYPE 37-42 (CHAR, PACKED OR BINARY)
      ****   LAYOUT     LAYOUTS REGISTRY ENTRY NAME IN 12-27
      ****   DECIMALS   FIELD NAME 12-23, DECIMAL PLACES 25-26 FOR A
      ****              PACKED OR BINARY FIELD (DEFAULT 00)
      ****   DELIMITER  THE COLUMN SEPARATOR IN 12 (DEFAULT COMMA)
      ****   HEADER     YES (THE DEFAULT) OR NO IN 12-14
      ****   RECORD-MODE
      ****              BINARY OR TEXT (THE DEFAULT) IN 13-18: HOW
      ****              THE FIXED-LAYOUT INPUT IS READ, AS IN RECVIEW

           OPEN INPUT SYSIN-FILE

           READ SYSIN-FILE
               AT END
                   DISPLAY 'CSVOUT   SYSIN is missing the input '
                       'dataset'
                   MOVE 16          TO RETURN-CODE
           END-READ

           IF      RETURN-CODE NOT = 0
               CLOSE SYSIN-FILE
               GO TO SUB-1100-EXIT
           END-IF

           MOVE SYSIN-RECORD(1:44)  TO W-INPUT-DSNAME

           READ SYSIN-FILE
               AT END
                   DISPLAY 'CSVOUT   SYSIN is missing the output '
                       'dataset'
                   MOVE 16          TO RETURN-CODE
           END-READ

           IF      RETURN-CODE NOT = 0
               CLOSE SYSIN-FILE
               GO TO SUB-1100-EXIT
           END-IF

           MOVE SYSIN-RECORD(1:44)  TO W-CSV-DSNAME

           PERFORM SUB-1150-READ-CARD THRU SUB-1150-EXIT
               UNTIL W-SYSIN-EOF OR RETURN-CODE NOT = 0

           IF      RETURN-CODE = 0
           AND     W-LAYOUT-REQUESTED
               PERFORM SUB-1180-LOAD-LAYOUT THRU SUB-1180-EXIT
           END-IF

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

           PERFORM SUB-1155-TAKE-CARD THRU SUB-1155-EXIT
           .
       SUB-1150-EXIT.
           EXIT.
      /
       SUB-1155-TAKE-CARD.
      *----------------------

           MOVE SYSIN-RECORD(1:11)  TO W-CARD-KEYWORD

      **** RECTYPE, WHEN AND OCCURS CARDS DESCRIBE A FILE OF SEVERAL
      **** RECORD TYPES.  CSVOUT WRITES ONE FIXED SET OF COLUMNS FOR
      **** EVERY RECORD, SO A LAYOUT CARRYING THEM IS REFUSED RATHER
      **** THAN HAVING FIELDS APPLIED TO RECORDS THEY DO NOT
      **** DESCRIBE.

           IF      W-CARD-KEYWORD = 'RECTYPE'
           OR      W-CARD-KEYWORD = 'WHEN'
           OR      W-CARD-KEYWORD = 'OCCURS'
               IF      W-LAYOUT-LOADING
                   DISPLAY 'CSVOUT   layout ' W-LAYOUT-NAME
                       ' refused - multi-record-type layouts are '
                       'not supported, card: ' W-CARD-KEYWORD
               ELSE
                   DISPLAY 'CSVOUT   multi-record-type layouts '
                       'are not supported, card: ' W-CARD-KEYWORD
               END-IF
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1155-EXIT
           END-IF

           EVALUATE W-CARD-KEYWORD
               WHEN 'FIELD'
                   PERFORM SUB-1160-TAKE-FIELD THRU SUB-1160-EXIT

               WHEN 'DECIMALS'
                   PERFORM SUB-1170-TAKE-DECIMALS THRU SUB-1170-EXIT

               WHEN 'DELIMITER'
                   MOVE SYSIN-RECORD(12:1)
                                    TO W-DELIMITER
                   IF      W-DELIMITER = SPACE
                   OR      W-DELIMITER = W-QUOTE
                       DISPLAY 'CSVOUT   DELIMITER may not be a '
                           'blank or a quote'
                       MOVE 16      TO RETURN-CODE
                   END-IF

               WHEN 'RECORD-MODE'
                   IF      SYSIN-RECORD(13:6) = 'BINARY'
                       SET  W-BINARY-MODE
                                    TO TRUE
                   ELSE
                       IF      SYSIN-RECORD(13:4) NOT = 'TEXT'
                           DISPLAY 'CSVOUT   RECORD-MODE must be '
                               'BINARY or TEXT: ' SYSIN-RECORD(13:6)
                           MOVE 16  TO RETURN-CODE
                       END-IF
                   END-IF

               WHEN 'HEADER'
                   MOVE SYSIN-RECORD(12:3)
                                    TO W-HEADER
                   IF      NOT W-HEADER-YES
                   AND     NOT W-HEADER-NO
                       DISPLAY 'CSVOUT   HEADER must be YES or NO: '
                           W-HEADER
                       MOVE 16      TO RETURN-CODE
                   END-IF

               WHEN 'LAYOUT'
                   IF      W-LAYOUT-LOADING
                       DISPLAY 'CSVOUT   a registry layout may not '
                           'name another LAYOUT'
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       IF      W-LAYOUT-REQUESTED
                           DISPLAY 'CSVOUT   only one LAYOUT card '
                               'is allowed'
                           MOVE 16  TO RETURN-CODE
                       ELSE
                           SET  W-LAYOUT-REQUESTED
                                    TO TRUE
                           MOVE SYSIN-RECORD(12:16)
                                    TO W-LAYOUT-NAME
                       END-IF
                   END-IF

               WHEN SPACES
                   CONTINUE

               WHEN OTHER
                   IF      W-LAYOUT-NOT-LOADING
                       DISPLAY 'CSVOUT   unknown SYSIN card: '
                           W-CARD-KEYWORD
                       MOVE 16      TO RETURN-CODE
                   END-IF
           END-EVALUATE
           .
       SUB-1155-EXIT.
           EXIT.
      /
       SUB-1160-TAKE-FIELD.
      *-----------------------

           IF      W-FIELD-COUNT >= W-FIELD-MAX
               DISPLAY 'CSVOUT   too many FIELD cards - limit '
                   W-FIELD-MAX
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1160-EXIT
           END-IF

           MOVE SYSIN-RECORD(25:5)  TO W-CARD-OFFSET
           MOVE SYSIN-RECORD(31:5)  TO W-CARD-LENGTH

           IF      W-CARD-OFFSET NOT NUMERIC
           OR      W-CARD-LENGTH NOT NUMERIC
               DISPLAY 'CSVOUT   FIELD card offset/length not '
                   'numeric: ' SYSIN-RECORD(1:42)
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1160-EXIT
           END-IF

           ADD  1                   TO W-FIELD-COUNT
           SET  W-F-DX              TO W-FIELD-COUNT

           MOVE SYSIN-RECORD(12:12) TO FLD-NAME(W-F-DX)
           MOVE W-CARD-OFFSET       TO FLD-OFFSET(W-F-DX)
           MOVE W-CARD-LENGTH       TO FLD-LENGTH(W-F-DX)
           MOVE SYSIN-RECORD(37:6)  TO FLD-TYPE(W-F-DX)
           MOVE 0                   TO FLD-PLACES(W-F-DX)
                                       FLD-IN-TOTAL(W-F-DX)
                                       FLD-OUT-TOTAL(W-F-DX)
                                       FLD-IN-HASH(W-F-DX)
                                       FLD-OUT-HASH(W-F-DX)
                                       FLD-BAD-COUNT(W-F-DX)

           IF      NOT FLD-TYPE-CHAR(W-F-DX)
           AND     NOT FLD-TYPE-NUMERIC(W-F-DX)
               DISPLAY 'CSVOUT   FIELD card type must be CHAR, '
                   'PACKED or BINARY: ' SYSIN-RECORD(37:6)
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1160-EXIT
           END-IF

           IF      FLD-LENGTH(W-F-DX) = 0
           OR      FLD-OFFSET(W-F-DX) + FLD-LENGTH(W-F-DX) > 32760
           OR     (FLD-TYPE-PACKED(W-F-DX)
           AND     FLD-LENGTH(W-F-DX) > 9)
           OR     (FLD-TYPE-BINARY(W-F-DX)
           AND     FLD-LENGTH(W-F-DX) > 8)
               DISPLAY 'CSVOUT   FIELD card length invalid for '
                   FLD-TYPE(W-F-DX) ': ' SYSIN-RECORD(1:42)
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1160-EXIT.
           EXIT.
      /
       SUB-1170-TAKE-DECIMALS.
      *---------------------------

           IF      W-DEC-COUNT >= W-DEC-MAX
               DISPLAY 'CSVOUT   too many DECIMALS cards - limit '
                   W-DEC-MAX
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1170-EXIT
           END-IF

           MOVE SYSIN-RECORD(25:2)  TO W-CARD-PLACES

           IF      W-CARD-PLACES NOT NUMERIC
           OR      W-CARD-PLACES > '17'
               DISPLAY 'CSVOUT   DECIMALS places must be 00-17: '
                   SYSIN-RECORD(1:26)
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1170-EXIT
           END-IF

           ADD  1                   TO W-DEC-COUNT
           SET  W-D-DX              TO W-DEC-COUNT
           MOVE SYSIN-RECORD(12:12) TO DEC-NAME(W-D-DX)
           MOVE W-CARD-PLACES       TO DEC-PLACES(W-D-DX)
           .
       SUB-1170-EXIT.
           EXIT.
      /
       SUB-1180-LOAD-LAYOUT.
      *------------------------

      **** PULL THE NAMED LAYOUT'S STORED CARD IMAGES FROM THE
      **** LAYOUTS REGISTRY AND RUN EACH THROUGH THE SAME CARD
      **** PROCESSING AS AN INLINE CARD.

           OPEN INPUT LAYOUT-FILE

           IF      W-LAYREG-FILE-STATUS NOT = '00'
               DISPLAY 'CSVOUT   unable to open LAYOUTS - status '
                   W-LAYREG-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1180-EXIT
           END-IF

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
               DISPLAY 'CSVOUT   layout not found in LAYOUTS: '
                   W-LAYOUT-NAME
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1180-EXIT
           END-IF

           DISPLAY 'CSVOUT   layout in effect: ' W-LAYOUT-NAME
               ' (' W-LAYOUT-CARD-COUNT ' cards)'
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

           IF      LAY-REC-NAME NOT = W-LAYOUT-NAME
               GO TO SUB-1185-EXIT
           END-IF

           ADD  1                   TO W-LAYOUT-CARD-COUNT
           MOVE LAY-REC-CARD        TO SYSIN-RECORD

           PERFORM SUB-1155-TAKE-CARD THRU SUB-1155-EXIT
           .
       SUB-1185-EXIT.
           EXIT.
      /
       SUB-1190-APPLY-DECIMALS.
      *----------------------------

           SET  W-ENTRY-NOT-FOUND   TO TRUE

           PERFORM SUB-1195-MATCH-FIELD THRU SUB-1195-EXIT
               VARYING W-F-DX FROM 1 BY 1
                 UNTIL W-F-DX > W-FIELD-COUNT OR W-ENTRY-FOUND

           IF      W-ENTRY-NOT-FOUND
               DISPLAY 'CSVOUT   DECIMALS names no PACKED or BINARY '
                   'field: ' DEC-NAME(W-D-DX)
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1190-EXIT.
           EXIT.
      /
       SUB-1195-MATCH-FIELD.
      *------------------------

           IF      FLD-NAME(W-F-DX) = DEC-NAME(W-D-DX)
           AND     FLD-TYPE-NUMERIC(W-F-DX)
               MOVE DEC-PLACES(W-D-DX)
                                    TO FLD-PLACES(W-F-DX)
               SET  W-ENTRY-FOUND   TO TRUE
           END-IF
           .
       SUB-1195-EXIT.
           EXIT.
      /
       SUB-1200-SIZE-LINE.
      *----------------------

           IF      FLD-TYPE-CHAR(W-F-DX)
               COMPUTE W-LINE-MAX = W-LINE-MAX
                                  + FLD-LENGTH(W-F-DX) * 2 + 3
           ELSE
               ADD  21              TO W-LINE-MAX
           END-IF
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-2000-EXPORT-FILE.
      *------------------------

           IF      W-HEADER-YES
               MOVE 0               TO W-OUT-LEN
               SET  W-FIRST-FIELD   TO TRUE
               PERFORM SUB-2050-PUT-NAME THRU SUB-2050-EXIT
                   VARYING W-F-DX FROM 1 BY 1
                     UNTIL W-F-DX > W-FIELD-COUNT
               PERFORM SUB-2700-WRITE-LINE THRU SUB-2700-EXIT
           END-IF

           PERFORM SUB-2100-READ-INPUT THRU SUB-2100-EXIT

           PERFORM SUB-2200-EXPORT-RECORD THRU SUB-2200-EXIT
               UNTIL W-INPUT-EOF OR RETURN-CODE NOT = 0

           IF      W-BINARY-MODE
               CLOSE INPUT-BIN-FILE
           ELSE
               CLOSE INPUT-FILE
           END-IF

           CLOSE CSV-FILE
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2050-PUT-NAME.
      *---------------------

           PERFORM SUB-2300-START-FIELD THRU SUB-2300-EXIT

           MOVE 0                   TO W-FLD-LEN

           PERFORM SUB-2060-SIZE-NAME THRU SUB-2060-EXIT
               VARYING W-SCAN-DX FROM 1 BY 1
                 UNTIL W-SCAN-DX > 12

           MOVE FLD-NAME(W-F-DX)(1:W-FLD-LEN)
                              TO W-OUT-LINE(W-OUT-LEN + 1:W-FLD-LEN)
           ADD  W-FLD-LEN           TO W-OUT-LEN
           .
       SUB-2050-EXIT.
           EXIT.
      /
       SUB-2060-SIZE-NAME.
      *----------------------

           IF      FLD-NAME(W-F-DX)(W-SCAN-DX:1) NOT = SPACE
               MOVE W-SCAN-DX       TO W-FLD-LEN
           END-IF
           .
       SUB-2060-EXIT.
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
                                    TO W-INPUT-AREA
                                       (1:W-INPUT-REC-LEN)
           ELSE
               READ INPUT-FILE
                   AT END
                       SET  W-INPUT-EOF
                                    TO TRUE
                       GO TO SUB-2100-EXIT
               END-READ
               MOVE INPUT-RECORD(1:W-INPUT-REC-LEN)
                                    TO W-INPUT-AREA
                                       (1:W-INPUT-REC-LEN)
           END-IF
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-EXPORT-RECORD.
      *---------------------------

           ADD  1                   TO W-RECORD-COUNT
           MOVE 0                   TO W-OUT-LEN
           SET  W-FIRST-FIELD       TO TRUE

           PERFORM SUB-2250-PUT-FIELD THRU SUB-2250-EXIT
               VARYING W-F-DX FROM 1 BY 1
                 UNTIL W-F-DX > W-FIELD-COUNT

           PERFORM SUB-2700-WRITE-LINE THRU SUB-2700-EXIT

           PERFORM SUB-2100-READ-INPUT THRU SUB-2100-EXIT
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2250-PUT-FIELD.
      *----------------------

      **** A FIELD PAST A SHORT RECORD'S END IS NOT ON THAT RECORD:
      **** THE COLUMN IS LEFT EMPTY, AND FOR A NUMERIC FIELD THE
      **** VALUE IS COUNTED AS UNREADABLE AND ADDS NOTHING, AS IN
      **** BALRPT.

           PERFORM SUB-2300-START-FIELD THRU SUB-2300-EXIT

           COMPUTE W-FLD-POS = FLD-OFFSET(W-F-DX) + 1
           MOVE FLD-LENGTH(W-F-DX)  TO W-FLD-LEN

           IF      W-FLD-POS + W-FLD-LEN - 1 > W-INPUT-REC-LEN
               IF      FLD-TYPE-NUMERIC(W-F-DX)
                   ADD  1           TO FLD-BAD-COUNT(W-F-DX)
                   ADD  1           TO W-BAD-VALUE-COUNT
               END-IF
               GO TO SUB-2250-EXIT
           END-IF

           EVALUATE TRUE
               WHEN FLD-TYPE-CHAR(W-F-DX)
                   PERFORM SUB-2400-PUT-TEXT THRU SUB-2400-EXIT

               WHEN FLD-TYPE-PACKED(W-F-DX)
                   PERFORM SUB-2500-DECODE-PACKED THRU SUB-2500-EXIT

               WHEN FLD-TYPE-BINARY(W-F-DX)
                   PERFORM SUB-2550-DECODE-BINARY THRU SUB-2550-EXIT
           END-EVALUATE

           IF      FLD-TYPE-CHAR(W-F-DX)
               GO TO SUB-2250-EXIT
           END-IF

           IF      W-VALUE-BAD
               ADD  1               TO FLD-BAD-COUNT(W-F-DX)
               ADD  1               TO W-BAD-VALUE-COUNT
               IF      FLD-BAD-COUNT(W-F-DX) = 1
                   DISPLAY 'CSVOUT   ' FLD-NAME(W-F-DX) ' record '
                       W-RECORD-COUNT ' cannot be decoded - column '
                       'left empty'
               END-IF
               GO TO SUB-2250-EXIT
           END-IF

           IF      W-NUM-VALUE < 0
               COMPUTE W-HASH-WORK = 0 - W-NUM-VALUE
           ELSE
               MOVE W-NUM-VALUE     TO W-HASH-WORK
           END-IF

           ADD  W-NUM-VALUE         TO FLD-IN-TOTAL(W-F-DX)
           ADD  W-HASH-WORK         TO FLD-IN-HASH(W-F-DX)

           MOVE FLD-PLACES(W-F-DX)  TO W-NUM-PLACES
           PERFORM SUB-2600-FORMAT-NUMBER THRU SUB-2600-EXIT

           MOVE W-NUM-TEXT(1:W-NUM-TEXT-LEN)
                   TO W-OUT-LINE(W-OUT-LEN + 1:W-NUM-TEXT-LEN)
           ADD  W-NUM-TEXT-LEN      TO W-OUT-LEN
           .
       SUB-2250-EXIT.
           EXIT.
      /
       SUB-2300-START-FIELD.
      *------------------------

           IF      W-NOT-FIRST-FIELD
               MOVE W-DELIMITER     TO W-FLD-CHAR
               PERFORM SUB-2690-PUT-CHAR THRU SUB-2690-EXIT
           END-IF

           SET  W-NOT-FIRST-FIELD   TO TRUE
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2400-PUT-TEXT.
      *---------------------

      **** A TEXT FIELD, QUOTED WITH EMBEDDED QUOTES DOUBLED AND
      **** TRAILING BLANKS DROPPED; AN ALL-BLANK FIELD IS EMPTY.  A
      **** CONTROL CHARACTER WOULD BREAK THE LINE AND GOES OUT AS A
      **** BLANK, AS IN CTLEXPRT.

           MOVE 0                   TO W-FLD-LEN

           PERFORM SUB-2410-SIZE-TEXT THRU SUB-2410-EXIT
               VARYING W-SCAN-DX FROM 1 BY 1
                 UNTIL W-SCAN-DX > FLD-LENGTH(W-F-DX)

           IF      W-FLD-LEN = 0
               GO TO SUB-2400-EXIT
           END-IF

           MOVE W-QUOTE             TO W-FLD-CHAR
           PERFORM SUB-2690-PUT-CHAR THRU SUB-2690-EXIT

           PERFORM SUB-2420-PUT-TEXT-CHAR THRU SUB-2420-EXIT
               VARYING W-SCAN-DX FROM 1 BY 1
                 UNTIL W-SCAN-DX > W-FLD-LEN

           MOVE W-QUOTE             TO W-FLD-CHAR
           PERFORM SUB-2690-PUT-CHAR THRU SUB-2690-EXIT
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2410-SIZE-TEXT.
      *----------------------

           IF      W-INPUT-AREA(W-FLD-POS + W-SCAN-DX - 1:1)
                     NOT = SPACE
               MOVE W-SCAN-DX       TO W-FLD-LEN
           END-IF
           .
       SUB-2410-EXIT.
           EXIT.
      /
       SUB-2420-PUT-TEXT-CHAR.
      *--------------------------

           MOVE W-INPUT-AREA(W-FLD-POS + W-SCAN-DX - 1:1)
                                    TO W-FLD-CHAR

           IF      W-FLD-CHAR < SPACE
               MOVE SPACE           TO W-FLD-CHAR
           END-IF

           IF      W-FLD-CHAR = W-QUOTE
               PERFORM SUB-2690-PUT-CHAR THRU SUB-2690-EXIT
           END-IF

           PERFORM SUB-2690-PUT-CHAR THRU SUB-2690-EXIT
           .
       SUB-2420-EXIT.
           EXIT.
      /
       SUB-2500-DECODE-PACKED.
      *---------------------------

      **** LOAD THE FIELD RIGHT-ALIGNED INTO A 9-BYTE PACKED WORK
      **** FIELD WITH ZERO FILL AND LET THE CLASS TEST JUDGE THE
      **** DIGITS AND SIGN, AS RECVIEW DOES.

           SET  W-VALUE-BAD         TO TRUE

           MOVE ALL X'00'           TO W-PACKED-WORK
           MOVE W-INPUT-AREA(W-FLD-POS:W-FLD-LEN)
               TO W-PACKED-WORK(10 - W-FLD-LEN:W-FLD-LEN)

           IF      W-PACKED-NUM NOT NUMERIC
               GO TO SUB-2500-EXIT
           END-IF

           MOVE W-PACKED-NUM        TO W-NUM-VALUE
           SET  W-VALUE-GOOD        TO TRUE
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2550-DECODE-BINARY.
      *---------------------------

      **** A BINARY FIELD IS A SIGNED BIG-ENDIAN INTEGER: IT IS
      **** LOADED RIGHT-ALIGNED INTO AN 8-BYTE BINARY WORK FIELD
      **** WHOSE UNUSED HIGH-ORDER BYTES ARE FILLED WITH THE SIGN.

           IF      W-INPUT-AREA(W-FLD-POS:1) < X'80'
               MOVE ALL X'00'       TO W-BINARY-WORK
           ELSE
               MOVE ALL X'FF'       TO W-BINARY-WORK
           END-IF

           MOVE W-INPUT-AREA(W-FLD-POS:W-FLD-LEN)
               TO W-BINARY-WORK(9 - W-FLD-LEN:W-FLD-LEN)

           MOVE W-BINARY-NUM        TO W-NUM-VALUE
           SET  W-VALUE-GOOD        TO TRUE
           .
       SUB-2550-EXIT.
           EXIT.
      /
       SUB-2600-FORMAT-NUMBER.
      *---------------------------

      **** W-NUM-VALUE, AN INTEGER COUNT OF THE SMALLEST UNIT, AS
      **** TEXT WITH W-NUM-PLACES DECIMAL PLACES: A MINUS SIGN WHEN
      **** NEGATIVE, NO LEADING ZEROS BUT ONE BEFORE THE POINT.

           MOVE SPACES              TO W-NUM-TEXT
           MOVE 0                   TO W-NUM-TEXT-LEN

           IF      W-NUM-VALUE < 0
               COMPUTE W-NUM-ABS = 0 - W-NUM-VALUE
               MOVE '-'             TO W-NUM-TEXT(1:1)
               MOVE 1               TO W-NUM-TEXT-LEN
           ELSE
               MOVE W-NUM-VALUE     TO W-NUM-ABS
           END-IF

           COMPUTE W-NUM-INT-LEN = 18 - W-NUM-PLACES
           MOVE 0                   TO W-NUM-LEADING
           INSPECT W-NUM-ABS(1:W-NUM-INT-LEN)
               TALLYING W-NUM-LEADING FOR LEADING '0'

           IF      W-NUM-LEADING = W-NUM-INT-LEN
               SUBTRACT 1         FROM W-NUM-LEADING
           END-IF

           SUBTRACT W-NUM-LEADING FROM W-NUM-INT-LEN
           MOVE W-NUM-ABS(W-NUM-LEADING + 1:W-NUM-INT-LEN)
               TO W-NUM-TEXT(W-NUM-TEXT-LEN + 1:W-NUM-INT-LEN)
           ADD  W-NUM-INT-LEN       TO W-NUM-TEXT-LEN

           IF      W-NUM-PLACES = 0
               GO TO SUB-2600-EXIT
           END-IF

           MOVE '.'                 TO W-NUM-TEXT(W-NUM-TEXT-LEN + 1:1)
           ADD  1                   TO W-NUM-TEXT-LEN
           MOVE W-NUM-ABS(19 - W-NUM-PLACES:W-NUM-PLACES)
               TO W-NUM-TEXT(W-NUM-TEXT-LEN + 1:W-NUM-PLACES)
           ADD  W-NUM-PLACES        TO W-NUM-TEXT-LEN
           .
       SUB-2600-EXIT.
           EXIT.
      /
       SUB-2690-PUT-CHAR.
      *---------------------

           ADD  1                   TO W-OUT-LEN
           MOVE W-FLD-CHAR          TO W-OUT-LINE(W-OUT-LEN:1)
           .
       SUB-2690-EXIT.
           EXIT.
      /
       SUB-2700-WRITE-LINE.
      *-----------------------

      **** AN EMPTY LINE STILL NEEDS ONE BYTE OF RECORD: A LINE OF
      **** ONE BLANK READS BACK AS A SINGLE EMPTY COLUMN.

           IF      W-OUT-LEN = 0
               MOVE SPACE           TO W-OUT-LINE(1:1)
               MOVE 1               TO W-OUT-LEN
           END-IF

           MOVE W-OUT-LEN           TO W-CSV-REC-LEN
           MOVE W-OUT-LINE(1:W-OUT-LEN)
                                    TO CSV-RECORD(1:W-OUT-LEN)
           WRITE CSV-RECORD

           IF      W-CSV-FILE-STATUS NOT = '00'
               DISPLAY 'CSVOUT   unable to write ' W-CSV-DSNAME
                   ' - status ' W-CSV-FILE-STATUS
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-2700-EXIT.
           EXIT.
      /
       SUB-3000-READ-BACK.
      *----------------------

      **** THE OUTPUT SIDE OF THE BALANCE: READ THE DELIMITED FILE
      **** BACK AS A PARTNER WOULD, PARSE EVERY LINE AND TOTAL THE
      **** NUMERIC COLUMNS FROM THE TEXT ACTUALLY WRITTEN.

           OPEN INPUT CSV-FILE

           IF      W-CSV-FILE-STATUS NOT = '00'
               DISPLAY 'CSVOUT   unable to reopen ' W-CSV-DSNAME
                   ' - status ' W-CSV-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-3000-EXIT
           END-IF

           PERFORM SUB-3100-READ-CSV THRU SUB-3100-EXIT

           IF      W-HEADER-YES
           AND     W-CSV-NOT-EOF
               PERFORM SUB-3100-READ-CSV THRU SUB-3100-EXIT
           END-IF

           PERFORM SUB-3200-TAKE-LINE THRU SUB-3200-EXIT
               UNTIL W-CSV-EOF

           CLOSE CSV-FILE
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-READ-CSV.
      *---------------------

           READ CSV-FILE
               AT END
                   SET  W-CSV-EOF   TO TRUE
           END-READ
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3200-TAKE-LINE.
      *----------------------

           ADD  1                   TO W-ROW-COUNT

           PERFORM SUB-3300-PARSE-LINE THRU SUB-3300-EXIT

           IF      W-ROW-GOOD
           AND     W-COL-COUNT NOT = W-FIELD-COUNT
               SET  W-ROW-BAD       TO TRUE
               MOVE 'wrong number of columns'
                                    TO W-ROW-REASON
           END-IF

           IF      W-ROW-BAD
               ADD  1               TO W-BAD-ROW-COUNT
               DISPLAY 'CSVOUT   output line ' W-ROW-COUNT
                   ' does not read back - ' W-ROW-REASON
               GO TO SUB-3200-NEXT
           END-IF

           PERFORM SUB-3400-TOTAL-COLUMN THRU SUB-3400-EXIT
               VARYING W-F-DX FROM 1 BY 1
                 UNTIL W-F-DX > W-FIELD-COUNT
           .
       SUB-3200-NEXT.

           PERFORM SUB-3100-READ-CSV THRU SUB-3100-EXIT
           .
       SUB-3200-EXIT.
           EXIT.
      /
       SUB-3300-PARSE-LINE.
      *-----------------------

      **** SPLIT ONE DELIMITED LINE INTO ITS COLUMNS.  A QUOTED
      **** VALUE MAY HOLD DELIMITERS AND DOUBLED QUOTES; A QUOTE
      **** ANYWHERE ELSE, OR AN UNCLOSED ONE, MAKES THE LINE BAD.  A
      **** CARRIAGE RETURN LEFT BY A WORKSTATION IS DROPPED.

           SET  W-ROW-GOOD          TO TRUE
           SET  W-LINE-NOT-DONE     TO TRUE
           MOVE SPACES              TO W-ROW-REASON
           MOVE 0                   TO W-COL-COUNT
           MOVE 0                   TO W-COL-DATA-LEN
           MOVE 1                   TO W-LINE-POS
           MOVE W-CSV-REC-LEN       TO W-LINE-LEN

           IF      W-LINE-LEN > 0
           AND     CSV-RECORD(W-LINE-LEN:1) = X'0D'
               SUBTRACT 1         FROM W-LINE-LEN
           END-IF

           PERFORM SUB-3310-PARSE-COLUMN THRU SUB-3310-EXIT
               UNTIL W-LINE-DONE OR W-ROW-BAD
           .
       SUB-3300-EXIT.
           EXIT.
      /
       SUB-3310-PARSE-COLUMN.
      *-------------------------

           IF      W-COL-COUNT >= W-COL-MAX
               SET  W-ROW-BAD       TO TRUE
               MOVE 'too many columns'
                                    TO W-ROW-REASON
               GO TO SUB-3310-EXIT
           END-IF

           ADD  1                   TO W-COL-COUNT
           SET  W-C-DX              TO W-COL-COUNT
           COMPUTE COL-POS(W-C-DX) = W-COL-DATA-LEN + 1
           MOVE 0                   TO COL-LEN(W-C-DX)
           SET  W-COLUMN-NOT-DONE   TO TRUE

           IF      W-LINE-POS <= W-LINE-LEN
           AND     CSV-RECORD(W-LINE-POS:1) = W-QUOTE
               ADD  1               TO W-LINE-POS
               PERFORM SUB-3320-QUOTED-BYTE THRU SUB-3320-EXIT
                   UNTIL W-COLUMN-DONE OR W-ROW-BAD
           ELSE
               PERFORM SUB-3330-PLAIN-BYTE THRU SUB-3330-EXIT
                   UNTIL W-COLUMN-DONE OR W-ROW-BAD
           END-IF

           IF      W-ROW-BAD
               GO TO SUB-3310-EXIT
           END-IF

      **** THE COLUMN ENDS AT A DELIMITER OR AT THE END OF THE LINE.
      **** A DELIMITER LAST ON THE LINE LEAVES ONE MORE, EMPTY,
      **** COLUMN TO COME.

           IF      W-LINE-POS > W-LINE-LEN
               SET  W-LINE-DONE     TO TRUE
           ELSE
               ADD  1               TO W-LINE-POS
           END-IF
           .
       SUB-3310-EXIT.
           EXIT.
      /
       SUB-3320-QUOTED-BYTE.
      *------------------------

           IF      W-LINE-POS > W-LINE-LEN
               SET  W-ROW-BAD       TO TRUE
               MOVE 'quoted value not closed'
                                    TO W-ROW-REASON
               GO TO SUB-3320-EXIT
           END-IF

           MOVE CSV-RECORD(W-LINE-POS:1)
                                    TO W-FLD-CHAR

           IF      W-FLD-CHAR NOT = W-QUOTE
               PERFORM SUB-3340-PUT-COLUMN-BYTE THRU SUB-3340-EXIT
               ADD  1               TO W-LINE-POS
               GO TO SUB-3320-EXIT
           END-IF

           IF      W-LINE-POS < W-LINE-LEN
           AND     CSV-RECORD(W-LINE-POS + 1:1) = W-QUOTE
               PERFORM SUB-3340-PUT-COLUMN-BYTE THRU SUB-3340-EXIT
               ADD  2               TO W-LINE-POS
               GO TO SUB-3320-EXIT
           END-IF

           ADD  1                   TO W-LINE-POS
           SET  W-COLUMN-DONE       TO TRUE

           IF      W-LINE-POS <= W-LINE-LEN
           AND     CSV-RECORD(W-LINE-POS:1) NOT = W-DELIMITER
               SET  W-ROW-BAD       TO TRUE
               MOVE 'text after a closing quote'
                                    TO W-ROW-REASON
           END-IF
           .
       SUB-3320-EXIT.
           EXIT.
      /
       SUB-3330-PLAIN-BYTE.
      *-----------------------

           IF      W-LINE-POS > W-LINE-LEN
               SET  W-COLUMN-DONE   TO TRUE
               GO TO SUB-3330-EXIT
           END-IF

           MOVE CSV-RECORD(W-LINE-POS:1)
                                    TO W-FLD-CHAR

           IF      W-FLD-CHAR = W-DELIMITER
               SET  W-COLUMN-DONE   TO TRUE
               GO TO SUB-3330-EXIT
           END-IF

           IF      W-FLD-CHAR = W-QUOTE
               SET  W-ROW-BAD       TO TRUE
               MOVE 'quote inside an unquoted value'
                                    TO W-ROW-REASON
               GO TO SUB-3330-EXIT
           END-IF

           PERFORM SUB-3340-PUT-COLUMN-BYTE THRU SUB-3340-EXIT
           ADD  1                   TO W-LINE-POS
           .
       SUB-3330-EXIT.
           EXIT.
      /
       SUB-3340-PUT-COLUMN-BYTE.
      *-----------------------------

           ADD  1                   TO W-COL-DATA-LEN
           MOVE W-FLD-CHAR          TO W-COL-DATA(W-COL-DATA-LEN:1)
           ADD  1                   TO COL-LEN(W-C-DX)
           .
       SUB-3340-EXIT.
           EXIT.
      /
       SUB-3400-TOTAL-COLUMN.
      *-------------------------

           IF      NOT FLD-TYPE-NUMERIC(W-F-DX)
               GO TO SUB-3400-EXIT
           END-IF

           SET  W-C-DX              TO W-F-DX
           MOVE FLD-PLACES(W-F-DX)  TO W-NUM-PLACES

           PERFORM SUB-3500-PARSE-NUMBER THRU SUB-3500-EXIT

           IF      W-VALUE-BAD
               DISPLAY 'CSVOUT   output line ' W-ROW-COUNT ' '
                   FLD-NAME(W-F-DX) ' does not read back - '
                   W-NUM-REASON
               GO TO SUB-3400-EXIT
           END-IF

           IF      W-NUM-VALUE < 0
               COMPUTE W-HASH-WORK = 0 - W-NUM-VALUE
           ELSE
               MOVE W-NUM-VALUE     TO W-HASH-WORK
           END-IF

           ADD  W-NUM-VALUE         TO FLD-OUT-TOTAL(W-F-DX)
           ADD  W-HASH-WORK         TO FLD-OUT-HASH(W-F-DX)
           .
       SUB-3400-EXIT.
           EXIT.
      /
       SUB-3500-PARSE-NUMBER.
      *--------------------------

      **** THE VALUE IN COLUMN W-C-DX AS AN INTEGER COUNT OF THE
      **** SMALLEST UNIT FOR W-NUM-PLACES DECIMAL PLACES.  AN EMPTY
      **** OR ALL-BLANK VALUE IS ZERO.

           SET  W-VALUE-BAD         TO TRUE
           MOVE SPACES              TO W-NUM-REASON
           MOVE 0                   TO W-NUM-VALUE
           MOVE 0                   TO W-NUM-INT-DIGITS
           MOVE 0                   TO W-NUM-FRAC-DIGITS
           MOVE 'N'                 TO W-NUM-ANY-DIGIT
           MOVE '+'                 TO W-NUM-SIGN
           SET  W-NUM-LEADING-BLANKS
                                    TO TRUE

           IF      COL-LEN(W-C-DX) > 40
               MOVE 'value too long for a number'
                                    TO W-NUM-REASON
               GO TO SUB-3500-EXIT
           END-IF

           PERFORM SUB-3510-NUMBER-BYTE THRU SUB-3510-EXIT
               VARYING W-SCAN-DX FROM 1 BY 1
                 UNTIL W-SCAN-DX > COL-LEN(W-C-DX)
                    OR W-NUM-REASON NOT = SPACES

           IF      W-NUM-REASON NOT = SPACES
               GO TO SUB-3500-EXIT
           END-IF

           IF      W-NUM-ANY-DIGIT = 'N'
           AND     NOT W-NUM-LEADING-BLANKS
               MOVE 'no digits in the number'
                                    TO W-NUM-REASON
               GO TO SUB-3500-EXIT
           END-IF

           IF      W-NUM-FRAC-DIGITS < W-NUM-PLACES
               COMPUTE W-NUM-VALUE = W-NUM-VALUE
                     * 10 ** (W-NUM-PLACES - W-NUM-FRAC-DIGITS)
           END-IF

           IF      W-NUM-NEGATIVE
               COMPUTE W-NUM-VALUE = 0 - W-NUM-VALUE
           END-IF

           SET  W-VALUE-GOOD        TO TRUE
           .
       SUB-3500-EXIT.
           EXIT.
      /
       SUB-3510-NUMBER-BYTE.
      *------------------------

           MOVE W-COL-DATA(COL-POS(W-C-DX) + W-SCAN-DX - 1:1)
                                    TO W-NUM-CHAR

           EVALUATE TRUE
               WHEN W-NUM-CHAR = SPACE
                   IF      W-NUM-INTEGER
                   OR      W-NUM-FRACTION
                       SET  W-NUM-TRAILING-BLANKS
                                    TO TRUE
                   END-IF

               WHEN W-NUM-TRAILING-BLANKS
                   MOVE 'not a number'
                                    TO W-NUM-REASON

               WHEN W-NUM-CHAR = '-'
               OR   W-NUM-CHAR = '+'
                   IF      W-NUM-LEADING-BLANKS
                       MOVE W-NUM-CHAR
                                    TO W-NUM-SIGN
                       SET  W-NUM-INTEGER
                                    TO TRUE
                   ELSE
                       MOVE 'sign out of place'
                                    TO W-NUM-REASON
                   END-IF

               WHEN W-NUM-CHAR = '.'
                   IF      W-NUM-FRACTION
                       MOVE 'more than one decimal point'
                                    TO W-NUM-REASON
                   ELSE
                       SET  W-NUM-FRACTION
                                    TO TRUE
                   END-IF

               WHEN W-NUM-CHAR IS NUMERIC
                   MOVE 'Y'         TO W-NUM-ANY-DIGIT
                   IF      W-NUM-LEADING-BLANKS
                       SET  W-NUM-INTEGER
                                    TO TRUE
                   END-IF
                   IF      W-NUM-FRACTION
                       ADD  1       TO W-NUM-FRAC-DIGITS
                       IF      W-NUM-FRAC-DIGITS > W-NUM-PLACES
                           MOVE 'more decimal places than field'
                                    TO W-NUM-REASON
                       END-IF
                   ELSE
                       IF      W-NUM-INT-DIGITS > 0
                       OR      W-NUM-DIGIT > 0
                           ADD  1   TO W-NUM-INT-DIGITS
                       END-IF
                       IF      W-NUM-INT-DIGITS + W-NUM-PLACES > 18
                           MOVE 'too many digits'
                                    TO W-NUM-REASON
                       END-IF
                   END-IF
                   COMPUTE W-NUM-VALUE = W-NUM-VALUE * 10
                                       + W-NUM-DIGIT

               WHEN OTHER
                   MOVE 'not a number'
                                    TO W-NUM-REASON
           END-EVALUATE
           .
       SUB-3510-EXIT.
           EXIT.
      /
       SUB-4000-BALANCE-REPORT.
      *----------------------------

           DISPLAY 'CSVOUT   ================================='
               '==============='
           DISPLAY 'CSVOUT   BALANCING REPORT'
           DISPLAY 'CSVOUT   in : ' W-INPUT-DSNAME
           DISPLAY 'CSVOUT   out: ' W-CSV-DSNAME
           DISPLAY 'CSVOUT   ================================='
               '==============='

           IF      W-RECORD-COUNT = W-ROW-COUNT
           AND     W-BAD-ROW-COUNT = 0
               DISPLAY 'CSVOUT   records    : ' W-RECORD-COUNT
                   ' in = ' W-ROW-COUNT ' out'
           ELSE
               ADD  1               TO W-IMBALANCE-COUNT
               DISPLAY 'CSVOUT   records    : **IMBALANCE** '
                   W-RECORD-COUNT ' in, ' W-ROW-COUNT ' out, '
                   W-BAD-ROW-COUNT ' unreadable'
           END-IF

           PERFORM SUB-4100-BALANCE-ONE THRU SUB-4100-EXIT
               VARYING W-F-DX FROM 1 BY 1
                 UNTIL W-F-DX > W-FIELD-COUNT
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-4100-BALANCE-ONE.
      *------------------------

           IF      NOT FLD-TYPE-NUMERIC(W-F-DX)
               GO TO SUB-4100-EXIT
           END-IF

           MOVE FLD-PLACES(W-F-DX)  TO W-NUM-PLACES
           MOVE FLD-IN-TOTAL(W-F-DX)
                                    TO W-NUM-VALUE
           PERFORM SUB-2600-FORMAT-NUMBER THRU SUB-2600-EXIT
           MOVE W-NUM-TEXT          TO W-IN-TEXT
           MOVE W-NUM-TEXT-LEN      TO W-IN-TEXT-LEN

           MOVE FLD-OUT-TOTAL(W-F-DX)
                                    TO W-NUM-VALUE
           PERFORM SUB-2600-FORMAT-NUMBER THRU SUB-2600-EXIT

           COMPUTE W-DIFFERENCE = FLD-IN-TOTAL(W-F-DX)
                                - FLD-OUT-TOTAL(W-F-DX)

           IF      W-DIFFERENCE = 0
           AND     FLD-IN-HASH(W-F-DX) = FLD-OUT-HASH(W-F-DX)
               DISPLAY 'CSVOUT   ' FLD-NAME(W-F-DX)
                   ' in ' W-IN-TEXT(1:W-IN-TEXT-LEN)
                   ' out ' W-NUM-TEXT(1:W-NUM-TEXT-LEN) ' BALANCED'
           ELSE
               ADD  1               TO W-IMBALANCE-COUNT
               DISPLAY 'CSVOUT   ' FLD-NAME(W-F-DX)
                   ' in ' W-IN-TEXT(1:W-IN-TEXT-LEN)
                   ' out ' W-NUM-TEXT(1:W-NUM-TEXT-LEN)
                   ' **IMBALANCE**'
               IF      FLD-IN-HASH(W-F-DX)
                     NOT = FLD-OUT-HASH(W-F-DX)
                   DISPLAY 'CSVOUT     hash in '
                       FLD-IN-HASH(W-F-DX) ' out '
                       FLD-OUT-HASH(W-F-DX)
               END-IF
           END-IF

           IF      FLD-BAD-COUNT(W-F-DX) NOT = 0
               DISPLAY 'CSVOUT     ** ' FLD-BAD-COUNT(W-F-DX)
                   ' value(s) unreadable and left empty **'
           END-IF
           .
       SUB-4100-EXIT.
           EXIT.
      /
       SUB-5000-SHUT-DOWN.
      *-------------------

           IF      RETURN-CODE = 16
               DISPLAY 'CSVOUT   completed with errors'
               GO TO SUB-5000-EXIT
           END-IF

           DISPLAY 'CSVOUT   '
           DISPLAY 'CSVOUT   records exported : ' W-RECORD-COUNT
           DISPLAY 'CSVOUT   columns          : ' W-FIELD-COUNT
           DISPLAY 'CSVOUT   values unreadable: ' W-BAD-VALUE-COUNT
           DISPLAY 'CSVOUT   imbalances       : ' W-IMBALANCE-COUNT

           IF      W-IMBALANCE-COUNT > 0
               DISPLAY 'CSVOUT   ** EXPORT DOES NOT BALANCE **'
               MOVE 8               TO RETURN-CODE
               GO TO SUB-5000-EXIT
           END-IF

           IF      W-BAD-VALUE-COUNT > 0
               MOVE 4               TO RETURN-CODE
           END-IF

           DISPLAY 'CSVOUT   completed'
           .
       SUB-5000-EXIT.
           EXIT.
