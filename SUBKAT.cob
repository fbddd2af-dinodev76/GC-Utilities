      *=========================== SUBKAT ==============================*
      * Authors: Brian D Pead
      *
      * Description: Data-driven known-answer test of the algorithm
      *              subroutines, run after each load-library
      *              promotion.  BITWISET, CRC32T and the other test
      *              programs assert their own built-in cases and
      *              VERRPT proves which compile is loaded; this
      *              program proves the loaded CRC64, ADLER32, MD5,
      *              SHA256, HMAC, AES, ENCB64, DECB64, COMPRESS,
      *              EXPAND and TRANSLAT still give the published
      *              answers.  Each case on the VECTORS dataset names
      *              the subroutine, the input as text or hex, the
      *              key and initial counter block where one is
      *              needed and the expected output;
      *              the staged subroutines can also be fed the same
      *              input split across START / IN-PROCESS / END
      *              calls at a given chunk size, and each variant
      *              must give the same answer.  Every check prints
      *              PASS or FAIL, and the overall result goes to
      *              GCUSTAT through STATWRT so a bad promotion is
      *              caught before the night's cycle runs on it.
      *              RETURN-CODE 12 means a check failed; 16 means a
      *              vector could not be run as written.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-10-04  1.0      First release
      * 2026-10-15  1.1      AES cases with KEY and IV cards; COMPRESS
      *                      and EXPAND fed across staged calls too
      *================================================================*

       PROCESS TRUNC(BIN)

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 SUBKAT.

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

           SELECT VECTORS-FILE
               ASSIGN TO           'VECTORS'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-VECTORS-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  VECTORS-FILE.

       01  VECTORS-RECORD.
           05  VEC-KEYWORD             PIC X(08).
           05  FILLER                  PIC X(01).
           05  VEC-OPERAND             PIC X(71).
           05  FILLER REDEFINES VEC-OPERAND.
               10  VEC-SUBROUTINE      PIC X(08).
               10  FILLER              PIC X(01).
               10  VEC-CASE-NAME       PIC X(40).
               10  FILLER              PIC X(22).
           05  FILLER REDEFINES VEC-OPERAND.
               10  VEC-FORMAT          PIC X(04).
               10  FILLER              PIC X(01).
               10  VEC-DATA            PIC X(66).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-CRC64-PROG             PIC X(08)       VALUE 'CRC64'.
       01  W-ADLER32-PROG           PIC X(08)       VALUE 'ADLER32'.
       01  W-MD5-PROG               PIC X(08)       VALUE 'MD5'.
       01  W-SHA256-PROG            PIC X(08)       VALUE 'SHA256'.
       01  W-HMAC-PROG              PIC X(08)       VALUE 'HMAC'.
       01  W-AES-PROG               PIC X(08)       VALUE 'AES'.
       01  W-ENCB64-PROG            PIC X(08)       VALUE 'ENCB64'.
       01  W-DECB64-PROG            PIC X(08)       VALUE 'DECB64'.
       01  W-COMPRESS-PROG          PIC X(08)       VALUE 'COMPRESS'.
       01  W-EXPAND-PROG            PIC X(08)       VALUE 'EXPAND'.
       01  W-TRANSLAT-PROG          PIC X(08)       VALUE 'TRANSLAT'.
       01  W-CRCHEX-PROG            PIC X(08)       VALUE 'CRCHEX'.
       01  W-HEXDUMP-PROG           PIC X(08)       VALUE 'HEXDUMP'.
       01  W-HEXPACK-PROG           PIC X(08)       VALUE 'HEXPACK'.
       01  W-STATWRT-PROG           PIC X(08)       VALUE 'STATWRT'.

       01  W-VECTORS-FILE-STATUS    PIC X(02).

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-VECTORS-EOF                        VALUE 'Y'.
           88  W-VECTORS-NOT-EOF                    VALUE 'N'.

      **** THE CASE BEING ASSEMBLED FROM ITS CARDS.  INPUT, KEY, IV
      **** AND EXPECT CARDS REPEAT TO BUILD LONGER VALUES.

       01  W-CASE-SUBROUTINE        PIC X(08)       VALUE SPACES.
           88  W-SUB-CRC64                          VALUE 'CRC64'.
           88  W-SUB-ADLER32                        VALUE 'ADLER32'.
           88  W-SUB-MD5                            VALUE 'MD5'.
           88  W-SUB-SHA256                         VALUE 'SHA256'.
           88  W-SUB-HMAC                           VALUE 'HMAC'.
           88  W-SUB-AES                            VALUE 'AES'.
           88  W-SUB-ENCB64                         VALUE 'ENCB64'.
           88  W-SUB-DECB64                         VALUE 'DECB64'.
           88  W-SUB-COMPRESS                       VALUE 'COMPRESS'.
           88  W-SUB-EXPAND                         VALUE 'EXPAND'.
           88  W-SUB-TRANSLAT                       VALUE 'TRANSLAT'.
           88  W-SUB-STAGED                         VALUES 'CRC64'
                                                       'ADLER32'
                                                       'MD5'
                                                       'SHA256'
                                                       'HMAC'
                                                       'AES'
                                                       'COMPRESS'
                                                       'EXPAND'.
       01  W-CASE-NAME              PIC X(40).
       01  W-CASE-SPLIT             PIC 9(05)       VALUE 0.
       01  W-CASE-MODE              PIC X(03)       VALUE SPACES.
           88  W-MODE-DEFAULT                       VALUE SPACES.
           88  W-MODE-E2A                           VALUE 'E2A'.
           88  W-MODE-A2E                           VALUE 'A2E'.
           88  W-MODE-URL                           VALUE 'URL'.
           88  W-MODE-STD                           VALUE 'STD'.
           88  W-MODE-CTR                           VALUE 'CTR'.
       01  W-CASE-RC                PIC 9(02)       VALUE 0.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-CASE-OPEN                          VALUE 'Y'.
           88  W-CASE-NOT-OPEN                      VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-CASE-IN-ERROR                      VALUE 'Y'.
           88  W-CASE-CLEAN                         VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-EXPECT-GIVEN                       VALUE 'Y'.
           88  W-EXPECT-NOT-GIVEN                   VALUE 'N'.

       01  W-AREA-MAX               PIC 9(05)  COMP VALUE 2048.
       01  W-KEY-MAX                PIC 9(05)  COMP VALUE 256.

       01  W-INPUT-LEN              PIC 9(05)  COMP VALUE 0.
       01  W-INPUT-AREA.
           05  W-INPUT-BYTE         PIC X(01)       OCCURS 2048.

       01  W-KEY-LEN                PIC 9(05)  COMP VALUE 0.
       01  W-KEY-AREA               PIC X(256).

       01  W-IV-MAX                 PIC 9(05)  COMP VALUE 16.
       01  W-IV-LEN                 PIC 9(05)  COMP VALUE 0.
       01  W-IV-AREA                PIC X(16).

       01  W-EXPECT-LEN             PIC 9(05)  COMP VALUE 0.
       01  W-EXPECT-AREA            PIC X(2048).

      **** THE OUTPUT OF ONE CHECK, SIZED FOR THE WORST BASE64 OR
      **** COMPRESS EXPANSION OF A FULL INPUT AREA.  A STAGED CALL
      **** THAT HANDS BACK DATA APPENDS ITS CHUNK'S OUTPUT AFTER
      **** W-RESULT-LEN.

       01  W-RESULT-MAX             PIC 9(05)  COMP VALUE 4096.
       01  W-RESULT-LEN             PIC 9(05)  COMP VALUE 0.
       01  W-RESULT-AREA.
           05  W-RESULT-BYTE        PIC X(01)       OCCURS 4096.

      **** ONE VECTOR CARD'S DATA, ITS LENGTH, AND THE PACKED BYTES
      **** OF A HEX CARD.

       01  W-DATA-LEN               PIC 9(05)  COMP.
       01  W-TRAILING-SPACES        PIC 9(05)  COMP.
       01  W-PACKED-BYTES           PIC X(66).
       01  W-PACKED-LEN             PIC 9(05)  COMP.
       01  W-CARD-TARGET            PIC X(06).
       01  W-CARD-DIGITS            PIC X(05).
       01  W-CARD-RC                PIC X(02).

      **** THE STAGED FEED: WHERE THE NEXT CHUNK STARTS, HOW LONG IT
      **** IS, AND THE STAGE CODE -- THE SAME 1-4 VALUES EVERY
      **** STAGED SUBROUTINE'S PARAMETER USES.

       01  W-VARIANT-SPLIT          PIC 9(05)  COMP.
       01  W-FEED-POS               PIC 9(05)  COMP.
       01  W-FEED-LEN               PIC 9(05)  COMP.
       01  W-FEED-REMAINING         PIC 9(05)  COMP.
       01  W-FEED-STAGE             PIC S9(04) COMP.
           88  W-FEED-START-END                     VALUE 1.
           88  W-FEED-START                         VALUE 2.
           88  W-FEED-IN-PROCESS                    VALUE 3.
           88  W-FEED-END                           VALUE 4.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-FEED-DONE                          VALUE 'Y'.
           88  W-FEED-NOT-DONE                      VALUE 'N'.

      **** WHAT THE CALLED SUBROUTINE HANDED BACK IN ITS UTILSTAT
      **** TRAILER.

       01  W-UTIL-RC                PIC S9(04) COMP.
       01  W-UTIL-MESSAGE           PIC X(40).
       01  W-UTIL-STAMP             PIC X(21).

       01  W-HEX-PAIR               PIC X(16).
       01  W-VARIANT-LABEL          PIC X(11).
       01  W-CHECK-RESULT           PIC X(04).

      **** THE HEX RENDERING OF A FAILING CHECK, PRINTED 64 DIGITS
      **** TO THE LINE.

       01  W-DUMP-HEX               PIC X(8192).
       01  W-DUMP-LEN               PIC 9(05)  COMP.
       01  W-DUMP-POS               PIC 9(05)  COMP.
       01  W-DUMP-LABEL             PIC X(08).

       01  W-CASE-COUNT             PIC 9(05)  COMP VALUE 0.
       01  W-CHECK-COUNT            PIC 9(05)  COMP VALUE 0.
       01  W-PASS-COUNT             PIC 9(05)  COMP VALUE 0.
       01  W-FAIL-COUNT             PIC 9(05)  COMP VALUE 0.
       01  W-ERROR-COUNT            PIC 9(05)  COMP VALUE 0.
       01  W-CARD-COUNT             PIC 9(05)  COMP VALUE 0.
       01  W-FAIL-RC                PIC S9(04) COMP VALUE 0.

       01  W-DISPLAY-COUNT          PIC ZZZ,ZZ9.
       01  W-DISPLAY-COUNT-2        PIC ZZZ,ZZ9.
       01  W-DISPLAY-CARD           PIC ZZZ,ZZ9.
       01  W-DISPLAY-RC             PIC Z9.

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                    PIC X(04).
           05  W-COMPILED-DATE-MM   PIC X(02).
           05  W-COMPILED-DATE-DD   PIC X(02).
           05  W-COMPILED-TIME-HH   PIC X(02).
           05  W-COMPILED-TIME-MM   PIC X(02).
           05  W-COMPILED-TIME-SS   PIC X(02).
           05  FILLER               PIC X(07).

       01  W-CRC64-PARAMETER.       COPY CRC64L.
       01  W-ADLER32-PARAMETER.     COPY ADLER32L.
       01  W-MD5-PARAMETER.         COPY MD5L.
       01  W-SHA256-PARAMETER.      COPY SHA256L.
       01  W-HMAC-PARAMETER.        COPY HMACL.
       01  W-AES-PARAMETER.         COPY AESL.
       01  W-ENCB64-PARAMETER.      COPY ENCB64L.
       01  W-DECB64-PARAMETER.      COPY DECB64L.
       01  W-COMPRESS-PARAMETER.    COPY COMPRESL.
       01  W-EXPAND-PARAMETER.      COPY EXPANDL.
       01  W-TRANSLAT-PARAMETER.    COPY TRANSLTL.
       01  W-CRCHEX-PARAMETER.      COPY CRCHEXL.
       01  W-HEXDUMP-PARAMETER.     COPY HEXDUMPL.
       01  W-HEXPACK-PARAMETER.     COPY HEXPACKL.
       01  W-STATWRT-PARAMETER.     COPY STATWRTL.
      /
       PROCEDURE DIVISION.
      *===================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      RETURN-CODE = 0
               PERFORM SUB-2000-PROCESS-VECTORS THRU SUB-2000-EXIT
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

           DISPLAY 'SUBKAT   compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           OPEN INPUT VECTORS-FILE

           IF      W-VECTORS-FILE-STATUS NOT = '00'
               DISPLAY 'SUBKAT   unable to open VECTORS - status '
                   W-VECTORS-FILE-STATUS
               MOVE 16              TO W-FAIL-RC
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS-VECTORS.
      *-----------------------------

      **** THE VECTORS DATASET, KEYWORD IN COLUMNS 1-8, '*' IN
      **** COLUMN 1 FOR A COMMENT:
      ****   CASE     SUBROUTINE 10-17, CASE NAME 19-58 -- STARTS A
      ****            CASE; THE NEXT CASE CARD OR END OF FILE RUNS IT
      ****   INPUT    FORMAT 10-13 (TEXT OR HEX), DATA 15-80
      ****   KEY      FORMAT 10-13, DATA 15-80 (HMAC AND AES)
      ****   IV       FORMAT 10-13, DATA 15-80 -- AES'S 16-BYTE
      ****            INITIAL COUNTER BLOCK
      ****   EXPECT   FORMAT 10-13, DATA 15-80 -- THE PUBLISHED
      ****            ANSWER; DIGESTS AND CHECKSUMS AS HEX
      ****   SPLIT    CHUNK SIZE 10-14: ALSO FEED THE INPUT ACROSS
      ****            STAGED CALLS OF THIS SIZE (CRC64, ADLER32,
      ****            MD5, SHA256, HMAC, AES, COMPRESS AND EXPAND).
      ****            A COMPRESS RUN NEVER SPANS TWO CALLS AND EACH
      ****            EXPAND CHUNK MUST HOLD WHOLE CONTROL GROUPS,
      ****            SO THEIR CHUNK SIZE IS CHOSEN ON A RUN BOUNDARY
      ****   MODE     10-12: E2A OR A2E FOR TRANSLAT (DEFAULT E2A),
      ****            URL OR STD ALPHABET FOR ENCB64 (DEFAULT STD),
      ****            CTR FOR AES (THE ONLY MODE, AND THE DEFAULT)
      ****   RC       10-11: THE UTILSTAT RETURN CODE THE CALL
      ****            SHOULD GIVE, FOR CASES PROVING A BAD REQUEST
      ****            IS REFUSED (DEFAULT 00)
      **** INPUT, KEY, IV AND EXPECT CARDS REPEAT AND CONCATENATE.
      **** TEXT DATA ENDS AT THE LAST NON-BLANK; A VALUE WITH
      **** TRAILING SPACES IS GIVEN AS HEX.  NO INPUT CARD MEANS
      **** EMPTY INPUT.

           PERFORM SUB-2100-READ-VECTOR THRU SUB-2100-EXIT

           PERFORM SUB-2200-TAKE-VECTOR THRU SUB-2200-EXIT
               UNTIL W-VECTORS-EOF

           IF      W-CASE-OPEN
               PERFORM SUB-3000-RUN-CASE THRU SUB-3000-EXIT
           END-IF

           CLOSE VECTORS-FILE
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-READ-VECTOR.
      *-------------------------

           READ VECTORS-FILE
               AT END
                   SET  W-VECTORS-EOF
                                    TO TRUE
                   GO TO SUB-2100-EXIT
           END-READ

           ADD  1                   TO W-CARD-COUNT
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-TAKE-VECTOR.
      *-------------------------

           IF      VECTORS-RECORD(1:1) = '*'
           OR      VECTORS-RECORD = SPACES
               GO TO SUB-2200-NEXT
           END-IF

           IF      VEC-KEYWORD = 'CASE'
               IF      W-CASE-OPEN
                   PERFORM SUB-3000-RUN-CASE THRU SUB-3000-EXIT
               END-IF
               PERFORM SUB-2300-OPEN-CASE THRU SUB-2300-EXIT
               GO TO SUB-2200-NEXT
           END-IF

           IF      W-CASE-NOT-OPEN
               MOVE W-CARD-COUNT    TO W-DISPLAY-CARD
               DISPLAY 'SUBKAT   card ' W-DISPLAY-CARD ' comes '
                   'before any CASE card: ' VEC-KEYWORD
               ADD  1               TO W-ERROR-COUNT
               GO TO SUB-2200-NEXT
           END-IF

           EVALUATE VEC-KEYWORD
               WHEN 'INPUT'
               WHEN 'KEY'
               WHEN 'IV'
               WHEN 'EXPECT'
                   MOVE VEC-KEYWORD TO W-CARD-TARGET
                   PERFORM SUB-2400-TAKE-DATA THRU SUB-2400-EXIT

               WHEN 'SPLIT'
                   MOVE VEC-OPERAND(1:5)
                                    TO W-CARD-DIGITS
                   IF      W-CARD-DIGITS NOT NUMERIC
                   OR      W-CARD-DIGITS = '00000'
                       PERFORM SUB-2350-CARD-ERROR THRU SUB-2350-EXIT
                   ELSE
                       MOVE W-CARD-DIGITS
                                    TO W-CASE-SPLIT
                   END-IF

               WHEN 'MODE'
                   MOVE VEC-OPERAND(1:3)
                                    TO W-CASE-MODE
                   IF      NOT W-MODE-E2A
                   AND     NOT W-MODE-A2E
                   AND     NOT W-MODE-URL
                   AND     NOT W-MODE-STD
                   AND     NOT W-MODE-CTR
                       PERFORM SUB-2350-CARD-ERROR THRU SUB-2350-EXIT
                   END-IF

               WHEN 'RC'
                   MOVE VEC-OPERAND(1:2)
                                    TO W-CARD-RC
                   IF      W-CARD-RC NOT NUMERIC
                       PERFORM SUB-2350-CARD-ERROR THRU SUB-2350-EXIT
                   ELSE
                       MOVE W-CARD-RC
                                    TO W-CASE-RC
                   END-IF

               WHEN OTHER
                   PERFORM SUB-2350-CARD-ERROR THRU SUB-2350-EXIT
           END-EVALUATE
           .
       SUB-2200-NEXT.

           PERFORM SUB-2100-READ-VECTOR THRU SUB-2100-EXIT
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-OPEN-CASE.
      *----------------------

           SET  W-CASE-OPEN         TO TRUE
           SET  W-CASE-CLEAN        TO TRUE
           SET  W-EXPECT-NOT-GIVEN  TO TRUE

           MOVE VEC-SUBROUTINE      TO W-CASE-SUBROUTINE
           MOVE VEC-CASE-NAME       TO W-CASE-NAME
           MOVE 0                   TO W-CASE-SPLIT
           MOVE SPACES              TO W-CASE-MODE
           MOVE 0                   TO W-CASE-RC
           MOVE 0                   TO W-INPUT-LEN
           MOVE 0                   TO W-KEY-LEN
           MOVE 0                   TO W-IV-LEN
           MOVE 0                   TO W-EXPECT-LEN

           ADD  1                   TO W-CASE-COUNT
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2350-CARD-ERROR.
      *-----------------------

           MOVE W-CARD-COUNT        TO W-DISPLAY-CARD
           DISPLAY 'SUBKAT   card ' W-DISPLAY-CARD ' is not valid: '
               VECTORS-RECORD(1:40)
           SET  W-CASE-IN-ERROR     TO TRUE
           .
       SUB-2350-EXIT.
           EXIT.
      /
       SUB-2400-TAKE-DATA.
      *----------------------

      **** DECODE ONE INPUT / KEY / IV / EXPECT CARD AND APPEND ITS
      **** BYTES TO THE VALUE BEING BUILT.

           MOVE 0                   TO W-TRAILING-SPACES
           INSPECT FUNCTION REVERSE(VEC-DATA)
               TALLYING W-TRAILING-SPACES FOR LEADING SPACES
           COMPUTE W-DATA-LEN = LENGTH OF VEC-DATA
                              - W-TRAILING-SPACES

           EVALUATE VEC-FORMAT
               WHEN 'TEXT'
                   IF      W-DATA-LEN > 0
                       MOVE VEC-DATA(1:W-DATA-LEN)
                                    TO W-PACKED-BYTES
                   END-IF
                   MOVE W-DATA-LEN  TO W-PACKED-LEN

               WHEN 'HEX'
                   IF      W-DATA-LEN = 0
                       MOVE 0       TO W-PACKED-LEN
                       GO TO SUB-2400-APPEND
                   END-IF
                   IF      FUNCTION MOD(W-DATA-LEN, 2) NOT = 0
                       PERFORM SUB-2350-CARD-ERROR THRU SUB-2350-EXIT
                       GO TO SUB-2400-EXIT
                   END-IF
                   SET  HP-INPUT-PTR
                                    TO ADDRESS OF VEC-DATA
                   MOVE W-DATA-LEN  TO HP-INPUT-LEN
                   SET  HP-OUTPUT-PTR
                                    TO ADDRESS OF W-PACKED-BYTES
                   CALL W-HEXPACK-PROG
                                 USING W-HEXPACK-PARAMETER
                   IF      NOT UTIL-RC-OK OF W-HEXPACK-PARAMETER
                       PERFORM SUB-2350-CARD-ERROR THRU SUB-2350-EXIT
                       GO TO SUB-2400-EXIT
                   END-IF
                   COMPUTE W-PACKED-LEN = W-DATA-LEN / 2

               WHEN OTHER
                   PERFORM SUB-2350-CARD-ERROR THRU SUB-2350-EXIT
                   GO TO SUB-2400-EXIT
           END-EVALUATE
           .
       SUB-2400-APPEND.

           EVALUATE W-CARD-TARGET
               WHEN 'INPUT'
                   IF      W-INPUT-LEN + W-PACKED-LEN > W-AREA-MAX
                       PERFORM SUB-2350-CARD-ERROR THRU SUB-2350-EXIT
                       GO TO SUB-2400-EXIT
                   END-IF
                   IF      W-PACKED-LEN > 0
                       MOVE W-PACKED-BYTES(1:W-PACKED-LEN)
                           TO W-INPUT-AREA
                              (W-INPUT-LEN + 1:W-PACKED-LEN)
                   END-IF
                   ADD  W-PACKED-LEN
                                    TO W-INPUT-LEN

               WHEN 'KEY'
                   IF      W-KEY-LEN + W-PACKED-LEN > W-KEY-MAX
                       PERFORM SUB-2350-CARD-ERROR THRU SUB-2350-EXIT
                       GO TO SUB-2400-EXIT
                   END-IF
                   IF      W-PACKED-LEN > 0
                       MOVE W-PACKED-BYTES(1:W-PACKED-LEN)
                           TO W-KEY-AREA
                              (W-KEY-LEN + 1:W-PACKED-LEN)
                   END-IF
                   ADD  W-PACKED-LEN
                                    TO W-KEY-LEN

               WHEN 'IV'
                   IF      W-IV-LEN + W-PACKED-LEN > W-IV-MAX
                       PERFORM SUB-2350-CARD-ERROR THRU SUB-2350-EXIT
                       GO TO SUB-2400-EXIT
                   END-IF
                   IF      W-PACKED-LEN > 0
                       MOVE W-PACKED-BYTES(1:W-PACKED-LEN)
                           TO W-IV-AREA
                              (W-IV-LEN + 1:W-PACKED-LEN)
                   END-IF
                   ADD  W-PACKED-LEN
                                    TO W-IV-LEN

               WHEN 'EXPECT'
                   SET  W-EXPECT-GIVEN
                                    TO TRUE
                   IF      W-EXPECT-LEN + W-PACKED-LEN > W-AREA-MAX
                       PERFORM SUB-2350-CARD-ERROR THRU SUB-2350-EXIT
                       GO TO SUB-2400-EXIT
                   END-IF
                   IF      W-PACKED-LEN > 0
                       MOVE W-PACKED-BYTES(1:W-PACKED-LEN)
                           TO W-EXPECT-AREA
                              (W-EXPECT-LEN + 1:W-PACKED-LEN)
                   END-IF
                   ADD  W-PACKED-LEN
                                    TO W-EXPECT-LEN
           END-EVALUATE
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-3000-RUN-CASE.
      *----------------------

      **** CHECK THE ASSEMBLED CASE CAN BE RUN, THEN RUN IT IN ONE
      **** CALL AND, WHEN A SPLIT WAS ASKED FOR, AGAIN ACROSS STAGED
      **** CALLS.

           SET  W-CASE-NOT-OPEN     TO TRUE

           IF      W-CASE-CLEAN
               PERFORM SUB-3050-CHECK-CASE THRU SUB-3050-EXIT
           END-IF

           IF      W-CASE-IN-ERROR
               ADD  1               TO W-ERROR-COUNT
               DISPLAY 'SUBKAT   ERROR ' W-CASE-SUBROUTINE ' '
                   W-CASE-NAME ' - not run'
               GO TO SUB-3000-EXIT
           END-IF

           MOVE 0                   TO W-VARIANT-SPLIT
           MOVE 'single call'       TO W-VARIANT-LABEL
           PERFORM SUB-3100-RUN-VARIANT THRU SUB-3100-EXIT

           IF      W-CASE-SPLIT = 0
               GO TO SUB-3000-EXIT
           END-IF

           MOVE W-CASE-SPLIT        TO W-VARIANT-SPLIT
           MOVE SPACES              TO W-VARIANT-LABEL
           STRING 'split ' W-CASE-SPLIT
               DELIMITED BY SIZE  INTO W-VARIANT-LABEL
           PERFORM SUB-3100-RUN-VARIANT THRU SUB-3100-EXIT
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3050-CHECK-CASE.
      *-----------------------

           IF      NOT W-SUB-CRC64
           AND     NOT W-SUB-ADLER32
           AND     NOT W-SUB-MD5
           AND     NOT W-SUB-SHA256
           AND     NOT W-SUB-HMAC
           AND     NOT W-SUB-AES
           AND     NOT W-SUB-ENCB64
           AND     NOT W-SUB-DECB64
           AND     NOT W-SUB-COMPRESS
           AND     NOT W-SUB-EXPAND
           AND     NOT W-SUB-TRANSLAT
               DISPLAY 'SUBKAT   no known-answer support for '
                   'subroutine ' W-CASE-SUBROUTINE
               SET  W-CASE-IN-ERROR TO TRUE
               GO TO SUB-3050-EXIT
           END-IF

           IF      W-EXPECT-NOT-GIVEN
           AND     W-CASE-RC = 0
               DISPLAY 'SUBKAT   case has no EXPECT card: '
                   W-CASE-NAME
               SET  W-CASE-IN-ERROR TO TRUE
               GO TO SUB-3050-EXIT
           END-IF

           IF      W-CASE-SPLIT NOT = 0
           AND     NOT W-SUB-STAGED
               DISPLAY 'SUBKAT   SPLIT applies only to the staged '
                   'subroutines, not ' W-CASE-SUBROUTINE
               SET  W-CASE-IN-ERROR TO TRUE
               GO TO SUB-3050-EXIT
           END-IF

           IF      (W-MODE-E2A OR W-MODE-A2E)
           AND     NOT W-SUB-TRANSLAT
           OR      (W-MODE-URL OR W-MODE-STD)
           AND     NOT W-SUB-ENCB64
           OR      W-MODE-CTR
           AND     NOT W-SUB-AES
               DISPLAY 'SUBKAT   MODE ' W-CASE-MODE ' does not '
                   'apply to ' W-CASE-SUBROUTINE
               SET  W-CASE-IN-ERROR TO TRUE
               GO TO SUB-3050-EXIT
           END-IF

           IF      W-KEY-LEN NOT = 0
           AND     NOT W-SUB-HMAC
           AND     NOT W-SUB-AES
               DISPLAY 'SUBKAT   KEY applies only to HMAC and AES, '
                   'not ' W-CASE-SUBROUTINE
               SET  W-CASE-IN-ERROR TO TRUE
               GO TO SUB-3050-EXIT
           END-IF

      **** THE KEY LENGTH IS LEFT TO AES ITSELF, SO AN RC CASE CAN
      **** PROVE A BAD ONE IS REFUSED; THE COUNTER BLOCK IS A FIXED
      **** FIELD OF THE PARAMETER AND MUST BE GIVEN WHOLE.

           IF      W-IV-LEN NOT = 0
           AND     NOT W-SUB-AES
               DISPLAY 'SUBKAT   IV applies only to AES, not '
                   W-CASE-SUBROUTINE
               SET  W-CASE-IN-ERROR TO TRUE
               GO TO SUB-3050-EXIT
           END-IF

           IF      W-SUB-AES
           AND     W-IV-LEN NOT = W-IV-MAX
               DISPLAY 'SUBKAT   AES case needs a 16-byte IV: '
                   W-CASE-NAME
               SET  W-CASE-IN-ERROR TO TRUE
           END-IF
           .
       SUB-3050-EXIT.
           EXIT.
      /
       SUB-3100-RUN-VARIANT.
      *------------------------

           ADD  1                   TO W-CHECK-COUNT
           MOVE 0                   TO W-RESULT-LEN

           EVALUATE TRUE
               WHEN W-SUB-STAGED
                   MOVE 1           TO W-FEED-POS
                   SET  W-FEED-NOT-DONE
                                    TO TRUE
                   PERFORM SUB-3200-FEED-CHUNK THRU SUB-3200-EXIT
                       UNTIL W-FEED-DONE
                   IF      W-UTIL-RC = 0
                       PERFORM SUB-3300-TAKE-DIGEST THRU SUB-3300-EXIT
                   END-IF

               WHEN W-SUB-ENCB64
                   PERFORM SUB-3400-RUN-ENCB64 THRU SUB-3400-EXIT

               WHEN W-SUB-DECB64
                   PERFORM SUB-3410-RUN-DECB64 THRU SUB-3410-EXIT

               WHEN W-SUB-TRANSLAT
                   PERFORM SUB-3440-RUN-TRANSLAT THRU SUB-3440-EXIT
           END-EVALUATE

           PERFORM SUB-3500-JUDGE THRU SUB-3500-EXIT
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3200-FEED-CHUNK.
      *-----------------------

      **** CUT THE NEXT CHUNK -- THE WHOLE INPUT WHEN NOT SPLITTING
      **** -- AND PICK ITS STAGE FROM WHETHER IT IS THE FIRST AND
      **** WHETHER IT IS THE LAST.  EMPTY INPUT IS ONE START-END
      **** CALL OF LENGTH ZERO.

           COMPUTE W-FEED-REMAINING = W-INPUT-LEN - W-FEED-POS + 1

           IF      W-VARIANT-SPLIT = 0
           OR      W-FEED-REMAINING <= W-VARIANT-SPLIT
               MOVE W-FEED-REMAINING
                                    TO W-FEED-LEN
               SET  W-FEED-DONE     TO TRUE
           ELSE
               MOVE W-VARIANT-SPLIT TO W-FEED-LEN
           END-IF

           EVALUATE TRUE
               WHEN W-FEED-POS = 1 AND W-FEED-DONE
                   SET  W-FEED-START-END
                                    TO TRUE
               WHEN W-FEED-POS = 1
                   SET  W-FEED-START
                                    TO TRUE
               WHEN W-FEED-DONE
                   SET  W-FEED-END  TO TRUE
               WHEN OTHER
                   SET  W-FEED-IN-PROCESS
                                    TO TRUE
           END-EVALUATE

           EVALUATE TRUE
               WHEN W-SUB-CRC64
                   MOVE W-FEED-STAGE
                                    TO C64-STAGE
                   SET  C64-BUFFER-PTR
                                    TO ADDRESS OF
                                       W-INPUT-BYTE(W-FEED-POS)
                   MOVE W-FEED-LEN  TO C64-BUFFER-LEN
                   CALL W-CRC64-PROG
                                 USING W-CRC64-PARAMETER
                   MOVE UTIL-RETURN-CODE OF W-CRC64-PARAMETER
                                    TO W-UTIL-RC
                   MOVE UTIL-MESSAGE OF W-CRC64-PARAMETER
                                    TO W-UTIL-MESSAGE
                   MOVE UTIL-COMPILE-STAMP OF W-CRC64-PARAMETER
                                    TO W-UTIL-STAMP

               WHEN W-SUB-ADLER32
                   MOVE W-FEED-STAGE
                                    TO ADLER-STAGE
                   SET  ADLER-BUFFER-PTR
                                    TO ADDRESS OF
                                       W-INPUT-BYTE(W-FEED-POS)
                   MOVE W-FEED-LEN  TO ADLER-BUFFER-LEN
                   CALL W-ADLER32-PROG
                                 USING W-ADLER32-PARAMETER
                   MOVE UTIL-RETURN-CODE OF W-ADLER32-PARAMETER
                                    TO W-UTIL-RC
                   MOVE UTIL-MESSAGE OF W-ADLER32-PARAMETER
                                    TO W-UTIL-MESSAGE
                   MOVE UTIL-COMPILE-STAMP OF W-ADLER32-PARAMETER
                                    TO W-UTIL-STAMP

               WHEN W-SUB-MD5
                   MOVE W-FEED-STAGE
                                    TO MD5-STAGE
                   SET  MD5-BUFFER-PTR
                                    TO ADDRESS OF
                                       W-INPUT-BYTE(W-FEED-POS)
                   MOVE W-FEED-LEN  TO MD5-BUFFER-LEN
                   CALL W-MD5-PROG
                                 USING W-MD5-PARAMETER
                   MOVE UTIL-RETURN-CODE OF W-MD5-PARAMETER
                                    TO W-UTIL-RC
                   MOVE UTIL-MESSAGE OF W-MD5-PARAMETER
                                    TO W-UTIL-MESSAGE
                   MOVE UTIL-COMPILE-STAMP OF W-MD5-PARAMETER
                                    TO W-UTIL-STAMP

               WHEN W-SUB-SHA256
                   MOVE W-FEED-STAGE
                                    TO SHA-STAGE
                   SET  SHA-BUFFER-PTR
                                    TO ADDRESS OF
                                       W-INPUT-BYTE(W-FEED-POS)
                   MOVE W-FEED-LEN  TO SHA-BUFFER-LEN
                   CALL W-SHA256-PROG
                                 USING W-SHA256-PARAMETER
                   MOVE UTIL-RETURN-CODE OF W-SHA256-PARAMETER
                                    TO W-UTIL-RC
                   MOVE UTIL-MESSAGE OF W-SHA256-PARAMETER
                                    TO W-UTIL-MESSAGE
                   MOVE UTIL-COMPILE-STAMP OF W-SHA256-PARAMETER
                                    TO W-UTIL-STAMP

               WHEN W-SUB-HMAC
                   MOVE W-FEED-STAGE
                                    TO HMAC-STAGE
                   SET  HMAC-KEY-PTR
                                    TO ADDRESS OF W-KEY-AREA
                   MOVE W-KEY-LEN   TO HMAC-KEY-LEN
                   SET  HMAC-BUFFER-PTR
                                    TO ADDRESS OF
                                       W-INPUT-BYTE(W-FEED-POS)
                   MOVE W-FEED-LEN  TO HMAC-BUFFER-LEN
                   CALL W-HMAC-PROG
                                 USING W-HMAC-PARAMETER
                   MOVE UTIL-RETURN-CODE OF W-HMAC-PARAMETER
                                    TO W-UTIL-RC
                   MOVE UTIL-MESSAGE OF W-HMAC-PARAMETER
                                    TO W-UTIL-MESSAGE
                   MOVE UTIL-COMPILE-STAMP OF W-HMAC-PARAMETER
                                    TO W-UTIL-STAMP

               WHEN W-SUB-AES
                   PERFORM SUB-3450-RUN-AES THRU SUB-3450-EXIT

               WHEN W-SUB-COMPRESS
                   PERFORM SUB-3420-RUN-COMPRESS THRU SUB-3420-EXIT

               WHEN W-SUB-EXPAND
                   PERFORM SUB-3430-RUN-EXPAND THRU SUB-3430-EXIT
           END-EVALUATE

           ADD  W-FEED-LEN          TO W-FEED-POS

           IF      W-UTIL-RC NOT = 0
               SET  W-FEED-DONE     TO TRUE
           END-IF
           .
       SUB-3200-EXIT.
           EXIT.
      /
       SUB-3300-TAKE-DIGEST.
      *------------------------

      **** THE DIGESTS COME BACK AS BYTES; THE CHECKSUMS AS 32-BIT
      **** WORDS, WHICH CRCHEX SPELLS OUT AND HEXPACK TURNS INTO
      **** BIG-ENDIAN BYTES, THE ORDER THE PUBLISHED ANSWERS USE.

           EVALUATE TRUE
               WHEN W-SUB-MD5
                   MOVE MD5-DIGEST  TO W-RESULT-AREA(1:16)
                   MOVE 16          TO W-RESULT-LEN

               WHEN W-SUB-SHA256
                   MOVE SHA-DIGEST  TO W-RESULT-AREA(1:32)
                   MOVE 32          TO W-RESULT-LEN

               WHEN W-SUB-HMAC
                   MOVE HMAC-DIGEST TO W-RESULT-AREA(1:32)
                   MOVE 32          TO W-RESULT-LEN

               WHEN W-SUB-CRC64
                   MOVE C64-CHECKSUM-HI
                                    TO CH-CHECKSUM
                   CALL W-CRCHEX-PROG
                                 USING W-CRCHEX-PARAMETER
                   MOVE CH-HEX-OUTPUT
                                    TO W-HEX-PAIR(1:8)
                   MOVE C64-CHECKSUM-LO
                                    TO CH-CHECKSUM
                   CALL W-CRCHEX-PROG
                                 USING W-CRCHEX-PARAMETER
                   MOVE CH-HEX-OUTPUT
                                    TO W-HEX-PAIR(9:8)
                   MOVE 16          TO HP-INPUT-LEN
                   PERFORM SUB-3350-PACK-WORDS THRU SUB-3350-EXIT

               WHEN W-SUB-ADLER32
                   MOVE ADLER-CHECKSUM
                                    TO CH-CHECKSUM
                   CALL W-CRCHEX-PROG
                                 USING W-CRCHEX-PARAMETER
                   MOVE CH-HEX-OUTPUT
                                    TO W-HEX-PAIR(1:8)
                   MOVE 8           TO HP-INPUT-LEN
                   PERFORM SUB-3350-PACK-WORDS THRU SUB-3350-EXIT
           END-EVALUATE
           .
       SUB-3300-EXIT.
           EXIT.
      /
       SUB-3350-PACK-WORDS.
      *-----------------------

           SET  HP-INPUT-PTR        TO ADDRESS OF W-HEX-PAIR
           SET  HP-OUTPUT-PTR       TO ADDRESS OF W-RESULT-AREA
           CALL W-HEXPACK-PROG   USING W-HEXPACK-PARAMETER
           COMPUTE W-RESULT-LEN = HP-INPUT-LEN / 2
           .
       SUB-3350-EXIT.
           EXIT.
      /
       SUB-3400-RUN-ENCB64.
      *-----------------------

           IF      W-MODE-URL
               SET  EB-ALPHABET-URL-SAFE
                                    TO TRUE
           ELSE
               MOVE 0               TO EB-ALPHABET
           END-IF

           SET  EB-INPUT-PTR        TO ADDRESS OF W-INPUT-AREA
           MOVE W-INPUT-LEN         TO EB-INPUT-LEN
           SET  EB-OUTPUT-PTR       TO ADDRESS OF W-RESULT-AREA
           MOVE 0                   TO EB-OUTPUT-LEN

           CALL W-ENCB64-PROG    USING W-ENCB64-PARAMETER

           MOVE UTIL-RETURN-CODE OF W-ENCB64-PARAMETER
                                    TO W-UTIL-RC
           MOVE UTIL-MESSAGE OF W-ENCB64-PARAMETER
                                    TO W-UTIL-MESSAGE
           MOVE UTIL-COMPILE-STAMP OF W-ENCB64-PARAMETER
                                    TO W-UTIL-STAMP
           MOVE EB-OUTPUT-LEN       TO W-RESULT-LEN
           .
       SUB-3400-EXIT.
           EXIT.
      /
       SUB-3410-RUN-DECB64.
      *-----------------------

           SET  DB-INPUT-PTR        TO ADDRESS OF W-INPUT-AREA
           MOVE W-INPUT-LEN         TO DB-INPUT-LEN
           SET  DB-OUTPUT-PTR       TO ADDRESS OF W-RESULT-AREA
           MOVE 0                   TO DB-OUTPUT-LEN

           CALL W-DECB64-PROG    USING W-DECB64-PARAMETER

           MOVE UTIL-RETURN-CODE OF W-DECB64-PARAMETER
                                    TO W-UTIL-RC
           MOVE UTIL-MESSAGE OF W-DECB64-PARAMETER
                                    TO W-UTIL-MESSAGE
           MOVE UTIL-COMPILE-STAMP OF W-DECB64-PARAMETER
                                    TO W-UTIL-STAMP
           MOVE DB-OUTPUT-LEN       TO W-RESULT-LEN
           .
       SUB-3410-EXIT.
           EXIT.
      /
       SUB-3420-RUN-COMPRESS.
      *-------------------------

      **** ONE CHUNK OF THE STAGED FEED; ITS OUTPUT FOLLOWS WHAT THE
      **** EARLIER CHUNKS PRODUCED.

           MOVE W-FEED-STAGE        TO CMP-STAGE
           SET  CMP-INPUT-PTR       TO ADDRESS OF
                                       W-INPUT-BYTE(W-FEED-POS)
           MOVE W-FEED-LEN          TO CMP-INPUT-LEN
           SET  CMP-OUTPUT-PTR      TO ADDRESS OF
                                       W-RESULT-BYTE(W-RESULT-LEN + 1)
           COMPUTE CMP-OUTPUT-MAX = W-RESULT-MAX - W-RESULT-LEN
           MOVE 0                   TO CMP-OUTPUT-LEN

           CALL W-COMPRESS-PROG  USING W-COMPRESS-PARAMETER

           MOVE UTIL-RETURN-CODE OF W-COMPRESS-PARAMETER
                                    TO W-UTIL-RC
           MOVE UTIL-MESSAGE OF W-COMPRESS-PARAMETER
                                    TO W-UTIL-MESSAGE
           MOVE UTIL-COMPILE-STAMP OF W-COMPRESS-PARAMETER
                                    TO W-UTIL-STAMP
           ADD  CMP-OUTPUT-LEN      TO W-RESULT-LEN
           .
       SUB-3420-EXIT.
           EXIT.
      /
       SUB-3430-RUN-EXPAND.
      *-----------------------

      **** ONE CHUNK OF THE STAGED FEED; ITS OUTPUT FOLLOWS WHAT THE
      **** EARLIER CHUNKS PRODUCED.

           MOVE W-FEED-STAGE        TO EXP-STAGE
           SET  EXP-INPUT-PTR       TO ADDRESS OF
                                       W-INPUT-BYTE(W-FEED-POS)
           MOVE W-FEED-LEN          TO EXP-INPUT-LEN
           SET  EXP-OUTPUT-PTR      TO ADDRESS OF
                                       W-RESULT-BYTE(W-RESULT-LEN + 1)
           COMPUTE EXP-OUTPUT-MAX = W-RESULT-MAX - W-RESULT-LEN
           MOVE 0                   TO EXP-OUTPUT-LEN

           CALL W-EXPAND-PROG    USING W-EXPAND-PARAMETER

           MOVE UTIL-RETURN-CODE OF W-EXPAND-PARAMETER
                                    TO W-UTIL-RC
           MOVE UTIL-MESSAGE OF W-EXPAND-PARAMETER
                                    TO W-UTIL-MESSAGE
           MOVE UTIL-COMPILE-STAMP OF W-EXPAND-PARAMETER
                                    TO W-UTIL-STAMP
           ADD  EXP-OUTPUT-LEN      TO W-RESULT-LEN
           .
       SUB-3430-EXIT.
           EXIT.
      /
       SUB-3440-RUN-TRANSLAT.
      *-------------------------

           IF      W-MODE-A2E
               SET  TR-ASCII-TO-EBCDIC
                                    TO TRUE
           ELSE
               SET  TR-EBCDIC-TO-ASCII
                                    TO TRUE
           END-IF

           MOVE 0                   TO TR-CODEPAGE
           SET  TR-INPUT-PTR        TO ADDRESS OF W-INPUT-AREA
           MOVE W-INPUT-LEN         TO TR-INPUT-LEN
           SET  TR-OUTPUT-PTR       TO ADDRESS OF W-RESULT-AREA

           CALL W-TRANSLAT-PROG  USING W-TRANSLAT-PARAMETER

           MOVE UTIL-RETURN-CODE OF W-TRANSLAT-PARAMETER
                                    TO W-UTIL-RC
           MOVE UTIL-MESSAGE OF W-TRANSLAT-PARAMETER
                                    TO W-UTIL-MESSAGE
           MOVE UTIL-COMPILE-STAMP OF W-TRANSLAT-PARAMETER
                                    TO W-UTIL-STAMP
           MOVE W-INPUT-LEN         TO W-RESULT-LEN
           .
       SUB-3440-EXIT.
           EXIT.
      /
       SUB-3450-RUN-AES.
      *--------------------

      **** ONE CHUNK OF THE STAGED FEED.  COUNTER MODE GIVES BACK
      **** EXACTLY AS MANY BYTES AS IT IS GIVEN, AFTER WHAT THE
      **** EARLIER CHUNKS PRODUCED.  THE KEY AND COUNTER BLOCK ARE
      **** READ ONLY ON THE FIRST CALL.

           MOVE W-FEED-STAGE        TO AES-STAGE
           SET  AES-KEY-PTR         TO ADDRESS OF W-KEY-AREA
           MOVE W-KEY-LEN           TO AES-KEY-LEN
           MOVE W-IV-AREA           TO AES-IV
           SET  AES-BUFFER-PTR      TO ADDRESS OF
                                       W-INPUT-BYTE(W-FEED-POS)
           MOVE W-FEED-LEN          TO AES-BUFFER-LEN
           SET  AES-OUTPUT-PTR      TO ADDRESS OF
                                       W-RESULT-BYTE(W-RESULT-LEN + 1)

           CALL W-AES-PROG       USING W-AES-PARAMETER

           MOVE UTIL-RETURN-CODE OF W-AES-PARAMETER
                                    TO W-UTIL-RC
           MOVE UTIL-MESSAGE OF W-AES-PARAMETER
                                    TO W-UTIL-MESSAGE
           MOVE UTIL-COMPILE-STAMP OF W-AES-PARAMETER
                                    TO W-UTIL-STAMP
           ADD  W-FEED-LEN          TO W-RESULT-LEN
           .
       SUB-3450-EXIT.
           EXIT.
      /
       SUB-3500-JUDGE.
      *------------------

      **** A CHECK PASSES WHEN THE UTILSTAT RETURN CODE IS THE ONE
      **** EXPECTED AND, FOR A CALL EXPECTED TO SUCCEED, THE OUTPUT
      **** MATCHES THE PUBLISHED ANSWER BYTE FOR BYTE.

           MOVE 'PASS'              TO W-CHECK-RESULT

           IF      W-UTIL-RC NOT = W-CASE-RC
               MOVE 'FAIL'          TO W-CHECK-RESULT
           ELSE
               IF      W-CASE-RC = 0
                   IF      W-RESULT-LEN NOT = W-EXPECT-LEN
                       MOVE 'FAIL'  TO W-CHECK-RESULT
                   ELSE
                       IF      W-RESULT-LEN > 0
                       AND     W-RESULT-AREA(1:W-RESULT-LEN)
                           NOT = W-EXPECT-AREA(1:W-EXPECT-LEN)
                           MOVE 'FAIL'
                                    TO W-CHECK-RESULT
                       END-IF
                   END-IF
               END-IF
           END-IF

           DISPLAY 'SUBKAT   ' W-CHECK-RESULT '  ' W-CASE-SUBROUTINE
               ' ' W-VARIANT-LABEL ' ' W-CASE-NAME

           IF      W-CHECK-RESULT = 'PASS'
               ADD  1               TO W-PASS-COUNT
               GO TO SUB-3500-EXIT
           END-IF

           ADD  1                   TO W-FAIL-COUNT

           MOVE W-UTIL-RC           TO W-DISPLAY-RC
           DISPLAY 'SUBKAT            return code ' W-DISPLAY-RC
               ' expected ' W-CASE-RC ' ' W-UTIL-MESSAGE
           DISPLAY 'SUBKAT            loaded compile ' W-UTIL-STAMP

           IF      W-CASE-RC = 0
               MOVE 'expected'      TO W-DUMP-LABEL
               MOVE W-EXPECT-LEN    TO W-DUMP-LEN
               SET  HD-INPUT-PTR    TO ADDRESS OF W-EXPECT-AREA
               PERFORM SUB-3600-PRINT-HEX THRU SUB-3600-EXIT
           END-IF

           IF      W-UTIL-RC = 0
               MOVE 'got'           TO W-DUMP-LABEL
               MOVE W-RESULT-LEN    TO W-DUMP-LEN
               SET  HD-INPUT-PTR    TO ADDRESS OF W-RESULT-AREA
               PERFORM SUB-3600-PRINT-HEX THRU SUB-3600-EXIT
           END-IF
           .
       SUB-3500-EXIT.
           EXIT.
      /
       SUB-3600-PRINT-HEX.
      *----------------------

           IF      W-DUMP-LEN = 0
               DISPLAY 'SUBKAT            ' W-DUMP-LABEL
                   ' (no bytes)'
               GO TO SUB-3600-EXIT
           END-IF

           MOVE W-DUMP-LEN          TO HD-INPUT-LEN
           SET  HD-OUTPUT-PTR       TO ADDRESS OF W-DUMP-HEX
           SET  HD-CHAR-PTR         TO NULL
           CALL W-HEXDUMP-PROG   USING W-HEXDUMP-PARAMETER

           COMPUTE W-DUMP-LEN = W-DUMP-LEN * 2

           PERFORM SUB-3610-PRINT-HEX-LINE THRU SUB-3610-EXIT
               VARYING W-DUMP-POS FROM 1 BY 64
                 UNTIL W-DUMP-POS > W-DUMP-LEN
           .
       SUB-3600-EXIT.
           EXIT.
      /
       SUB-3610-PRINT-HEX-LINE.
      *----------------------------

           IF      W-DUMP-LEN - W-DUMP-POS + 1 < 64
               DISPLAY 'SUBKAT            ' W-DUMP-LABEL ' '
                   W-DUMP-HEX(W-DUMP-POS:W-DUMP-LEN - W-DUMP-POS + 1)
           ELSE
               DISPLAY 'SUBKAT            ' W-DUMP-LABEL ' '
                   W-DUMP-HEX(W-DUMP-POS:64)
           END-IF

           MOVE SPACES              TO W-DUMP-LABEL
           .
       SUB-3610-EXIT.
           EXIT.
      /
       SUB-4000-SHUT-DOWN.
      *-------------------

           IF      W-FAIL-RC NOT = 0
               DISPLAY 'SUBKAT   completed with errors'
               GO TO SUB-4000-EXIT
           END-IF

           MOVE W-CASE-COUNT        TO W-DISPLAY-COUNT
           DISPLAY 'SUBKAT   cases          : ' W-DISPLAY-COUNT
           MOVE W-CHECK-COUNT       TO W-DISPLAY-COUNT
           DISPLAY 'SUBKAT   checks run     : ' W-DISPLAY-COUNT
           MOVE W-PASS-COUNT        TO W-DISPLAY-COUNT
           DISPLAY 'SUBKAT   checks passed  : ' W-DISPLAY-COUNT
           MOVE W-FAIL-COUNT        TO W-DISPLAY-COUNT
           DISPLAY 'SUBKAT   checks failed  : ' W-DISPLAY-COUNT
           MOVE W-ERROR-COUNT       TO W-DISPLAY-COUNT
           DISPLAY 'SUBKAT   vector errors  : ' W-DISPLAY-COUNT

           MOVE 'SUBKAT'            TO STW-PROGRAM
           MOVE 'VECTORS'           TO STW-DATASET
           MOVE SPACES              TO STW-CHECKSUM
           MOVE W-PASS-COUNT        TO W-DISPLAY-COUNT
           MOVE W-CHECK-COUNT       TO W-DISPLAY-COUNT-2
           MOVE SPACES              TO STW-DETAIL

           EVALUATE TRUE
               WHEN W-FAIL-COUNT NOT = 0
                   SET  STW-RESULT-FAIL
                                    TO TRUE
                   STRING 'known-answer checks failed - '
                       W-DISPLAY-COUNT ' of ' W-DISPLAY-COUNT-2
                       ' passed'
                       DELIMITED BY SIZE
                                  INTO STW-DETAIL
                   MOVE 12          TO W-FAIL-RC

               WHEN W-ERROR-COUNT NOT = 0
               OR   W-CHECK-COUNT = 0
                   SET  STW-RESULT-ERROR
                                    TO TRUE
                   MOVE 'known-answer vectors could not all be run'
                                    TO STW-DETAIL
                   MOVE 16          TO W-FAIL-RC

               WHEN OTHER
                   SET  STW-RESULT-PASS
                                    TO TRUE
                   STRING 'known-answer checks passed - '
                       W-DISPLAY-COUNT ' of ' W-DISPLAY-COUNT-2
                       DELIMITED BY SIZE
                                  INTO STW-DETAIL
           END-EVALUATE

           CALL W-STATWRT-PROG   USING W-STATWRT-PARAMETER

      **** THE CALL HANDS STATWRT'S RETURN CODE BACK INTO THIS
      **** PROGRAM'S RETURN-CODE REGISTER, SO THE FAILURE CODE IS
      **** RE-ESTABLISHED AFTERWARDS OR THE STEP WOULD END CLEAN.

           IF      W-FAIL-RC NOT = 0
               MOVE W-FAIL-RC       TO RETURN-CODE
           END-IF

           DISPLAY 'SUBKAT   completed'
           .
       SUB-4000-EXIT.
           EXIT.
