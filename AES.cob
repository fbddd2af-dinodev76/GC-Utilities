      *============================= AES ===============================*
      * Authors: Brian D Pead
      *
      * Description: Subroutine to encrypt or decrypt the specified
      *              input with the AES block cipher (FIPS 197) in
      *              counter mode (SP 800-38A), for the partners that
      *              require payloads encrypted at rest on the
      *              landing server.  The call pattern is the staged
      *              START / IN-PROCESS / END of CRC32, MD5 and
      *              SHA256, with the expanded key schedule, the
      *              running counter block and the unused keystream
      *              carried in the caller's parameter area.  The
      *              cipher runs forward only -- counter mode XORs
      *              the enciphered counter over the data -- so one
      *              call serves both directions and the output is
      *              exactly as long as the input.  AES-128, AES-192
      *              and AES-256 are selected by the key length.
      *              Byte-pair XOR and GF(2**8) doubling run off
      *              lookup tables built on the first call, the same
      *              idea as SHA256's, and the engine is checked
      *              against the standard's counter-mode test vector
      *              before it is trusted with real data.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-16  1.0      First release
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 AES.

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
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       WORKING-STORAGE SECTION.
      *------------------------

       01  FILLER                  PIC X(01)       VALUE 'Y'.
           88  W-FIRST-CALL                        VALUE 'Y'.
           88  W-NOT-FIRST-CALL                    VALUE 'N'.

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                   PIC X(04).
           05  W-COMPILED-DATE-MM  PIC X(02).
           05  W-COMPILED-DATE-DD  PIC X(02).
           05  W-COMPILED-TIME-HH  PIC X(02).
           05  W-COMPILED-TIME-MM  PIC X(02).
           05  W-COMPILED-TIME-SS  PIC X(02).
           05  FILLER              PIC X(07).

       01  W-SUB                   PIC S9(04)      COMP.
       01  FILLER REDEFINES W-SUB.
           05  FILLER              PIC X(01)       VALUE X'00'.
           05  W-SUB-2             PIC X(01).

       01  W-SUB-B                 PIC S9(04)      COMP.
       01  FILLER REDEFINES W-SUB-B.
           05  FILLER              PIC X(01)       VALUE X'00'.
           05  W-SUB-B-2           PIC X(01).

       01  W-BYTE-OUT              PIC S9(04)      COMP.
       01  FILLER REDEFINES W-BYTE-OUT.
           05  FILLER              PIC X(01)       VALUE X'00'.
           05  W-BYTE-OUT-2        PIC X(01).

       01  W-BLD-1                 PIC S9(04)      COMP.
       01  W-BLD-2                 PIC S9(04)      COMP.
       01  W-BLD-BIT               PIC S9(04)      COMP.
       01  W-BLD-REM-1             PIC S9(04)      COMP.
       01  W-BLD-REM-2             PIC S9(04)      COMP.
       01  W-BLD-BIT-1             PIC S9(04)      COMP.
       01  W-BLD-BIT-2             PIC S9(04)      COMP.
       01  W-BLD-WEIGHT            PIC S9(04)      COMP.
       01  W-BLD-XOR               PIC S9(04)      COMP.

       01  W-CHUNK-PTR             POINTER.
       01  W-CHUNK-OUT-PTR         POINTER.
       01  W-CHUNK-LEN             PIC 9(09)  COMP.
       01  W-CHUNK-REMAINING       PIC 9(09)  COMP.
       01  W-CHUNK-MAX             PIC 9(09)  COMP VALUE 32768.

      **** THE CIPHER STATE, COLUMN BY COLUMN AS THE STANDARD LAYS
      **** IT OUT: BYTE (ROW R, COLUMN C) IS ENTRY C * 4 + R + 1.

       01  W-STATE-TABLE.
           05  W-ST                PIC S9(04) COMP OCCURS 16.

       01  W-TEMP-TABLE.
           05  W-TM                PIC S9(04) COMP OCCURS 16.

      **** THE KEY SCHEDULE WHILE IT IS BEING EXPANDED, BEFORE IT IS
      **** STORED IN THE CALLER'S AREA.  CLEARED AFTER USE.

       01  W-EXPANDED-TABLE.
           05  W-EXP               PIC S9(04) COMP OCCURS 240.

       01  W-WORD-TABLE.
           05  W-WT                PIC S9(04) COMP OCCURS 4.

       01  W-NK                    PIC S9(04) COMP.
       01  W-TOTAL-WORDS           PIC S9(04) COMP.
       01  W-WORD-DX               PIC S9(04) COMP.
       01  W-WORD-QUOT             PIC S9(04) COMP.
       01  W-WORD-REM              PIC S9(04) COMP.
       01  W-BYTE-DX               PIC S9(04) COMP.
       01  W-ROUND-DX              PIC S9(04) COMP.
       01  W-ROW-DX                PIC S9(04) COMP.
       01  W-COL-DX                PIC S9(04) COMP.
       01  W-POS                   PIC S9(04) COMP.
       01  W-CARRY                 PIC S9(04) COMP.

       01  W-A0                    PIC S9(04) COMP.
       01  W-A1                    PIC S9(04) COMP.
       01  W-A2                    PIC S9(04) COMP.
       01  W-A3                    PIC S9(04) COMP.
       01  W-T                     PIC S9(04) COMP.

      **** THE SP 800-38A F.5.1 COUNTER-MODE AES-128 VECTOR: FIRST
      **** BLOCK OF THE KNOWN PLAINTEXT UNDER THE KNOWN KEY AND
      **** INITIAL COUNTER.

       01  W-SELFTEST-KEY          PIC X(16)       VALUE
           X'2B7E151628AED2A6ABF7158809CF4F3C'.
       01  W-SELFTEST-IV           PIC X(16)       VALUE
           X'F0F1F2F3F4F5F6F7F8F9FAFBFCFDFEFF'.
       01  W-SELFTEST-BUF          PIC X(16)       VALUE
           X'6BC1BEE22E409F96E93D7E117393172A'.
       01  W-SELFTEST-EXPECTED     PIC X(16)       VALUE
           X'874D6191B620E3261BEF6864990DB6CE'.
       01  W-SELFTEST-OUT          PIC X(16).
       01  W-SELFTEST-PARAMETER.   COPY AESL.

       01  W-SAVED-PARAM-PTR                       POINTER.

       COPY AESW.
      /
       01  W-ERRLOG-PROG           PIC X(08)       VALUE 'ERRLOG'.

       01  W-ERRLOG-PARAMETER.     COPY ERRLOGL.

       LINKAGE SECTION.
      *----------------

       01  L-PARAMETER.            COPY AESL.

       01  L-KEY                   PIC X(32).

       01  L-BUFFER.
           05  L-BUFFER-BYTE       PIC X(01)       OCCURS 32768
                                                   INDEXED L-DX.

       01  L-OUTPUT.
           05  L-OUTPUT-BYTE       PIC X(01)       OCCURS 32768.
      /
       PROCEDURE DIVISION USING L-PARAMETER.
      *==================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      UTIL-RC-OK OF L-PARAMETER
               IF      AES-STAGE-START-END OF L-PARAMETER
               OR      AES-STAGE-START OF L-PARAMETER
                   PERFORM SUB-1500-INIT-STREAM THRU SUB-1500-EXIT
               END-IF
           END-IF

           IF      UTIL-RC-OK OF L-PARAMETER
           AND     AES-BUFFER-LEN OF L-PARAMETER > 0
               PERFORM SUB-0500-TRANSFORM-BUFFER THRU SUB-0500-EXIT
           END-IF

           IF      UTIL-RC-OK OF L-PARAMETER
               IF      AES-STAGE-START-END OF L-PARAMETER
               OR      AES-STAGE-END OF L-PARAMETER
                   PERFORM SUB-5000-CLOSE-STREAM THRU SUB-5000-EXIT
               END-IF
           END-IF
           .
       MAIN-EXIT.
           GOBACK.
      /
       SUB-0500-TRANSFORM-BUFFER.
      *-----------------------------

      **** WALK THE INPUT AND OUTPUT BUFFERS TOGETHER IN 32768-BYTE
      **** SLICES -- THE SAME CHUNKING IDIOM MD5 AND SHA256 USE.

           MOVE AES-BUFFER-LEN OF L-PARAMETER
                                    TO W-CHUNK-REMAINING
           SET  W-CHUNK-PTR         TO AES-BUFFER-PTR OF L-PARAMETER
           SET  W-CHUNK-OUT-PTR     TO AES-OUTPUT-PTR OF L-PARAMETER

           ADD  AES-BUFFER-LEN OF L-PARAMETER
                                    TO AES-BYTE-COUNT OF L-PARAMETER

           PERFORM SUB-0510-TRANSFORM-CHUNK THRU SUB-0510-EXIT
               UNTIL W-CHUNK-REMAINING = 0
           .
       SUB-0500-EXIT.
           EXIT.
      /
       SUB-0510-TRANSFORM-CHUNK.
      *----------------------------

           IF      W-CHUNK-REMAINING > W-CHUNK-MAX
               MOVE W-CHUNK-MAX      TO W-CHUNK-LEN
           ELSE
               MOVE W-CHUNK-REMAINING
                                     TO W-CHUNK-LEN
           END-IF

           SET  ADDRESS OF L-BUFFER TO W-CHUNK-PTR
           SET  ADDRESS OF L-OUTPUT TO W-CHUNK-OUT-PTR

           PERFORM SUB-0520-TRANSFORM-BYTE THRU SUB-0520-EXIT
               VARYING L-DX FROM 1 BY 1 UNTIL L-DX > W-CHUNK-LEN

           SET  W-CHUNK-PTR         UP BY W-CHUNK-LEN
           SET  W-CHUNK-OUT-PTR     UP BY W-CHUNK-LEN
           SUBTRACT W-CHUNK-LEN     FROM W-CHUNK-REMAINING
           .
       SUB-0510-EXIT.
           EXIT.
      /
       SUB-0520-TRANSFORM-BYTE.
      *---------------------------

      **** A FRESH KEYSTREAM BLOCK IS ENCIPHERED WHENEVER THE LAST
      **** ONE HAS BEEN USED UP, SO A STREAM CAN BE SPLIT ACROSS
      **** CALLS AT ANY BYTE BOUNDARY.

           IF      AES-KEYSTREAM-USED OF L-PARAMETER >= 16
               PERFORM SUB-3000-NEXT-KEYSTREAM THRU SUB-3000-EXIT
           END-IF

           ADD  1                   TO AES-KEYSTREAM-USED
                                           OF L-PARAMETER

           MOVE L-BUFFER-BYTE(L-DX) TO W-SUB-2
           MOVE AES-KEYSTREAM OF L-PARAMETER
               (AES-KEYSTREAM-USED OF L-PARAMETER : 1)
                                    TO W-SUB-B-2

           MOVE W-XOR-VAL(W-SUB + 1, W-SUB-B + 1)
                                    TO W-BYTE-OUT
           MOVE W-BYTE-OUT-2        TO L-OUTPUT-BYTE(L-DX)
           .
       SUB-0520-EXIT.
           EXIT.
      /
       SUB-1000-START-UP.
      *------------------

           PERFORM SUB-1010-VALIDATE THRU SUB-1010-EXIT

           IF      NOT UTIL-RC-OK OF L-PARAMETER
               PERFORM SUB-1020-LOG-FAILURE THRU SUB-1020-EXIT
           END-IF

           IF      W-NOT-FIRST-CALL
               GO TO SUB-1000-EXIT
           END-IF

           SET W-NOT-FIRST-CALL    TO TRUE
           MOVE FUNCTION WHEN-COMPILED
                                   TO W-COMPILED-DATE

           DISPLAY 'AES      compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           PERFORM SUB-1100-BUILD-TABLES THRU SUB-1100-EXIT

           PERFORM SUB-1050-SELF-TEST THRU SUB-1050-EXIT
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1010-VALIDATE.
      *--------------------

           SET  UTIL-RC-OK OF L-PARAMETER
                                   TO TRUE
           MOVE SPACE               TO UTIL-MESSAGE OF L-PARAMETER
           MOVE FUNCTION WHEN-COMPILED
                                   TO UTIL-COMPILE-STAMP
                                      OF L-PARAMETER

           EVALUATE TRUE
               WHEN (AES-STAGE-START-END OF L-PARAMETER
                 OR  AES-STAGE-START OF L-PARAMETER)
               AND  AES-KEY-LEN OF L-PARAMETER NOT = 16
               AND  AES-KEY-LEN OF L-PARAMETER NOT = 24
               AND  AES-KEY-LEN OF L-PARAMETER NOT = 32
                   SET  UTIL-RC-BAD-LENGTH OF L-PARAMETER
                                   TO TRUE
                   MOVE 'AES-KEY-LEN MUST BE 16, 24 OR 32'
                                   TO UTIL-MESSAGE OF L-PARAMETER

               WHEN (AES-STAGE-START-END OF L-PARAMETER
                 OR  AES-STAGE-START OF L-PARAMETER)
               AND  AES-KEY-PTR OF L-PARAMETER = NULL
                   SET  UTIL-RC-BAD-POINTER OF L-PARAMETER
                                   TO TRUE
                   MOVE 'AES-KEY-PTR NOT SET'
                                   TO UTIL-MESSAGE OF L-PARAMETER

               WHEN (AES-STAGE-IN-PROCESS OF L-PARAMETER
                 OR  AES-STAGE-END OF L-PARAMETER)
               AND  AES-ROUNDS OF L-PARAMETER NOT = 10
               AND  AES-ROUNDS OF L-PARAMETER NOT = 12
               AND  AES-ROUNDS OF L-PARAMETER NOT = 14
                   SET  UTIL-RC-BAD-DATA OF L-PARAMETER
                                   TO TRUE
                   MOVE 'AES STREAM WAS NEVER STARTED'
                                   TO UTIL-MESSAGE OF L-PARAMETER

               WHEN AES-BUFFER-LEN OF L-PARAMETER > 0
               AND  AES-BUFFER-PTR OF L-PARAMETER = NULL
                   SET  UTIL-RC-BAD-POINTER OF L-PARAMETER
                                   TO TRUE
                   MOVE 'AES-BUFFER-PTR NOT SET'
                                   TO UTIL-MESSAGE OF L-PARAMETER

               WHEN AES-BUFFER-LEN OF L-PARAMETER > 0
               AND  AES-OUTPUT-PTR OF L-PARAMETER = NULL
                   SET  UTIL-RC-BAD-POINTER OF L-PARAMETER
                                   TO TRUE
                   MOVE 'AES-OUTPUT-PTR NOT SET'
                                   TO UTIL-MESSAGE OF L-PARAMETER
           END-EVALUATE
           .
       SUB-1010-EXIT.
           EXIT.
      /
       SUB-1020-LOG-FAILURE.
      *-------------------------

      **** A REJECTED CALL IS ALSO APPENDED TO THE UTILERRL CENTRAL
      **** ERROR LOG, SO THE EVIDENCE SURVIVES A CALLER THAT IGNORES
      **** THE UTILSTAT TRAILER.

           MOVE 'AES'        TO EL-SUBROUTINE
           MOVE UTIL-RETURN-CODE OF L-PARAMETER
                                   TO EL-RETURN-CODE
           MOVE UTIL-MESSAGE OF L-PARAMETER
                                   TO EL-MESSAGE
           MOVE SPACES               TO EL-CALLER-ID

           CALL W-ERRLOG-PROG   USING W-ERRLOG-PARAMETER
           .
       SUB-1020-EXIT.
           EXIT.
      /
       SUB-1050-SELF-TEST.
      *--------------------

      **** VERIFY THE ENGINE, ONCE PER RUN, AGAINST THE STANDARD
      **** COUNTER-MODE TEST VECTOR BEFORE THE SUBROUTINE IS TRUSTED
      **** TO DO ANY REAL WORK.  THE ENGINE PARAGRAPHS WORK ON
      **** L-PARAMETER, SO THE SELF-TEST AREA IS SWAPPED IN AS
      **** L-PARAMETER FOR THE DURATION AND THE CALLER'S AREA
      **** RESTORED AFTER -- THE CALLER'S IN-FLIGHT STATE IS NEVER
      **** TOUCHED.

           SET  W-SAVED-PARAM-PTR  TO ADDRESS OF L-PARAMETER
           SET  ADDRESS OF L-PARAMETER
                                   TO ADDRESS OF
                                       W-SELFTEST-PARAMETER

           SET  AES-STAGE-START-END OF L-PARAMETER
                                   TO TRUE
           SET  AES-KEY-PTR OF L-PARAMETER
                                   TO ADDRESS OF W-SELFTEST-KEY
           MOVE 16                  TO AES-KEY-LEN OF L-PARAMETER
           MOVE W-SELFTEST-IV       TO AES-IV OF L-PARAMETER
           SET  AES-BUFFER-PTR OF L-PARAMETER
                                   TO ADDRESS OF W-SELFTEST-BUF
           MOVE 16                  TO AES-BUFFER-LEN OF L-PARAMETER
           SET  AES-OUTPUT-PTR OF L-PARAMETER
                                   TO ADDRESS OF W-SELFTEST-OUT

           PERFORM SUB-1500-INIT-STREAM THRU SUB-1500-EXIT
           PERFORM SUB-0500-TRANSFORM-BUFFER THRU SUB-0500-EXIT
           PERFORM SUB-5000-CLOSE-STREAM THRU SUB-5000-EXIT

           SET  ADDRESS OF L-PARAMETER
                                   TO W-SAVED-PARAM-PTR

           IF      W-SELFTEST-OUT = W-SELFTEST-EXPECTED
               DISPLAY 'AES      SELF-TEST PASSED'
           ELSE
               DISPLAY 'AES      SELF-TEST FAILED - CIPHERTEXT DOES '
                   'NOT MATCH THE STANDARD VECTOR'
           END-IF
           .
       SUB-1050-EXIT.
           EXIT.
      /
       SUB-1100-BUILD-TABLES.
      *-------------------------

      **** BUILD THE 256 X 256 BYTE-PAIR XOR TABLE, THEN THE
      **** GF(2**8) DOUBLING TABLE FROM IT, ONCE, ON THE FIRST CALL.

           PERFORM SUB-1130-BUILD-PAIR-ROW THRU SUB-1130-EXIT
               VARYING W-BLD-1 FROM 0 BY 1 UNTIL W-BLD-1 > 255

           PERFORM SUB-1160-BUILD-MUL2 THRU SUB-1160-EXIT
               VARYING W-BLD-1 FROM 0 BY 1 UNTIL W-BLD-1 > 255
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1130-BUILD-PAIR-ROW.
      *----------------------------

           PERFORM SUB-1140-BUILD-PAIR-CELL THRU SUB-1140-EXIT
               VARYING W-BLD-2 FROM 0 BY 1 UNTIL W-BLD-2 > 255
           .
       SUB-1130-EXIT.
           EXIT.
      /
       SUB-1140-BUILD-PAIR-CELL.
      *-----------------------------

           MOVE W-BLD-1             TO W-BLD-REM-1
           MOVE W-BLD-2             TO W-BLD-REM-2
           MOVE 0                   TO W-BLD-XOR
           MOVE 1                   TO W-BLD-WEIGHT

           PERFORM SUB-1150-BUILD-PAIR-BIT THRU SUB-1150-EXIT
               VARYING W-BLD-BIT FROM 1 BY 1 UNTIL W-BLD-BIT > 8

           MOVE W-BLD-XOR           TO
               W-XOR-VAL(W-BLD-1 + 1, W-BLD-2 + 1)
           .
       SUB-1140-EXIT.
           EXIT.
      /
       SUB-1150-BUILD-PAIR-BIT.
      *----------------------------

           DIVIDE W-BLD-REM-1 BY 2 GIVING W-BLD-REM-1
                                   REMAINDER W-BLD-BIT-1
           DIVIDE W-BLD-REM-2 BY 2 GIVING W-BLD-REM-2
                                   REMAINDER W-BLD-BIT-2

           IF      W-BLD-BIT-1 NOT = W-BLD-BIT-2
               ADD  W-BLD-WEIGHT    TO W-BLD-XOR
           END-IF

           MULTIPLY 2 BY W-BLD-WEIGHT
           .
       SUB-1150-EXIT.
           EXIT.
      /
       SUB-1160-BUILD-MUL2.
      *-----------------------

      **** DOUBLING IN GF(2**8): SHIFT LEFT ONE BIT AND, WHEN THE
      **** HIGH BIT FALLS OFF, REDUCE BY THE FIELD POLYNOMIAL X'1B'.

           IF      W-BLD-1 < 128
               COMPUTE W-MUL2-VAL(W-BLD-1 + 1) = W-BLD-1 * 2
           ELSE
               COMPUTE W-BLD-2 = W-BLD-1 * 2 - 256
               MOVE W-XOR-VAL(W-BLD-2 + 1, 28)
                                    TO W-MUL2-VAL(W-BLD-1 + 1)
           END-IF
           .
       SUB-1160-EXIT.
           EXIT.
      /
       SUB-1500-INIT-STREAM.
      *------------------------

      **** EXPAND THE KEY INTO THE ROUND KEY SCHEDULE AND LOAD THE
      **** INITIAL COUNTER BLOCK.  NK IS THE KEY LENGTH IN 32-BIT
      **** WORDS; THE ROUND COUNT IS NK + 6.

           SET  ADDRESS OF L-KEY    TO AES-KEY-PTR OF L-PARAMETER

           COMPUTE W-NK = AES-KEY-LEN OF L-PARAMETER / 4
           COMPUTE AES-ROUNDS OF L-PARAMETER = W-NK + 6
           COMPUTE W-TOTAL-WORDS = (AES-ROUNDS OF L-PARAMETER + 1)
                                 * 4

           PERFORM SUB-1510-LOAD-KEY-BYTE THRU SUB-1510-EXIT
               VARYING W-BYTE-DX FROM 1 BY 1
                 UNTIL W-BYTE-DX > AES-KEY-LEN OF L-PARAMETER

           PERFORM SUB-1520-EXPAND-WORD THRU SUB-1520-EXIT
               VARYING W-WORD-DX FROM W-NK BY 1
                 UNTIL W-WORD-DX >= W-TOTAL-WORDS

           MOVE LOW-VALUES          TO AES-ROUND-KEYS OF L-PARAMETER

           PERFORM SUB-1550-STORE-KEY-BYTE THRU SUB-1550-EXIT
               VARYING W-BYTE-DX FROM 1 BY 1
                 UNTIL W-BYTE-DX > W-TOTAL-WORDS * 4

           INITIALIZE W-EXPANDED-TABLE
                      W-WORD-TABLE

           MOVE AES-IV OF L-PARAMETER
                                    TO AES-COUNTER OF L-PARAMETER
           MOVE LOW-VALUES          TO AES-KEYSTREAM OF L-PARAMETER
           MOVE 16                  TO AES-KEYSTREAM-USED
                                           OF L-PARAMETER
           MOVE 0                   TO AES-BYTE-COUNT OF L-PARAMETER
           .
       SUB-1500-EXIT.
           EXIT.
      /
       SUB-1510-LOAD-KEY-BYTE.
      *--------------------------

           MOVE L-KEY(W-BYTE-DX:1)  TO W-SUB-2
           MOVE W-SUB               TO W-EXP(W-BYTE-DX)
           .
       SUB-1510-EXIT.
           EXIT.
      /
       SUB-1520-EXPAND-WORD.
      *------------------------

      **** W(I) = W(I - NK) XOR TEMP, WHERE TEMP IS W(I - 1) --
      **** ROTATED, SUBSTITUTED AND XORED WITH THE ROUND CONSTANT
      **** AT EVERY NK-TH WORD, AND SUBSTITUTED ONLY AT THE MIDDLE
      **** OF EACH GROUP FOR A 256-BIT KEY.  WORDS ARE NUMBERED
      **** FROM ZERO, AS IN THE STANDARD.

           COMPUTE W-POS = (W-WORD-DX - 1) * 4
           MOVE W-EXP(W-POS + 1)    TO W-WT(1)
           MOVE W-EXP(W-POS + 2)    TO W-WT(2)
           MOVE W-EXP(W-POS + 3)    TO W-WT(3)
           MOVE W-EXP(W-POS + 4)    TO W-WT(4)

           DIVIDE W-WORD-DX BY W-NK GIVING W-WORD-QUOT
                                    REMAINDER W-WORD-REM

           IF      W-WORD-REM = 0
               MOVE W-WT(1)         TO W-T
               MOVE W-WT(2)         TO W-WT(1)
               MOVE W-WT(3)         TO W-WT(2)
               MOVE W-WT(4)         TO W-WT(3)
               MOVE W-T             TO W-WT(4)
               PERFORM SUB-1530-SUB-WORD THRU SUB-1530-EXIT
               MOVE W-AES-RCON(W-WORD-QUOT)
                                    TO W-SUB-2
               MOVE W-XOR-VAL(W-WT(1) + 1, W-SUB + 1)
                                    TO W-WT(1)
           ELSE
               IF      W-NK > 6
               AND     W-WORD-REM = 4
                   PERFORM SUB-1530-SUB-WORD THRU SUB-1530-EXIT
               END-IF
           END-IF

           COMPUTE W-POS = W-WORD-DX * 4

           PERFORM SUB-1540-XOR-WORD-BYTE THRU SUB-1540-EXIT
               VARYING W-BYTE-DX FROM 1 BY 1 UNTIL W-BYTE-DX > 4
           .
       SUB-1520-EXIT.
           EXIT.
      /
       SUB-1530-SUB-WORD.
      *---------------------

           MOVE W-AES-SBOX(W-WT(1) + 1)
                                    TO W-SUB-2
           MOVE W-SUB               TO W-WT(1)
           MOVE W-AES-SBOX(W-WT(2) + 1)
                                    TO W-SUB-2
           MOVE W-SUB               TO W-WT(2)
           MOVE W-AES-SBOX(W-WT(3) + 1)
                                    TO W-SUB-2
           MOVE W-SUB               TO W-WT(3)
           MOVE W-AES-SBOX(W-WT(4) + 1)
                                    TO W-SUB-2
           MOVE W-SUB               TO W-WT(4)
           .
       SUB-1530-EXIT.
           EXIT.
      /
       SUB-1540-XOR-WORD-BYTE.
      *--------------------------

           MOVE W-XOR-VAL(W-EXP(W-POS - W-NK * 4 + W-BYTE-DX) + 1,
                          W-WT(W-BYTE-DX) + 1)
                                    TO W-EXP(W-POS + W-BYTE-DX)
           .
       SUB-1540-EXIT.
           EXIT.
      /
       SUB-1550-STORE-KEY-BYTE.
      *---------------------------

           MOVE W-EXP(W-BYTE-DX)    TO W-BYTE-OUT
           MOVE W-BYTE-OUT-2        TO AES-ROUND-KEYS OF L-PARAMETER
                                           (W-BYTE-DX:1)
           .
       SUB-1550-EXIT.
           EXIT.
      /
       SUB-3000-NEXT-KEYSTREAM.
      *---------------------------

      **** ENCIPHER THE COUNTER BLOCK INTO THE NEXT SIXTEEN BYTES OF
      **** KEYSTREAM, THEN STEP THE COUNTER.

           PERFORM SUB-3010-LOAD-STATE-BYTE THRU SUB-3010-EXIT
               VARYING W-BYTE-DX FROM 1 BY 1 UNTIL W-BYTE-DX > 16

           MOVE 0                   TO W-ROUND-DX
           PERFORM SUB-3100-ADD-ROUND-KEY THRU SUB-3100-EXIT

           PERFORM SUB-3050-ROUND THRU SUB-3050-EXIT
               VARYING W-ROUND-DX FROM 1 BY 1
                 UNTIL W-ROUND-DX > AES-ROUNDS OF L-PARAMETER

           PERFORM SUB-3020-STORE-STATE-BYTE THRU SUB-3020-EXIT
               VARYING W-BYTE-DX FROM 1 BY 1 UNTIL W-BYTE-DX > 16

           MOVE 0                   TO AES-KEYSTREAM-USED
                                           OF L-PARAMETER

           MOVE 1                   TO W-CARRY
           PERFORM SUB-3500-BUMP-COUNTER-BYTE THRU SUB-3500-EXIT
               VARYING W-BYTE-DX FROM 16 BY -1
                 UNTIL W-BYTE-DX < 1 OR W-CARRY = 0
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3010-LOAD-STATE-BYTE.
      *----------------------------

           MOVE AES-COUNTER OF L-PARAMETER(W-BYTE-DX:1)
                                    TO W-SUB-2
           MOVE W-SUB               TO W-ST(W-BYTE-DX)
           .
       SUB-3010-EXIT.
           EXIT.
      /
       SUB-3020-STORE-STATE-BYTE.
      *-----------------------------

           MOVE W-ST(W-BYTE-DX)     TO W-BYTE-OUT
           MOVE W-BYTE-OUT-2        TO AES-KEYSTREAM OF L-PARAMETER
                                           (W-BYTE-DX:1)
           .
       SUB-3020-EXIT.
           EXIT.
      /
       SUB-3050-ROUND.
      *------------------

      **** ONE ROUND: SUBBYTES, SHIFTROWS, MIXCOLUMNS (EXCEPT IN THE
      **** FINAL ROUND) AND ADDROUNDKEY.

           PERFORM SUB-3200-SUB-BYTE THRU SUB-3200-EXIT
               VARYING W-BYTE-DX FROM 1 BY 1 UNTIL W-BYTE-DX > 16

           PERFORM SUB-3300-SHIFT-ROWS THRU SUB-3300-EXIT

           IF      W-ROUND-DX < AES-ROUNDS OF L-PARAMETER
               PERFORM SUB-3400-MIX-COLUMN THRU SUB-3400-EXIT
                   VARYING W-COL-DX FROM 0 BY 1 UNTIL W-COL-DX > 3
           END-IF

           PERFORM SUB-3100-ADD-ROUND-KEY THRU SUB-3100-EXIT
           .
       SUB-3050-EXIT.
           EXIT.
      /
       SUB-3100-ADD-ROUND-KEY.
      *--------------------------

           COMPUTE W-POS = W-ROUND-DX * 16

           PERFORM SUB-3110-ADD-KEY-BYTE THRU SUB-3110-EXIT
               VARYING W-BYTE-DX FROM 1 BY 1 UNTIL W-BYTE-DX > 16
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3110-ADD-KEY-BYTE.
      *-------------------------

           MOVE AES-ROUND-KEYS OF L-PARAMETER(W-POS + W-BYTE-DX:1)
                                    TO W-SUB-2
           MOVE W-XOR-VAL(W-ST(W-BYTE-DX) + 1, W-SUB + 1)
                                    TO W-ST(W-BYTE-DX)
           .
       SUB-3110-EXIT.
           EXIT.
      /
       SUB-3200-SUB-BYTE.
      *---------------------

           MOVE W-AES-SBOX(W-ST(W-BYTE-DX) + 1)
                                    TO W-SUB-2
           MOVE W-SUB               TO W-ST(W-BYTE-DX)
           .
       SUB-3200-EXIT.
           EXIT.
      /
       SUB-3300-SHIFT-ROWS.
      *-----------------------

      **** ROW R ROTATES LEFT BY R COLUMNS; ROW 0 STAYS PUT.

           MOVE W-STATE-TABLE       TO W-TEMP-TABLE

           PERFORM SUB-3310-SHIFT-ROW THRU SUB-3310-EXIT
               VARYING W-ROW-DX FROM 1 BY 1 UNTIL W-ROW-DX > 3
           .
       SUB-3300-EXIT.
           EXIT.
      /
       SUB-3310-SHIFT-ROW.
      *----------------------

           PERFORM SUB-3320-SHIFT-CELL THRU SUB-3320-EXIT
               VARYING W-COL-DX FROM 0 BY 1 UNTIL W-COL-DX > 3
           .
       SUB-3310-EXIT.
           EXIT.
      /
       SUB-3320-SHIFT-CELL.
      *-----------------------

           COMPUTE W-POS = FUNCTION MOD(W-COL-DX + W-ROW-DX, 4)
           MOVE W-TM(W-POS * 4 + W-ROW-DX + 1)
                                    TO W-ST(W-COL-DX * 4 + W-ROW-DX + 1)
           .
       SUB-3320-EXIT.
           EXIT.
      /
       SUB-3400-MIX-COLUMN.
      *-----------------------

      **** WITH T = A0 XOR A1 XOR A2 XOR A3, EACH OUTPUT BYTE IS
      **** AN XOR T XOR 2 * (AN XOR AN+1) -- THE STANDARD MATRIX
      **** PRODUCT REARRANGED SO ONLY DOUBLING IS NEEDED.

           COMPUTE W-POS = W-COL-DX * 4
           MOVE W-ST(W-POS + 1)     TO W-A0
           MOVE W-ST(W-POS + 2)     TO W-A1
           MOVE W-ST(W-POS + 3)     TO W-A2
           MOVE W-ST(W-POS + 4)     TO W-A3

           MOVE W-XOR-VAL(W-XOR-VAL(W-A0 + 1, W-A1 + 1) + 1,
                          W-XOR-VAL(W-A2 + 1, W-A3 + 1) + 1)
                                    TO W-T

           MOVE W-XOR-VAL(W-XOR-VAL(W-A0 + 1, W-T + 1) + 1,
                   W-MUL2-VAL(W-XOR-VAL(W-A0 + 1, W-A1 + 1) + 1) + 1)
                                    TO W-ST(W-POS + 1)
           MOVE W-XOR-VAL(W-XOR-VAL(W-A1 + 1, W-T + 1) + 1,
                   W-MUL2-VAL(W-XOR-VAL(W-A1 + 1, W-A2 + 1) + 1) + 1)
                                    TO W-ST(W-POS + 2)
           MOVE W-XOR-VAL(W-XOR-VAL(W-A2 + 1, W-T + 1) + 1,
                   W-MUL2-VAL(W-XOR-VAL(W-A2 + 1, W-A3 + 1) + 1) + 1)
                                    TO W-ST(W-POS + 3)
           MOVE W-XOR-VAL(W-XOR-VAL(W-A3 + 1, W-T + 1) + 1,
                   W-MUL2-VAL(W-XOR-VAL(W-A3 + 1, W-A0 + 1) + 1) + 1)
                                    TO W-ST(W-POS + 4)
           .
       SUB-3400-EXIT.
           EXIT.
      /
       SUB-3500-BUMP-COUNTER-BYTE.
      *------------------------------

      **** THE COUNTER BLOCK IS ONE 128-BIT BIG-ENDIAN INTEGER.

           MOVE AES-COUNTER OF L-PARAMETER(W-BYTE-DX:1)
                                    TO W-SUB-2

           IF      W-SUB = 255
               MOVE 0               TO W-BYTE-OUT
           ELSE
               COMPUTE W-BYTE-OUT = W-SUB + 1
               MOVE 0               TO W-CARRY
           END-IF

           MOVE W-BYTE-OUT-2        TO AES-COUNTER OF L-PARAMETER
                                           (W-BYTE-DX:1)
           .
       SUB-3500-EXIT.
           EXIT.
      /
       SUB-5000-CLOSE-STREAM.
      *-------------------------

      **** NO KEY MATERIAL OUTLIVES THE STREAM.

           MOVE LOW-VALUES          TO AES-ROUND-KEYS OF L-PARAMETER
                                       AES-KEYSTREAM OF L-PARAMETER
           MOVE 0                   TO AES-ROUNDS OF L-PARAMETER
           MOVE 16                  TO AES-KEYSTREAM-USED
                                           OF L-PARAMETER
           INITIALIZE W-STATE-TABLE
                      W-TEMP-TABLE
           .
       SUB-5000-EXIT.
           EXIT.
