      *============================ AEST ==============================*
      * Authors: Brian D Pead
      *
      * Description: Program to test subroutine AES against the
      *              SP 800-38A counter-mode vectors for each key
      *              length, staged and round-trip.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-16  1.0      First release
      *================================================================*

       PROCESS TRUNC(BIN)

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 AEST.

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

      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-AES-PROG              PIC X(08)       VALUE 'AES'.

       01  W-KEY-128               PIC X(16)       VALUE
           X'2B7E151628AED2A6ABF7158809CF4F3C'.

       01  W-KEY-192               PIC X(24)       VALUE
           X'8E73B0F7DA0E6452C810F32B809079E562F8EAD2522C6B7B'.

       01  W-KEY-256.
           05  FILLER              PIC X(16)       VALUE
               X'603DEB1015CA71BE2B73AEF0857D7781'.
           05  FILLER              PIC X(16)       VALUE
               X'1F352C073B6108D72D9810A30914DFF4'.

       01  W-IV                    PIC X(16)       VALUE
           X'F0F1F2F3F4F5F6F7F8F9FAFBFCFDFEFF'.

       01  W-PLAINTEXT.
           05  FILLER              PIC X(16)       VALUE
               X'6BC1BEE22E409F96E93D7E117393172A'.
           05  FILLER              PIC X(16)       VALUE
               X'AE2D8A571E03AC9C9EB76FAC45AF8E51'.
           05  FILLER              PIC X(16)       VALUE
               X'30C81C46A35CE411E5FBC1191A0A52EF'.
           05  FILLER              PIC X(16)       VALUE
               X'F69F2445DF4F9B17AD2B417BE66C3710'.

       01  W-EXPECTED-128.
           05  FILLER              PIC X(16)       VALUE
               X'874D6191B620E3261BEF6864990DB6CE'.
           05  FILLER              PIC X(16)       VALUE
               X'9806F66B7970FDFF8617187BB9FFFDFF'.
           05  FILLER              PIC X(16)       VALUE
               X'5AE4DF3EDBD5D35E5B4F09020DB03EAB'.
           05  FILLER              PIC X(16)       VALUE
               X'1E031DDA2FBE03D1792170A0F3009CEE'.

       01  W-EXPECTED-192.
           05  FILLER              PIC X(16)       VALUE
               X'1ABC932417521CA24F2B0459FE7E6E0B'.
           05  FILLER              PIC X(16)       VALUE
               X'090339EC0AA6FAEFD5CCC2C6F4CE8E94'.
           05  FILLER              PIC X(16)       VALUE
               X'1E36B26BD1EBC670D1BD1D665620ABF7'.
           05  FILLER              PIC X(16)       VALUE
               X'4F78A7F6D29809585A97DAEC58C6B050'.

       01  W-EXPECTED-256.
           05  FILLER              PIC X(16)       VALUE
               X'601EC313775789A5B7A7F504BBF3D228'.
           05  FILLER              PIC X(16)       VALUE
               X'F443E3CA4D62B59ACA84E990CACAF5C5'.
           05  FILLER              PIC X(16)       VALUE
               X'2B0930DAA23DE94CE87017BA2D84988D'.
           05  FILLER              PIC X(16)       VALUE
               X'DFC9C58DB67AADA613C2DD08457941A6'.

       01  W-OUTPUT                PIC X(64).

       01  W-EXPECTED              PIC X(64).

       01  W-CASE                  PIC X(40).

       01  W-TEST-COUNT             PIC 9(09)  COMP VALUE 0.
       01  W-FAIL-COUNT             PIC 9(09)  COMP VALUE 0.

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                   PIC X(04).
           05  W-COMPILED-DATE-MM  PIC X(02).
           05  W-COMPILED-DATE-DD  PIC X(02).
           05  W-COMPILED-TIME-HH  PIC X(02).
           05  W-COMPILED-TIME-MM  PIC X(02).
           05  W-COMPILED-TIME-SS  PIC X(02).
           05  FILLER              PIC X(07).

       01  W-AES-PARAMETER.        COPY AESL.
      /
       PROCEDURE DIVISION.
      *===================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           PERFORM SUB-2000-PROCESS THRU SUB-2000-EXIT

           PERFORM SUB-3000-SHUT-DOWN THRU SUB-3000-EXIT
           .
       MAIN-EXIT.
           STOP RUN.
      /
       SUB-1000-START-UP.
      *------------------

           MOVE FUNCTION WHEN-COMPILED
                                   TO W-COMPILED-DATE

           DISPLAY 'AEST     compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS.
      *-----------------

      **** AES-128, AES-192 AND AES-256 OVER THE FOUR VECTOR BLOCKS,
      **** EACH IN 1 CALL:

           SET  AES-STAGE-START-END
                                   TO TRUE
           SET  AES-KEY-PTR        TO ADDRESS OF W-KEY-128
           MOVE LENGTH OF W-KEY-128
                                   TO AES-KEY-LEN
           MOVE W-IV               TO AES-IV
           SET  AES-BUFFER-PTR     TO ADDRESS OF W-PLAINTEXT
           MOVE LENGTH OF W-PLAINTEXT
                                   TO AES-BUFFER-LEN
           SET  AES-OUTPUT-PTR     TO ADDRESS OF W-OUTPUT

           PERFORM SUB-9100-CALL-AES THRU SUB-9100-EXIT

           MOVE 'AES-128 single call'
                                   TO W-CASE
           MOVE W-EXPECTED-128     TO W-EXPECTED
           PERFORM SUB-9300-ASSERT-OUTPUT THRU SUB-9300-EXIT

           SET  AES-STAGE-START-END
                                   TO TRUE
           SET  AES-KEY-PTR        TO ADDRESS OF W-KEY-192
           MOVE LENGTH OF W-KEY-192
                                   TO AES-KEY-LEN

           PERFORM SUB-9100-CALL-AES THRU SUB-9100-EXIT

           MOVE 'AES-192 single call'
                                   TO W-CASE
           MOVE W-EXPECTED-192     TO W-EXPECTED
           PERFORM SUB-9300-ASSERT-OUTPUT THRU SUB-9300-EXIT

           SET  AES-STAGE-START-END
                                   TO TRUE
           SET  AES-KEY-PTR        TO ADDRESS OF W-KEY-256
           MOVE LENGTH OF W-KEY-256
                                   TO AES-KEY-LEN

           PERFORM SUB-9100-CALL-AES THRU SUB-9100-EXIT

           MOVE 'AES-256 single call'
                                   TO W-CASE
           MOVE W-EXPECTED-256     TO W-EXPECTED
           PERFORM SUB-9300-ASSERT-OUTPUT THRU SUB-9300-EXIT

      **** AES-256 AGAIN, IN 3 CALLS SPLIT OFF THE BLOCK BOUNDARIES
      **** (7, 30 AND 27 BYTES):

           MOVE SPACES             TO W-OUTPUT

           SET  AES-STAGE-START    TO TRUE
           SET  AES-BUFFER-PTR     TO ADDRESS OF W-PLAINTEXT(1:7)
           MOVE 7                  TO AES-BUFFER-LEN
           SET  AES-OUTPUT-PTR     TO ADDRESS OF W-OUTPUT(1:7)

           PERFORM SUB-9100-CALL-AES THRU SUB-9100-EXIT

           SET  AES-STAGE-IN-PROCESS
                                   TO TRUE
           SET  AES-BUFFER-PTR     TO ADDRESS OF W-PLAINTEXT(8:30)
           MOVE 30                 TO AES-BUFFER-LEN
           SET  AES-OUTPUT-PTR     TO ADDRESS OF W-OUTPUT(8:30)

           PERFORM SUB-9100-CALL-AES THRU SUB-9100-EXIT

           SET  AES-STAGE-END      TO TRUE
           SET  AES-BUFFER-PTR     TO ADDRESS OF W-PLAINTEXT(38:27)
           MOVE 27                 TO AES-BUFFER-LEN
           SET  AES-OUTPUT-PTR     TO ADDRESS OF W-OUTPUT(38:27)

           PERFORM SUB-9100-CALL-AES THRU SUB-9100-EXIT

           MOVE 'AES-256 staged in 3 calls'
                                   TO W-CASE
           PERFORM SUB-9300-ASSERT-OUTPUT THRU SUB-9300-EXIT

      **** DECRYPT THE AES-256 CIPHERTEXT IN PLACE -- THE SAME CALL
      **** MUST GIVE BACK THE PLAINTEXT:

           SET  AES-STAGE-START-END
                                   TO TRUE
           SET  AES-BUFFER-PTR     TO ADDRESS OF W-OUTPUT
           MOVE LENGTH OF W-OUTPUT TO AES-BUFFER-LEN
           SET  AES-OUTPUT-PTR     TO ADDRESS OF W-OUTPUT

           PERFORM SUB-9100-CALL-AES THRU SUB-9100-EXIT

           MOVE 'AES-256 in-place round trip'
                                   TO W-CASE
           MOVE W-PLAINTEXT        TO W-EXPECTED
           PERFORM SUB-9300-ASSERT-OUTPUT THRU SUB-9300-EXIT

      **** A 20-BYTE KEY MUST BE REJECTED:

           SET  AES-STAGE-START-END
                                   TO TRUE
           MOVE 20                 TO AES-KEY-LEN

           PERFORM SUB-9100-CALL-AES THRU SUB-9100-EXIT

           PERFORM SUB-9400-ASSERT-BAD-KEY THRU SUB-9400-EXIT
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           DISPLAY 'AEST     ran ' W-TEST-COUNT ' test(s), '
               W-FAIL-COUNT ' failure(s)'

           IF      W-FAIL-COUNT NOT = 0
               MOVE 16              TO RETURN-CODE
           END-IF

           DISPLAY 'AEST     completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-9100-CALL-AES.
      *--------------------

           CALL W-AES-PROG      USING W-AES-PARAMETER
           .
       SUB-9100-EXIT.
           EXIT.
      /
       SUB-9300-ASSERT-OUTPUT.
      *--------------------------

           ADD  1                  TO W-TEST-COUNT

           IF      UTIL-RC-OK
           AND     W-OUTPUT = W-EXPECTED
               DISPLAY 'AEST     PASS - ' W-CASE
           ELSE
               ADD  1               TO W-FAIL-COUNT
               DISPLAY 'AEST     FAIL - ' W-CASE
                   ' RC ' UTIL-RETURN-CODE ' ' UTIL-MESSAGE
           END-IF
           .
       SUB-9300-EXIT.
           EXIT.
      /
       SUB-9400-ASSERT-BAD-KEY.
      *---------------------------

           ADD  1                  TO W-TEST-COUNT

           IF      UTIL-RC-BAD-LENGTH
               DISPLAY 'AEST     PASS - 20-byte key rejected: '
                   UTIL-MESSAGE
           ELSE
               ADD  1               TO W-FAIL-COUNT
               DISPLAY 'AEST     FAIL - 20-byte key not rejected, RC '
                   UTIL-RETURN-CODE
           END-IF
           .
       SUB-9400-EXIT.
           EXIT.
