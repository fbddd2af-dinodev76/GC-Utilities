      *=========================== ENCFILE =============================*
      * Authors: Brian D Pead
      *
      * Description: File-to-file encryption driver over the AES
      *              subroutine, for the partners that require their
      *              payloads encrypted at rest on the landing
      *              server.  Built on CMPFILE's shape: ENCRYPT mode
      *              writes an 'H' header naming the algorithm, the
      *              key label and version and the initial counter
      *              block, then each input record enciphered and
      *              tagged 'D' -- counter mode keeps every record
      *              its own length -- and a 'T' trailer carrying
      *              the whole-file CRC32 of the PLAINTEXT and the
      *              record count.  The key is never carried: it is
      *              resolved by label through KEYRES and the
      *              KEYSTORE registry, from a KEY-LABEL card or the
      *              partner's ENCFILE profile in PARTNERS.  DECRYPT
      *              mode resolves the exact key version the header
      *              names, so a file encrypted just before a key
      *              rotation still decrypts after it, and proves
      *              the round trip against the trailer checksum the
      *              way CMPFILE's EXPAND mode does: RETURN-CODE 8 on
      *              any verification failure, missing header or
      *              missing trailer, 16 for a bad deck or a key
      *              that cannot be resolved.
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

       PROGRAM-ID.                 ENCFILE.

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

           SELECT OUTPUT-FILE
               ASSIGN TO DYNAMIC   W-OUTPUT-DSNAME
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-OUTPUT-FILE-STATUS.

           SELECT OUTPUT-BIN-FILE
               ASSIGN TO DYNAMIC   W-OUTPUT-DSNAME
               ORGANIZATION        SEQUENTIAL
               FILE STATUS IS      W-OUTPUT-FILE-STATUS.

      **** THE ENCRYPTED SIDE IS BINARY BY NATURE -- CIPHERTEXT
      **** BYTES TAKE ANY VALUE -- SO IT ALWAYS TRAVELS
      **** RECORD-SEQUENTIAL.

           SELECT CIPHER-IN-FILE
               ASSIGN TO DYNAMIC   W-INPUT-DSNAME
               ORGANIZATION        SEQUENTIAL
               FILE STATUS IS      W-INPUT-FILE-STATUS.

           SELECT CIPHER-OUT-FILE
               ASSIGN TO DYNAMIC   W-OUTPUT-DSNAME
               ORGANIZATION        SEQUENTIAL
               FILE STATUS IS      W-OUTPUT-FILE-STATUS.

           SELECT PARTNER-FILE
               ASSIGN TO           'PARTNERS'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-PRTREG-FILE-STATUS.
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

       FD  OUTPUT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
               DEPENDING ON        W-OUTPUT-REC-LEN.

       01  OUTPUT-RECORD               PIC X(32760).

       FD  OUTPUT-BIN-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
               DEPENDING ON        W-OUTPUT-REC-LEN.

       01  OUTPUT-BIN-RECORD           PIC X(32760).

       FD  CIPHER-IN-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32761 CHARACTERS
               DEPENDING ON        W-INPUT-REC-LEN.

       01  CIPHER-IN-RECORD.
           05  IN-REC-TAG              PIC X(01).
           05  IN-REC-BODY             PIC X(32760).

       FD  CIPHER-OUT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32761 CHARACTERS
               DEPENDING ON        W-OUTPUT-REC-LEN.

       01  CIPHER-OUT-RECORD.
           05  OUT-REC-TAG             PIC X(01).
           05  OUT-REC-BODY            PIC X(32760).

       FD  PARTNER-FILE.

       01  PARTNER-RECORD.
           05  PRT-REC-PARTNER         PIC X(08).
           05  PRT-REC-SEP-1           PIC X(01).
           05  PRT-REC-PROGRAM         PIC X(08).
           05  PRT-REC-SEP-2           PIC X(01).
           05  PRT-REC-CARD            PIC X(80).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-AES-PROG               PIC X(08)       VALUE 'AES'.
       01  W-CRC32-PROG             PIC X(08)       VALUE 'CRC32'.
       01  W-CRCHEX-PROG            PIC X(08)       VALUE 'CRCHEX'.
       01  W-SHA256-PROG            PIC X(08)       VALUE 'SHA256'.
       01  W-HEXDUMP-PROG           PIC X(08)       VALUE 'HEXDUMP'.
       01  W-HEXPACK-PROG           PIC X(08)       VALUE 'HEXPACK'.
       01  W-KEYRES-PROG            PIC X(08)       VALUE 'KEYRES'.

       01  W-SYSIN-FILE-STATUS      PIC X(02).
       01  W-INPUT-FILE-STATUS      PIC X(02).
       01  W-OUTPUT-FILE-STATUS     PIC X(02).
       01  W-PRTREG-FILE-STATUS     PIC X(02).

       01  W-INPUT-DSNAME           PIC X(44).
       01  W-OUTPUT-DSNAME          PIC X(44).
       01  W-INPUT-REC-LEN          PIC 9(05)  COMP.
       01  W-OUTPUT-REC-LEN         PIC 9(05)  COMP.

       01  W-MODE                   PIC X(08).
           88  W-MODE-ENCRYPT                       VALUE 'ENCRYPT'.
           88  W-MODE-DECRYPT                       VALUE 'DECRYPT'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-SYSIN-EOF                          VALUE 'Y'.
           88  W-SYSIN-NOT-EOF                      VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-INPUT-EOF                          VALUE 'Y'.
           88  W-INPUT-NOT-EOF                      VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-BINARY-MODE                        VALUE 'Y'.
           88  W-TEXT-MODE                          VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'Y'.
           88  W-FIRST-RECORD                       VALUE 'Y'.
           88  W-NOT-FIRST-RECORD                   VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-TRAILER-SEEN                       VALUE 'Y'.
           88  W-TRAILER-NOT-SEEN                   VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-INPUT-OPEN                         VALUE 'Y'.
           88  W-INPUT-NOT-OPEN                     VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-OUTPUT-OPEN                        VALUE 'Y'.
           88  W-OUTPUT-NOT-OPEN                    VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-STREAM-OPEN                        VALUE 'Y'.
           88  W-STREAM-NOT-OPEN                    VALUE 'N'.

       01  W-CARD-KEYWORD           PIC X(10).

      **** A PARTNER CARD PULLS THE PARTNER'S ENCFILE-TAGGED CARDS
      **** FROM THE PARTNERS PROFILE REGISTRY ONCE THE SYSIN CARDS
      **** FINISH, THE SAME WAY HMACSIGN PULLS ITS OWN.

       01  W-PARTNER-CODE           PIC X(08)       VALUE SPACES.
       01  W-PARTNER-CARD-COUNT     PIC 9(05)  COMP VALUE 0.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-PARTNER-REQUESTED                  VALUE 'Y'.
           88  W-PARTNER-NOT-REQUESTED              VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-PARTNER-LOADING                    VALUE 'Y'.
           88  W-PARTNER-NOT-LOADING                VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-PRTREG-EOF                         VALUE 'Y'.
           88  W-PRTREG-NOT-EOF                     VALUE 'N'.

      **** THE KEY: RESOLVED FROM THE KEYSTORE REGISTRY BY LABEL,
      **** NEVER DISPLAYED, AND CLEARED AS SOON AS AES HAS BUILT ITS
      **** KEY SCHEDULE FROM IT.

       01  W-KEY-LABEL              PIC X(16)       VALUE SPACES.
       01  W-KEY-VERSION            PIC 9(04)       VALUE 0.
       01  W-KEY                    PIC X(32)       VALUE LOW-VALUES.
       01  W-KEY-LEN                PIC 9(09)  COMP VALUE 0.
       01  W-ALGORITHM              PIC X(11)       VALUE SPACES.

      **** THE INITIAL COUNTER BLOCK MUST NEVER REPEAT UNDER ONE
      **** KEY, SO IT IS TAKEN FROM A SHA-256 DIGEST OF THE RUN'S
      **** TIMESTAMP, DATASET AND KEY -- A FRESH VALUE FOR EVERY
      **** FILE, THAT NEEDS NO RANDOM SOURCE.

       01  W-IV-SEED.
           05  W-IV-SEED-TIMESTAMP  PIC X(21).
           05  W-IV-SEED-DATASET    PIC X(44).
           05  W-IV-SEED-LABEL      PIC X(16).
           05  W-IV-SEED-VERSION    PIC 9(04).

       01  W-IV                     PIC X(16).
       01  W-IV-HEX                 PIC X(32).

       01  W-RECORD-COUNT           PIC 9(09)  COMP VALUE 0.
       01  W-WRITTEN-COUNT          PIC 9(09)  COMP VALUE 0.
       01  W-BYTES-IN               PIC 9(18)  COMP VALUE 0.
       01  W-BYTES-OUT              PIC 9(18)  COMP VALUE 0.

       01  W-DATA-AREA              PIC X(32760).

       01  W-FILE-HEX               PIC X(08).
       01  W-TRAILER-HEX            PIC X(08).
       01  W-TRAILER-COUNT          PIC 9(09).

      **** THE 'H' HEADER BODY: THE ALGORITHM, THE KEY LABEL AND
      **** VERSION IT WAS ENCRYPTED UNDER, THE INITIAL COUNTER BLOCK
      **** AS 32 HEX DIGITS AND THE RECORD MODE THE PLAINTEXT WAS
      **** READ IN, SO DECRYPT REBUILDS THE SAME KIND OF DATASET.

       01  W-HEADER-BODY.
           05  HDR-ALGORITHM        PIC X(11).
           05  HDR-SEP-1            PIC X(01).
           05  HDR-KEY-LABEL        PIC X(16).
           05  HDR-SEP-2            PIC X(01).
           05  HDR-KEY-VERSION      PIC 9(04).
           05  HDR-SEP-3            PIC X(01).
           05  HDR-IV-HEX           PIC X(32).
           05  HDR-SEP-4            PIC X(01).
           05  HDR-RECORD-MODE      PIC X(06).

      **** THE 'T' TRAILER BODY: THE WHOLE-FILE CRC32 OF THE
      **** PLAINTEXT AS 8 HEX DIGITS AND THE DATA RECORD COUNT --
      **** THE SAME LAYOUT AS CMPFILE'S.

       01  W-TRAILER-BODY.
           05  TRL-CRC-HEX          PIC X(08).
           05  TRL-SEP              PIC X(01).
           05  TRL-COUNT            PIC 9(09).

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                    PIC X(04).
           05  W-COMPILED-DATE-MM   PIC X(02).
           05  W-COMPILED-DATE-DD   PIC X(02).
           05  W-COMPILED-TIME-HH   PIC X(02).
           05  W-COMPILED-TIME-MM   PIC X(02).
           05  W-COMPILED-TIME-SS   PIC X(02).
           05  FILLER               PIC X(07).

       01  W-AES-PARAMETER.         COPY AESL.

       01  W-CRC32-PARAMETER.       COPY CRC32L.

       01  W-CRCHEX-PARAMETER.      COPY CRCHEXL.

       01  W-SHA256-PARAMETER.      COPY SHA256L.

       01  W-HEXDUMP-PARAMETER.     COPY HEXDUMPL.

       01  W-HEXPACK-PARAMETER.     COPY HEXPACKL.

       01  W-KEYRES-PARAMETER.      COPY KEYRESL.
      /
       PROCEDURE DIVISION.
      *===================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      RETURN-CODE = 0
               IF      W-MODE-ENCRYPT
                   PERFORM SUB-2000-ENCRYPT-FILE THRU SUB-2000-EXIT
               ELSE
                   PERFORM SUB-3000-DECRYPT-FILE THRU SUB-3000-EXIT
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

           DISPLAY 'ENCFILE  compiled on '
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

           IF      W-MODE-ENCRYPT
           AND     W-KEY-LABEL = SPACES
               DISPLAY 'ENCFILE  no key label supplied - a '
                   'KEY-LABEL or PARTNER card is required'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           EVALUATE TRUE
               WHEN W-MODE-DECRYPT
                   OPEN INPUT CIPHER-IN-FILE
               WHEN W-BINARY-MODE
                   OPEN INPUT INPUT-BIN-FILE
               WHEN OTHER
                   OPEN INPUT INPUT-FILE
           END-EVALUATE

           IF      W-INPUT-FILE-STATUS NOT = '00'
               DISPLAY 'ENCFILE  unable to open ' W-INPUT-DSNAME
                   ' - status ' W-INPUT-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           SET  W-INPUT-OPEN        TO TRUE

      **** DECRYPT OPENS ITS OUTPUT ONLY ONCE THE HEADER HAS SAID
      **** WHICH KIND OF DATASET TO REBUILD.

           IF      W-MODE-DECRYPT
               GO TO SUB-1000-EXIT
           END-IF

           OPEN OUTPUT CIPHER-OUT-FILE

           IF      W-OUTPUT-FILE-STATUS NOT = '00'
               DISPLAY 'ENCFILE  unable to open ' W-OUTPUT-DSNAME
                   ' - status ' W-OUTPUT-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           SET  W-OUTPUT-OPEN       TO TRUE
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-READ-SYSIN.
      *----------------------

      **** CARDS: THE MODE (ENCRYPT OR DECRYPT), THE INPUT DATASET,
      **** THE OUTPUT DATASET, THEN OPTIONAL CARDS -- KEY-LABEL WITH
      **** THE LABEL IN COLUMNS 12-27, RECORD-MODE BINARY OR TEXT
      **** FROM COLUMN 13 (ENCRYPT ONLY -- DECRYPT TAKES THE MODE
      **** FROM THE HEADER), AND PARTNER WITH A PARTNER CODE IN
      **** COLUMNS 12-19.  ON DECRYPT A KEY-LABEL IS OPTIONAL; WHEN
      **** GIVEN, THE FILE MUST HAVE BEEN ENCRYPTED UNDER THAT LABEL.

           OPEN INPUT SYSIN-FILE

           READ SYSIN-FILE
               AT END
                   DISPLAY 'ENCFILE  SYSIN is empty - no mode card'
                   MOVE 16          TO RETURN-CODE
           END-READ

           IF      RETURN-CODE NOT = 0
               CLOSE SYSIN-FILE
               GO TO SUB-1100-EXIT
           END-IF

           MOVE SYSIN-RECORD(1:8)   TO W-MODE

           IF      NOT W-MODE-ENCRYPT
           AND     NOT W-MODE-DECRYPT
               DISPLAY 'ENCFILE  unknown mode: ' W-MODE
               MOVE 16              TO RETURN-CODE
               CLOSE SYSIN-FILE
               GO TO SUB-1100-EXIT
           END-IF

           READ SYSIN-FILE
               AT END
                   DISPLAY 'ENCFILE  SYSIN is missing the input '
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
                   DISPLAY 'ENCFILE  SYSIN is missing the output '
                       'dataset'
                   MOVE 16          TO RETURN-CODE
           END-READ

           IF      RETURN-CODE NOT = 0
               CLOSE SYSIN-FILE
               GO TO SUB-1100-EXIT
           END-IF

           MOVE SYSIN-RECORD(1:44)  TO W-OUTPUT-DSNAME

           PERFORM SUB-1150-READ-OPTION-CARD THRU SUB-1150-EXIT
               UNTIL W-SYSIN-EOF OR RETURN-CODE NOT = 0

           IF      RETURN-CODE = 0
           AND     W-PARTNER-REQUESTED
               PERFORM SUB-1190-LOAD-PARTNER THRU SUB-1190-EXIT
           END-IF

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

           PERFORM SUB-1155-TAKE-OPTION-CARD THRU SUB-1155-EXIT
           .
       SUB-1150-EXIT.
           EXIT.
      /
       SUB-1155-TAKE-OPTION-CARD.
      *------------------------------

           MOVE SYSIN-RECORD(1:10)  TO W-CARD-KEYWORD

           IF      SYSIN-RECORD(1:11) = 'RECORD-MODE'
               MOVE 'RECORD-MOD'    TO W-CARD-KEYWORD
           END-IF

           EVALUATE W-CARD-KEYWORD
               WHEN 'KEY-LABEL'
                   MOVE SYSIN-RECORD(12:16)
                                    TO W-KEY-LABEL
                   IF      W-KEY-LABEL = SPACES
                       DISPLAY 'ENCFILE  KEY-LABEL card has no label'
                       MOVE 16      TO RETURN-CODE
                   END-IF

               WHEN 'RECORD-MOD'
                   IF      SYSIN-RECORD(13:6) = 'BINARY'
                       SET  W-BINARY-MODE
                                    TO TRUE
                   ELSE
                       IF      SYSIN-RECORD(13:4) NOT = 'TEXT'
                           DISPLAY 'ENCFILE  RECORD-MODE must be '
                               'BINARY or TEXT: ' SYSIN-RECORD(13:6)
                           MOVE 16  TO RETURN-CODE
                       END-IF
                   END-IF

               WHEN 'PARTNER'
                   IF      W-PARTNER-LOADING
                       DISPLAY 'ENCFILE  a registry profile may not '
                           'name another PARTNER'
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       IF      W-PARTNER-REQUESTED
                           DISPLAY 'ENCFILE  only one PARTNER card '
                               'is allowed'
                           MOVE 16  TO RETURN-CODE
                       ELSE
                           SET  W-PARTNER-REQUESTED
                                    TO TRUE
                           MOVE SYSIN-RECORD(12:8)
                                    TO W-PARTNER-CODE
                       END-IF
                   END-IF

               WHEN SPACES
                   CONTINUE

               WHEN OTHER
                   DISPLAY 'ENCFILE  unknown SYSIN card: '
                       W-CARD-KEYWORD
                   MOVE 16          TO RETURN-CODE
           END-EVALUATE
           .
       SUB-1155-EXIT.
           EXIT.
      /
       SUB-1190-LOAD-PARTNER.
      *-------------------------

      **** PULL THE PARTNER'S ENCFILE-TAGGED CARDS FROM THE PARTNERS
      **** PROFILE REGISTRY AND RUN EACH THROUGH THE SAME CARD
      **** PROCESSING AS AN INLINE CARD.  THE PROFILE IN EFFECT IS
      **** PRINTED SO THE RUN SUMMARY SHOWS WHOSE RULES APPLIED.

           OPEN INPUT PARTNER-FILE

           IF      W-PRTREG-FILE-STATUS NOT = '00'
               DISPLAY 'ENCFILE  unable to open PARTNERS - status '
                   W-PRTREG-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1190-EXIT
           END-IF

           SET  W-PARTNER-LOADING   TO TRUE

           PERFORM SUB-1195-READ-PARTNER-CARD THRU SUB-1195-EXIT
               UNTIL W-PRTREG-EOF OR RETURN-CODE NOT = 0

           SET  W-PARTNER-NOT-LOADING
                                    TO TRUE

           CLOSE PARTNER-FILE

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1190-EXIT
           END-IF

           IF      W-PARTNER-CARD-COUNT = 0
               DISPLAY 'ENCFILE  partner not found in PARTNERS: '
                   W-PARTNER-CODE
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1190-EXIT
           END-IF

           DISPLAY 'ENCFILE  partner profile in effect: '
               W-PARTNER-CODE ' (' W-PARTNER-CARD-COUNT ' cards)'
           .
       SUB-1190-EXIT.
           EXIT.
      /
       SUB-1195-READ-PARTNER-CARD.
      *-------------------------------

           READ PARTNER-FILE
               AT END
                   SET  W-PRTREG-EOF
                                    TO TRUE
                   GO TO SUB-1195-EXIT
           END-READ

           IF      PRT-REC-PARTNER NOT = W-PARTNER-CODE
           OR      PRT-REC-PROGRAM NOT = 'ENCFILE'
               GO TO SUB-1195-EXIT
           END-IF

           ADD  1                   TO W-PARTNER-CARD-COUNT
           MOVE PRT-REC-CARD        TO SYSIN-RECORD

           PERFORM SUB-1155-TAKE-OPTION-CARD THRU SUB-1155-EXIT
           .
       SUB-1195-EXIT.
           EXIT.
      /
       SUB-1600-RESOLVE-KEY.
      *------------------------

      **** RESOLVE THE LABEL THROUGH THE KEYSTORE REGISTRY: ENCRYPT
      **** TAKES THE KEY IN FORCE TODAY (W-KEY-VERSION ZERO);
      **** DECRYPT TAKES THE VERSION THE HEADER NAMES.  ONLY A KEY
      **** OF AN AES LENGTH -- 16, 24 OR 32 BYTES -- WILL DO.

           MOVE W-KEY-LABEL         TO KR-KEY-LABEL
           MOVE W-KEY-VERSION       TO KR-REQ-VERSION
           MOVE SPACES              TO KR-PROCESS-DATE

           CALL W-KEYRES-PROG    USING W-KEYRES-PARAMETER

           IF      NOT UTIL-RC-OK OF W-KEYRES-PARAMETER
               DISPLAY 'ENCFILE  key label ' W-KEY-LABEL
                   ' could not be resolved - '
                   UTIL-MESSAGE OF W-KEYRES-PARAMETER
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1600-EXIT
           END-IF

           EVALUATE KR-KEY-LEN
               WHEN 16
                   MOVE 'AES-128-CTR'
                                    TO W-ALGORITHM
               WHEN 24
                   MOVE 'AES-192-CTR'
                                    TO W-ALGORITHM
               WHEN 32
                   MOVE 'AES-256-CTR'
                                    TO W-ALGORITHM
               WHEN OTHER
                   DISPLAY 'ENCFILE  key ' W-KEY-LABEL ' version '
                       KR-KEY-VERSION ' is not 16, 24 or 32 bytes '
                       'long - not an AES key'
                   MOVE LOW-VALUES  TO KR-KEY
                   MOVE 16          TO RETURN-CODE
                   GO TO SUB-1600-EXIT
           END-EVALUATE

           MOVE KR-KEY(1:KR-KEY-LEN)
                                    TO W-KEY
           MOVE KR-KEY-LEN          TO W-KEY-LEN
           MOVE KR-KEY-VERSION      TO W-KEY-VERSION
           MOVE LOW-VALUES          TO KR-KEY

           DISPLAY 'ENCFILE  key ' W-KEY-LABEL ' version '
               W-KEY-VERSION ' resolved from KEYSTORE'

           MOVE 0                   TO RETURN-CODE
           .
       SUB-1600-EXIT.
           EXIT.
      /
       SUB-1700-START-STREAM.
      *-------------------------

      **** BUILD THE KEY SCHEDULE AND LOAD THE COUNTER, THEN CLEAR
      **** THE KEY -- FROM HERE ON ONLY THE SCHEDULE IN THE AES
      **** PARAMETER AREA HOLDS IT.

           SET  AES-STAGE-START     TO TRUE
           SET  AES-KEY-PTR         TO ADDRESS OF W-KEY
           MOVE W-KEY-LEN           TO AES-KEY-LEN
           MOVE W-IV                TO AES-IV
           SET  AES-BUFFER-PTR      TO NULL
           MOVE 0                   TO AES-BUFFER-LEN
           SET  AES-OUTPUT-PTR      TO NULL

           CALL W-AES-PROG       USING W-AES-PARAMETER

           MOVE LOW-VALUES          TO W-KEY

           IF      NOT UTIL-RC-OK OF W-AES-PARAMETER
               DISPLAY 'ENCFILE  AES rejected the key - '
                   UTIL-MESSAGE OF W-AES-PARAMETER
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1700-EXIT
           END-IF

           SET  W-STREAM-OPEN       TO TRUE
           .
       SUB-1700-EXIT.
           EXIT.
      /
       SUB-1800-END-STREAM.
      *-----------------------

      **** A TRAILING ZERO-LENGTH CALL CLEARS THE KEY SCHEDULE.

           IF      W-STREAM-NOT-OPEN
               GO TO SUB-1800-EXIT
           END-IF

           SET  AES-STAGE-END       TO TRUE
           MOVE 0                   TO AES-BUFFER-LEN

           CALL W-AES-PROG       USING W-AES-PARAMETER

           SET  W-STREAM-NOT-OPEN   TO TRUE
           .
       SUB-1800-EXIT.
           EXIT.
      /
       SUB-2000-ENCRYPT-FILE.
      *--------------------------

           PERFORM SUB-1600-RESOLVE-KEY THRU SUB-1600-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-2000-EXIT
           END-IF

           PERFORM SUB-2050-WRITE-HEADER THRU SUB-2050-EXIT

           PERFORM SUB-1700-START-STREAM THRU SUB-1700-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-2000-EXIT
           END-IF

           PERFORM SUB-2100-READ-INPUT THRU SUB-2100-EXIT

           PERFORM SUB-2200-ENCRYPT-RECORD THRU SUB-2200-EXIT
               UNTIL W-INPUT-EOF OR RETURN-CODE NOT = 0

           PERFORM SUB-1800-END-STREAM THRU SUB-1800-EXIT

           IF      RETURN-CODE = 0
               PERFORM SUB-2400-WRITE-TRAILER THRU SUB-2400-EXIT
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2050-WRITE-HEADER.
      *--------------------------

      **** DERIVE THIS FILE'S INITIAL COUNTER BLOCK, THEN WRITE THE
      **** 'H' HEADER THAT CARRIES IT.

           MOVE FUNCTION CURRENT-DATE
                                    TO W-IV-SEED-TIMESTAMP
           MOVE W-INPUT-DSNAME      TO W-IV-SEED-DATASET
           MOVE W-KEY-LABEL         TO W-IV-SEED-LABEL
           MOVE W-KEY-VERSION       TO W-IV-SEED-VERSION

           SET  SHA-STAGE-START-END TO TRUE
           SET  SHA-BUFFER-PTR      TO ADDRESS OF W-IV-SEED
           MOVE LENGTH OF W-IV-SEED TO SHA-BUFFER-LEN

           CALL W-SHA256-PROG    USING W-SHA256-PARAMETER

           MOVE SHA-DIGEST(1:16)    TO W-IV

           SET  HD-INPUT-PTR        TO ADDRESS OF W-IV
           MOVE LENGTH OF W-IV      TO HD-INPUT-LEN
           SET  HD-OUTPUT-PTR       TO ADDRESS OF W-IV-HEX
           SET  HD-CHAR-PTR         TO NULL

           CALL W-HEXDUMP-PROG   USING W-HEXDUMP-PARAMETER

           MOVE W-ALGORITHM         TO HDR-ALGORITHM
           MOVE W-KEY-LABEL         TO HDR-KEY-LABEL
           MOVE W-KEY-VERSION       TO HDR-KEY-VERSION
           MOVE W-IV-HEX            TO HDR-IV-HEX
           MOVE SPACE               TO HDR-SEP-1 HDR-SEP-2
                                       HDR-SEP-3 HDR-SEP-4

           IF      W-BINARY-MODE
               MOVE 'BINARY'        TO HDR-RECORD-MODE
           ELSE
               MOVE 'TEXT'          TO HDR-RECORD-MODE
           END-IF

           MOVE 'H'                 TO OUT-REC-TAG
           MOVE W-HEADER-BODY       TO OUT-REC-BODY
                                       (1:LENGTH OF W-HEADER-BODY)
           COMPUTE W-OUTPUT-REC-LEN =
               LENGTH OF W-HEADER-BODY + 1
           WRITE CIPHER-OUT-RECORD

           ADD  1                   TO W-WRITTEN-COUNT
           ADD  W-OUTPUT-REC-LEN    TO W-BYTES-OUT
           .
       SUB-2050-EXIT.
           EXIT.
      /
       SUB-2100-READ-INPUT.
      *-----------------------

           EVALUATE TRUE
               WHEN W-MODE-DECRYPT
                   READ CIPHER-IN-FILE
                       AT END
                           SET  W-INPUT-EOF
                                    TO TRUE
                   END-READ
               WHEN W-BINARY-MODE
                   READ INPUT-BIN-FILE
                       AT END
                           SET  W-INPUT-EOF
                                    TO TRUE
                   END-READ
               WHEN OTHER
                   READ INPUT-FILE
                       AT END
                           SET  W-INPUT-EOF
                                    TO TRUE
                   END-READ
           END-EVALUATE
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-ENCRYPT-RECORD.
      *----------------------------

           ADD  1                   TO W-RECORD-COUNT
           ADD  W-INPUT-REC-LEN     TO W-BYTES-IN

           IF      W-BINARY-MODE
               MOVE INPUT-BIN-RECORD(1:W-INPUT-REC-LEN)
                                    TO W-DATA-AREA(1:W-INPUT-REC-LEN)
           ELSE
               MOVE INPUT-RECORD(1:W-INPUT-REC-LEN)
                                    TO W-DATA-AREA(1:W-INPUT-REC-LEN)
           END-IF

      **** THE WHOLE-FILE CHECKSUM RUNS OVER THE PLAINTEXT, SO THE
      **** DECRYPT SIDE CAN PROVE IT REBUILT EXACTLY THAT.

           IF      W-FIRST-RECORD
               SET  CRC-STAGE-START TO TRUE
               SET  W-NOT-FIRST-RECORD
                                    TO TRUE
           ELSE
               SET  CRC-STAGE-IN-PROCESS
                                    TO TRUE
           END-IF

           SET  CRC-BUFFER-PTR      TO ADDRESS OF W-DATA-AREA
           MOVE W-INPUT-REC-LEN     TO CRC-BUFFER-LEN
           CALL W-CRC32-PROG     USING W-CRC32-PARAMETER

           SET  AES-STAGE-IN-PROCESS
                                    TO TRUE
           SET  AES-BUFFER-PTR      TO ADDRESS OF W-DATA-AREA
           MOVE W-INPUT-REC-LEN     TO AES-BUFFER-LEN
           SET  AES-OUTPUT-PTR      TO ADDRESS OF OUT-REC-BODY

           CALL W-AES-PROG       USING W-AES-PARAMETER

           IF      NOT UTIL-RC-OK OF W-AES-PARAMETER
               DISPLAY 'ENCFILE  AES failed on record '
                   W-RECORD-COUNT ' - '
                   UTIL-MESSAGE OF W-AES-PARAMETER
               MOVE 16              TO RETURN-CODE
               GO TO SUB-2200-EXIT
           END-IF

           MOVE 'D'                 TO OUT-REC-TAG
           COMPUTE W-OUTPUT-REC-LEN = W-INPUT-REC-LEN + 1
           WRITE CIPHER-OUT-RECORD

           ADD  1                   TO W-WRITTEN-COUNT
           ADD  W-OUTPUT-REC-LEN    TO W-BYTES-OUT

           PERFORM SUB-2100-READ-INPUT THRU SUB-2100-EXIT
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2400-WRITE-TRAILER.
      *---------------------------

           IF      W-FIRST-RECORD
               SET  CRC-STAGE-START-END
                                    TO TRUE
           ELSE
               SET  CRC-STAGE-END   TO TRUE
           END-IF

           MOVE 0                   TO CRC-BUFFER-LEN
           SET  CRC-BUFFER-PTR      TO NULL
           MOVE 'ENCFILE'           TO CRC-JOB-NAME
           MOVE W-INPUT-DSNAME      TO CRC-DATASET-NAME
           MOVE W-RECORD-COUNT      TO CRC-RECORD-COUNT

           CALL W-CRC32-PROG     USING W-CRC32-PARAMETER

           MOVE CRC-CHECKSUM        TO CH-CHECKSUM
           CALL W-CRCHEX-PROG    USING W-CRCHEX-PARAMETER
           MOVE CH-HEX-OUTPUT       TO W-FILE-HEX

           MOVE 'T'                 TO OUT-REC-TAG
           MOVE W-FILE-HEX          TO TRL-CRC-HEX
           MOVE SPACE               TO TRL-SEP
           MOVE W-RECORD-COUNT      TO TRL-COUNT
           MOVE W-TRAILER-BODY      TO OUT-REC-BODY
                                       (1:LENGTH OF W-TRAILER-BODY)
           COMPUTE W-OUTPUT-REC-LEN =
               LENGTH OF W-TRAILER-BODY + 1
           WRITE CIPHER-OUT-RECORD

           ADD  1                   TO W-WRITTEN-COUNT
           ADD  W-OUTPUT-REC-LEN    TO W-BYTES-OUT
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-3000-DECRYPT-FILE.
      *--------------------------

           PERFORM SUB-3100-READ-HEADER THRU SUB-3100-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-3000-EXIT
           END-IF

           PERFORM SUB-1600-RESOLVE-KEY THRU SUB-1600-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-3000-EXIT
           END-IF

           IF      W-ALGORITHM NOT = HDR-ALGORITHM
               DISPLAY 'ENCFILE  ** key ' W-KEY-LABEL ' version '
                   W-KEY-VERSION ' is ' W-ALGORITHM
                   ' but the file is ' HDR-ALGORITHM ' **'
               MOVE LOW-VALUES      TO W-KEY
               MOVE 8               TO RETURN-CODE
               GO TO SUB-3000-EXIT
           END-IF

           IF      W-BINARY-MODE
               OPEN OUTPUT OUTPUT-BIN-FILE
           ELSE
               OPEN OUTPUT OUTPUT-FILE
           END-IF

           IF      W-OUTPUT-FILE-STATUS NOT = '00'
               DISPLAY 'ENCFILE  unable to open ' W-OUTPUT-DSNAME
                   ' - status ' W-OUTPUT-FILE-STATUS
               MOVE LOW-VALUES      TO W-KEY
               MOVE 16              TO RETURN-CODE
               GO TO SUB-3000-EXIT
           END-IF

           SET  W-OUTPUT-OPEN       TO TRUE

           PERFORM SUB-1700-START-STREAM THRU SUB-1700-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-3000-EXIT
           END-IF

           PERFORM SUB-2100-READ-INPUT THRU SUB-2100-EXIT

           PERFORM SUB-3200-DECRYPT-RECORD THRU SUB-3200-EXIT
               UNTIL W-INPUT-EOF OR RETURN-CODE NOT = 0

           PERFORM SUB-1800-END-STREAM THRU SUB-1800-EXIT

           IF      RETURN-CODE = 0
               PERFORM SUB-3400-VERIFY-TRAILER THRU SUB-3400-EXIT
           END-IF
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-READ-HEADER.
      *-------------------------

      **** THE FIRST RECORD MUST BE A WELL-FORMED 'H' HEADER.  A
      **** FILE WITHOUT ONE IS NOT AN ENCFILE FILE, AND CANNOT BE
      **** DECRYPTED, SO IT FAILS THE STEP AS A VERIFICATION FAILURE.

           PERFORM SUB-2100-READ-INPUT THRU SUB-2100-EXIT

           IF      W-INPUT-EOF
               DISPLAY 'ENCFILE  ** ' W-INPUT-DSNAME ' is empty - '
                   'no header **'
               MOVE 8               TO RETURN-CODE
               GO TO SUB-3100-EXIT
           END-IF

           ADD  1                   TO W-RECORD-COUNT
           ADD  W-INPUT-REC-LEN     TO W-BYTES-IN

           IF      IN-REC-TAG NOT = 'H'
           OR      W-INPUT-REC-LEN < LENGTH OF W-HEADER-BODY + 1
               DISPLAY 'ENCFILE  ** the first record is not an '
                   'ENCFILE header - not an ENCFILE file **'
               MOVE 8               TO RETURN-CODE
               GO TO SUB-3100-EXIT
           END-IF

           MOVE IN-REC-BODY(1:LENGTH OF W-HEADER-BODY)
                                    TO W-HEADER-BODY

           IF      HDR-KEY-VERSION NOT NUMERIC
           OR      HDR-KEY-LABEL = SPACES
           OR     (HDR-RECORD-MODE NOT = 'BINARY'
           AND     HDR-RECORD-MODE NOT = 'TEXT')
               DISPLAY 'ENCFILE  ** the ENCFILE header is damaged **'
               MOVE 8               TO RETURN-CODE
               GO TO SUB-3100-EXIT
           END-IF

           IF      W-KEY-LABEL NOT = SPACES
           AND     W-KEY-LABEL NOT = HDR-KEY-LABEL
               DISPLAY 'ENCFILE  ** the file was encrypted under key '
                   HDR-KEY-LABEL ', not the expected ' W-KEY-LABEL
                   ' **'
               MOVE 8               TO RETURN-CODE
               GO TO SUB-3100-EXIT
           END-IF

           SET  HP-INPUT-PTR        TO ADDRESS OF HDR-IV-HEX
           MOVE LENGTH OF HDR-IV-HEX
                                    TO HP-INPUT-LEN
           SET  HP-OUTPUT-PTR       TO ADDRESS OF W-IV

           CALL W-HEXPACK-PROG   USING W-HEXPACK-PARAMETER

           IF      NOT UTIL-RC-OK OF W-HEXPACK-PARAMETER
               DISPLAY 'ENCFILE  ** the ENCFILE header carries a '
                   'damaged counter block **'
               MOVE 8               TO RETURN-CODE
               GO TO SUB-3100-EXIT
           END-IF

           MOVE HDR-KEY-LABEL       TO W-KEY-LABEL
           MOVE HDR-KEY-VERSION     TO W-KEY-VERSION

           IF      HDR-RECORD-MODE = 'BINARY'
               SET  W-BINARY-MODE   TO TRUE
           ELSE
               SET  W-TEXT-MODE     TO TRUE
           END-IF
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3200-DECRYPT-RECORD.
      *----------------------------

           ADD  1                   TO W-RECORD-COUNT
           ADD  W-INPUT-REC-LEN     TO W-BYTES-IN

           IF      IN-REC-TAG = 'T'
               SET  W-TRAILER-SEEN  TO TRUE
               MOVE CIPHER-IN-RECORD(2:8)
                                    TO W-TRAILER-HEX
               IF      CIPHER-IN-RECORD(11:9) NUMERIC
                   MOVE CIPHER-IN-RECORD(11:9)
                                    TO W-TRAILER-COUNT
               ELSE
                   MOVE 0           TO W-TRAILER-COUNT
               END-IF
               GO TO SUB-3200-NEXT
           END-IF

           IF      IN-REC-TAG NOT = 'D'
               DISPLAY 'ENCFILE  record ' W-RECORD-COUNT
                   ' carries an unknown tag - not an ENCFILE file'
               MOVE 8               TO RETURN-CODE
               GO TO SUB-3200-EXIT
           END-IF

           SET  AES-STAGE-IN-PROCESS
                                    TO TRUE
           SET  AES-BUFFER-PTR      TO ADDRESS OF IN-REC-BODY
           COMPUTE AES-BUFFER-LEN = W-INPUT-REC-LEN - 1
           SET  AES-OUTPUT-PTR      TO ADDRESS OF W-DATA-AREA

           CALL W-AES-PROG       USING W-AES-PARAMETER

           IF      NOT UTIL-RC-OK OF W-AES-PARAMETER
               DISPLAY 'ENCFILE  AES failed on record '
                   W-RECORD-COUNT ' - '
                   UTIL-MESSAGE OF W-AES-PARAMETER
               MOVE 16              TO RETURN-CODE
               GO TO SUB-3200-EXIT
           END-IF

           IF      W-FIRST-RECORD
               SET  CRC-STAGE-START TO TRUE
               SET  W-NOT-FIRST-RECORD
                                    TO TRUE
           ELSE
               SET  CRC-STAGE-IN-PROCESS
                                    TO TRUE
           END-IF

           SET  CRC-BUFFER-PTR      TO ADDRESS OF W-DATA-AREA
           MOVE AES-BUFFER-LEN      TO CRC-BUFFER-LEN
           CALL W-CRC32-PROG     USING W-CRC32-PARAMETER

           MOVE AES-BUFFER-LEN      TO W-OUTPUT-REC-LEN

           IF      W-BINARY-MODE
               MOVE W-DATA-AREA(1:W-OUTPUT-REC-LEN)
                                    TO OUTPUT-BIN-RECORD
                                       (1:W-OUTPUT-REC-LEN)
               WRITE OUTPUT-BIN-RECORD
           ELSE
               MOVE W-DATA-AREA(1:W-OUTPUT-REC-LEN)
                                    TO OUTPUT-RECORD
                                       (1:W-OUTPUT-REC-LEN)
               WRITE OUTPUT-RECORD
           END-IF

           ADD  1                   TO W-WRITTEN-COUNT
           ADD  W-OUTPUT-REC-LEN    TO W-BYTES-OUT
           .
       SUB-3200-NEXT.

           PERFORM SUB-2100-READ-INPUT THRU SUB-2100-EXIT
           .
       SUB-3200-EXIT.
           EXIT.
      /
       SUB-3400-VERIFY-TRAILER.
      *----------------------------

           IF      W-FIRST-RECORD
               SET  CRC-STAGE-START-END
                                    TO TRUE
           ELSE
               SET  CRC-STAGE-END   TO TRUE
           END-IF

           MOVE 0                   TO CRC-BUFFER-LEN
           SET  CRC-BUFFER-PTR      TO NULL
           MOVE 'ENCFILE'           TO CRC-JOB-NAME
           MOVE W-OUTPUT-DSNAME     TO CRC-DATASET-NAME
           MOVE W-WRITTEN-COUNT     TO CRC-RECORD-COUNT

           CALL W-CRC32-PROG     USING W-CRC32-PARAMETER

           MOVE CRC-CHECKSUM        TO CH-CHECKSUM
           CALL W-CRCHEX-PROG    USING W-CRCHEX-PARAMETER
           MOVE CH-HEX-OUTPUT       TO W-FILE-HEX

           IF      W-TRAILER-NOT-SEEN
               DISPLAY 'ENCFILE  ** no trailer found - the '
                   'transmission is incomplete **'
               MOVE 8               TO RETURN-CODE
               GO TO SUB-3400-EXIT
           END-IF

           IF      W-FILE-HEX NOT = W-TRAILER-HEX
               DISPLAY 'ENCFILE  ** decrypted checksum X'''
                   W-FILE-HEX ''' does not match the trailer X'''
                   W-TRAILER-HEX ''' **'
               MOVE 8               TO RETURN-CODE
               GO TO SUB-3400-EXIT
           END-IF

           IF      W-WRITTEN-COUNT NOT = W-TRAILER-COUNT
               DISPLAY 'ENCFILE  ** decrypted ' W-WRITTEN-COUNT
                   ' records against a trailer count of '
                   W-TRAILER-COUNT ' **'
               MOVE 8               TO RETURN-CODE
               GO TO SUB-3400-EXIT
           END-IF

           DISPLAY 'ENCFILE  decryption VERIFIED against the '
               'trailer checksum X''' W-TRAILER-HEX ''''
           .
       SUB-3400-EXIT.
           EXIT.
      /
       SUB-4000-SHUT-DOWN.
      *-------------------

           MOVE LOW-VALUES          TO W-KEY

           IF      W-INPUT-OPEN
               EVALUATE TRUE
                   WHEN W-MODE-DECRYPT
                       CLOSE CIPHER-IN-FILE
                   WHEN W-BINARY-MODE
                       CLOSE INPUT-BIN-FILE
                   WHEN OTHER
                       CLOSE INPUT-FILE
               END-EVALUATE
           END-IF

           IF      W-OUTPUT-OPEN
               EVALUATE TRUE
                   WHEN W-MODE-ENCRYPT
                       CLOSE CIPHER-OUT-FILE
                   WHEN W-BINARY-MODE
                       CLOSE OUTPUT-BIN-FILE
                   WHEN OTHER
                       CLOSE OUTPUT-FILE
               END-EVALUATE
           END-IF

           IF      RETURN-CODE = 16
               DISPLAY 'ENCFILE  completed with errors'
               GO TO SUB-4000-EXIT
           END-IF

           DISPLAY 'ENCFILE  mode       : ' W-MODE
           DISPLAY 'ENCFILE  algorithm  : ' W-ALGORITHM
           DISPLAY 'ENCFILE  key label  : ' W-KEY-LABEL
           DISPLAY 'ENCFILE  key version: ' W-KEY-VERSION
           DISPLAY 'ENCFILE  records in : ' W-RECORD-COUNT
           DISPLAY 'ENCFILE  bytes in   : ' W-BYTES-IN
           DISPLAY 'ENCFILE  records out: ' W-WRITTEN-COUNT
           DISPLAY 'ENCFILE  bytes out  : ' W-BYTES-OUT
           DISPLAY 'ENCFILE  completed'
           .
       SUB-4000-EXIT.
           EXIT.
