      *=========================== HMACSIGN ============================*
      * Authors: Brian D Pead
      *
      * Description: File-level HMAC-SHA-256 signing and verification
      *              for partner transmissions, driving the HMAC
      *              subroutine's staged calls over a whole dataset
      *              the way FILECHK drives CRC32.  SIGN mode reads
      *              the input record by record and writes a
      *              detached signature record -- dataset name, byte
      *              count, record count, key label and the MAC as
      *              64 lowercase hex digits -- to the signature
      *              dataset.  VERIFY mode reads the same signature
      *              record on receipt, recomputes the MAC over the
      *              received dataset and fails the step with
      *              RETURN-CODE 8, signalled through STATWRT, on
      *              any mismatch of MAC, byte count or record
      *              count.  A PARTNER card pulls the partner's
      *              HMACSIGN-tagged cards -- the HMAC key label
      *              among them -- from the PARTNERS profile
      *              registry PRTMAINT maintains.  Without a KEY
      *              card the key label is resolved through KEYRES
      *              to the KEYSTORE key in force, and the key
      *              version used is carried on the signature so
      *              VERIFY picks up the same version even across a
      *              rotation.  RETURN-CODE 16 for a bad deck.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  1.0      First release
      * 2026-09-15  1.1      Resolve the key label to its key through
      *                      KEYRES and the KEYSTORE registry when no
      *                      KEY card is given, and carry the key
      *                      version on the signature record.
      *================================================================*

       PROCESS TRUNC(BIN)

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 HMACSIGN.

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

           SELECT SIGNATURE-FILE
               ASSIGN TO DYNAMIC   W-SIGNATURE-DSNAME
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-SIG-FILE-STATUS.

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

      **** THE DETACHED SIGNATURE: ONE FIXED-COLUMN TEXT RECORD THAT
      **** TRAVELS BESIDE THE DATASET IT SIGNS.

       FD  SIGNATURE-FILE.

       01  SIGNATURE-RECORD.
           05  SIG-REC-TIMESTAMP       PIC X(19).
           05  SIG-REC-SEP-1           PIC X(01).
           05  SIG-REC-DATASET         PIC X(44).
           05  SIG-REC-SEP-2           PIC X(01).
           05  SIG-REC-BYTES           PIC 9(18).
           05  SIG-REC-SEP-3           PIC X(01).
           05  SIG-REC-RECORDS         PIC 9(09).
           05  SIG-REC-SEP-4           PIC X(01).
           05  SIG-REC-KEY-LABEL       PIC X(16).
           05  SIG-REC-SEP-5           PIC X(01).
           05  SIG-REC-ALGORITHM       PIC X(11).
           05  SIG-REC-SEP-6           PIC X(01).
           05  SIG-REC-MAC             PIC X(64).
           05  SIG-REC-SEP-7           PIC X(01).
           05  SIG-REC-KEY-VERSION     PIC X(04).

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

       01  W-HMAC-PROG              PIC X(08)       VALUE 'HMAC'.
       01  W-STATWRT-PROG           PIC X(08)       VALUE 'STATWRT'.
       01  W-KEYRES-PROG            PIC X(08)       VALUE 'KEYRES'.

       01  W-SYSIN-FILE-STATUS      PIC X(02).
       01  W-INPUT-FILE-STATUS      PIC X(02).
       01  W-SIG-FILE-STATUS        PIC X(02).
       01  W-PRTREG-FILE-STATUS     PIC X(02).

       01  W-INPUT-DSNAME           PIC X(44).
       01  W-SIGNATURE-DSNAME       PIC X(44).
       01  W-INPUT-REC-LEN          PIC 9(05)  COMP.

       01  W-MODE                   PIC X(08).
           88  W-MODE-SIGN                          VALUE 'SIGN'.
           88  W-MODE-VERIFY                        VALUE 'VERIFY'.

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
           88  W-INPUT-OPEN                         VALUE 'Y'.
           88  W-INPUT-NOT-OPEN                     VALUE 'N'.

       01  W-CARD-KEYWORD           PIC X(10).

      **** A PARTNER CARD PULLS THE PARTNER'S HMACSIGN-TAGGED CARDS
      **** FROM THE PARTNERS PROFILE REGISTRY ONCE THE SYSIN CARDS
      **** FINISH, SO THE PARTNER'S KEY LABEL LIVES IN ONE REGISTRY
      **** ENTRY INSTEAD OF EVERY DECK.

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

      **** THE KEY: A LABEL (FROM A KEY-LABEL CARD OR THE PARTNER
      **** PROFILE) NAMING IT ON THE SIGNATURE RECORD, AND THE KEY
      **** MATERIAL ITSELF -- RESOLVED FROM THE KEYSTORE REGISTRY,
      **** OR TAKEN FROM A KEY CARD, WHICH OVERRIDES THE REGISTRY.
      **** THE KEY IS NEVER DISPLAYED.  THE VERSION IS BLANK FOR A
      **** KEY CARD'S KEY.

       01  W-KEY-LABEL              PIC X(16)       VALUE SPACES.
       01  W-KEY-VERSION            PIC X(04)       VALUE SPACES.
       01  W-KEY                    PIC X(64)       VALUE SPACES.
       01  W-KEY-LEN                PIC 9(09)  COMP VALUE 0.
       01  W-SCAN-DX                PIC 9(04)  COMP.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-KEY-PRESENT                        VALUE 'Y'.
           88  W-KEY-ABSENT                         VALUE 'N'.

       01  W-RECORD-COUNT           PIC 9(09)  COMP VALUE 0.
       01  W-BYTE-COUNT             PIC 9(18)  COMP VALUE 0.

       01  W-MAC-HEX                PIC X(64).

      **** THE SIGNATURE RECORD AS RECEIVED, FOR VERIFY MODE.

       01  W-EXPECTED-MAC           PIC X(64)       VALUE SPACES.
       01  W-EXPECTED-BYTES         PIC 9(18)       VALUE 0.
       01  W-EXPECTED-RECORDS       PIC 9(09)       VALUE 0.
       01  W-EXPECTED-LABEL         PIC X(16)       VALUE SPACES.
       01  W-EXPECTED-DATASET       PIC X(44)       VALUE SPACES.
       01  W-EXPECTED-VERSION       PIC X(04)       VALUE SPACES.

       01  W-MISMATCH-COUNT         PIC 9(04)  COMP VALUE 0.

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

       01  W-HMAC-PARAMETER.        COPY HMACL.

       01  W-STATWRT-PARAMETER.     COPY STATWRTL.

       01  W-KEYRES-PARAMETER.      COPY KEYRESL.
      /
       PROCEDURE DIVISION.
      *===================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      RETURN-CODE = 0
           AND     W-MODE-VERIFY
               PERFORM SUB-1500-READ-SIGNATURE THRU SUB-1500-EXIT
           END-IF

           IF      RETURN-CODE = 0
           AND     W-KEY-ABSENT
               PERFORM SUB-1600-RESOLVE-KEY THRU SUB-1600-EXIT
           END-IF

           IF      RETURN-CODE = 0
               PERFORM SUB-2000-MAC-FILE THRU SUB-2000-EXIT
           END-IF

           IF      RETURN-CODE = 0
               IF      W-MODE-SIGN
                   PERFORM SUB-3000-WRITE-SIGNATURE THRU SUB-3000-EXIT
               ELSE
                   PERFORM SUB-3500-VERIFY-SIGNATURE THRU SUB-3500-EXIT
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

           DISPLAY 'HMACSIGN compiled on '
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

           IF      W-KEY-ABSENT
           AND     W-KEY-LABEL = SPACES
               DISPLAY 'HMACSIGN no key supplied - a KEY-LABEL, '
                   'PARTNER or KEY card is required'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           IF      W-KEY-LABEL = SPACES
               MOVE '(INLINE)'      TO W-KEY-LABEL
           END-IF

           IF      W-BINARY-MODE
               OPEN INPUT INPUT-BIN-FILE
           ELSE
               OPEN INPUT INPUT-FILE
           END-IF

           IF      W-INPUT-FILE-STATUS NOT = '00'
               DISPLAY 'HMACSIGN unable to open ' W-INPUT-DSNAME
                   ' - status ' W-INPUT-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           SET  W-INPUT-OPEN        TO TRUE
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-READ-SYSIN.
      *----------------------

      **** CARDS: THE MODE (SIGN OR VERIFY), THE INPUT DATASET, THE
      **** SIGNATURE DATASET, THEN OPTIONAL CARDS -- KEY-LABEL WITH
      **** THE LABEL IN COLUMNS 12-27, KEY WITH THE KEY TEXT FROM
      **** COLUMN 12 (UP TO 64 BYTES, NO EMBEDDED SPACES),
      **** RECORD-MODE BINARY OR TEXT FROM COLUMN 13, AND PARTNER
      **** WITH A PARTNER CODE IN COLUMNS 12-19.

           OPEN INPUT SYSIN-FILE

           READ SYSIN-FILE
               AT END
                   DISPLAY 'HMACSIGN SYSIN is empty - no mode card'
                   MOVE 16          TO RETURN-CODE
           END-READ

           IF      RETURN-CODE NOT = 0
               CLOSE SYSIN-FILE
               GO TO SUB-1100-EXIT
           END-IF

           MOVE SYSIN-RECORD(1:8)   TO W-MODE

           IF      NOT W-MODE-SIGN
           AND     NOT W-MODE-VERIFY
               DISPLAY 'HMACSIGN unknown mode: ' W-MODE
               MOVE 16              TO RETURN-CODE
               CLOSE SYSIN-FILE
               GO TO SUB-1100-EXIT
           END-IF

           READ SYSIN-FILE
               AT END
                   DISPLAY 'HMACSIGN SYSIN is missing the input '
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
                   DISPLAY 'HMACSIGN SYSIN is missing the signature '
                       'dataset'
                   MOVE 16          TO RETURN-CODE
           END-READ

           IF      RETURN-CODE NOT = 0
               CLOSE SYSIN-FILE
               GO TO SUB-1100-EXIT
           END-IF

           MOVE SYSIN-RECORD(1:44)  TO W-SIGNATURE-DSNAME

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
                       DISPLAY 'HMACSIGN KEY-LABEL card has no label'
                       MOVE 16      TO RETURN-CODE
                   END-IF

               WHEN 'KEY'
                   IF      W-PARTNER-LOADING
                       DISPLAY 'HMACSIGN a registry profile may not '
                           'carry key material'
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       PERFORM SUB-1160-TAKE-KEY THRU SUB-1160-EXIT
                   END-IF

               WHEN 'RECORD-MOD'
                   IF      SYSIN-RECORD(13:6) = 'BINARY'
                       SET  W-BINARY-MODE
                                    TO TRUE
                   ELSE
                       IF      SYSIN-RECORD(13:4) NOT = 'TEXT'
                           DISPLAY 'HMACSIGN RECORD-MODE must be '
                               'BINARY or TEXT: ' SYSIN-RECORD(13:6)
                           MOVE 16  TO RETURN-CODE
                       END-IF
                   END-IF

               WHEN 'PARTNER'
                   IF      W-PARTNER-LOADING
                       DISPLAY 'HMACSIGN a registry profile may not '
                           'name another PARTNER'
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       IF      W-PARTNER-REQUESTED
                           DISPLAY 'HMACSIGN only one PARTNER card '
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
                   DISPLAY 'HMACSIGN unknown SYSIN card: '
                       W-CARD-KEYWORD
                   MOVE 16          TO RETURN-CODE
           END-EVALUATE
           .
       SUB-1155-EXIT.
           EXIT.
      /
       SUB-1160-TAKE-KEY.
      *---------------------

      **** THE KEY RUNS FROM COLUMN 12 TO THE LAST NON-BLANK COLUMN.

           MOVE SYSIN-RECORD(12:64) TO W-KEY
           MOVE 0                   TO W-KEY-LEN

           PERFORM SUB-1165-FIND-KEY-END THRU SUB-1165-EXIT
               VARYING W-SCAN-DX FROM 64 BY -1
                 UNTIL W-SCAN-DX < 1
                    OR W-KEY-LEN > 0

           IF      W-KEY-LEN = 0
               DISPLAY 'HMACSIGN KEY card has no key text'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1160-EXIT
           END-IF

           SET  W-KEY-PRESENT       TO TRUE
           .
       SUB-1160-EXIT.
           EXIT.
      /
       SUB-1165-FIND-KEY-END.
      *-------------------------

           IF      W-KEY(W-SCAN-DX:1) NOT = SPACE
               MOVE W-SCAN-DX       TO W-KEY-LEN
           END-IF
           .
       SUB-1165-EXIT.
           EXIT.
      /
       SUB-1190-LOAD-PARTNER.
      *-------------------------

      **** PULL THE PARTNER'S HMACSIGN-TAGGED CARDS FROM THE PARTNERS
      **** PROFILE REGISTRY AND RUN EACH THROUGH THE SAME CARD
      **** PROCESSING AS AN INLINE CARD.  THE PROFILE IN EFFECT IS
      **** PRINTED SO THE RUN SUMMARY SHOWS WHOSE RULES APPLIED.

           OPEN INPUT PARTNER-FILE

           IF      W-PRTREG-FILE-STATUS NOT = '00'
               DISPLAY 'HMACSIGN unable to open PARTNERS - status '
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
               DISPLAY 'HMACSIGN partner not found in PARTNERS: '
                   W-PARTNER-CODE
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1190-EXIT
           END-IF

           DISPLAY 'HMACSIGN partner profile in effect: '
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
           OR      PRT-REC-PROGRAM NOT = 'HMACSIGN'
               GO TO SUB-1195-EXIT
           END-IF

           ADD  1                   TO W-PARTNER-CARD-COUNT
           MOVE PRT-REC-CARD        TO SYSIN-RECORD

           PERFORM SUB-1155-TAKE-OPTION-CARD THRU SUB-1155-EXIT
           .
       SUB-1195-EXIT.
           EXIT.
      /
       SUB-1500-READ-SIGNATURE.
      *----------------------------

      **** VERIFY MODE: THE DETACHED SIGNATURE MUST BE PRESENT AND
      **** WELL FORMED BEFORE THE DATASET IS EVEN READ.  A MISSING
      **** OR DAMAGED SIGNATURE CANNOT PROVE ANYTHING, SO IT FAILS
      **** THE STEP THE SAME WAY A MISMATCH DOES.

           OPEN INPUT SIGNATURE-FILE

           IF      W-SIG-FILE-STATUS NOT = '00'
               DISPLAY 'HMACSIGN unable to open the signature '
                   W-SIGNATURE-DSNAME ' - status ' W-SIG-FILE-STATUS
               MOVE 'signature dataset could not be opened'
                                    TO STW-DETAIL
               PERFORM SUB-3900-SIGNAL-ERROR THRU SUB-3900-EXIT
               GO TO SUB-1500-EXIT
           END-IF

           READ SIGNATURE-FILE
               AT END
                   MOVE '10'        TO W-SIG-FILE-STATUS
           END-READ

           CLOSE SIGNATURE-FILE

           IF      W-SIG-FILE-STATUS NOT = '00'
               DISPLAY 'HMACSIGN signature dataset '
                   W-SIGNATURE-DSNAME ' is empty'
               MOVE 'signature dataset is empty'
                                    TO STW-DETAIL
               PERFORM SUB-3900-SIGNAL-ERROR THRU SUB-3900-EXIT
               GO TO SUB-1500-EXIT
           END-IF

           IF      SIG-REC-BYTES NOT NUMERIC
           OR      SIG-REC-RECORDS NOT NUMERIC
           OR      SIG-REC-ALGORITHM NOT = 'HMAC-SHA256'
               DISPLAY 'HMACSIGN signature record is not an '
                   'HMACSIGN signature'
               MOVE 'signature record is malformed'
                                    TO STW-DETAIL
               PERFORM SUB-3900-SIGNAL-ERROR THRU SUB-3900-EXIT
               GO TO SUB-1500-EXIT
           END-IF

           MOVE SIG-REC-MAC         TO W-EXPECTED-MAC
           MOVE SIG-REC-BYTES       TO W-EXPECTED-BYTES
           MOVE SIG-REC-RECORDS     TO W-EXPECTED-RECORDS
           MOVE SIG-REC-KEY-LABEL   TO W-EXPECTED-LABEL
           MOVE SIG-REC-DATASET     TO W-EXPECTED-DATASET

      **** A SIGNATURE WRITTEN BEFORE KEY VERSIONS WERE CARRIED
      **** READS BACK WITH A BLANK VERSION.

           IF      SIG-REC-SEP-7 = SPACE
           AND     SIG-REC-KEY-VERSION NUMERIC
               MOVE SIG-REC-KEY-VERSION
                                    TO W-EXPECTED-VERSION
           END-IF
           .
       SUB-1500-EXIT.
           EXIT.
      /
       SUB-1600-RESOLVE-KEY.
      *------------------------

      **** NO KEY CARD: RESOLVE THE LABEL THROUGH THE KEYSTORE
      **** REGISTRY.  SIGN TAKES THE KEY IN FORCE TODAY; VERIFY
      **** TAKES THE VERSION THE SIGNATURE WAS MADE WITH, SO A FILE
      **** SIGNED JUST BEFORE A ROTATION STILL VERIFIES AFTER IT.

           MOVE W-KEY-LABEL         TO KR-KEY-LABEL
           MOVE 0                   TO KR-REQ-VERSION
           MOVE SPACES              TO KR-PROCESS-DATE

           IF      W-MODE-VERIFY
           AND     W-EXPECTED-LABEL = W-KEY-LABEL
           AND     W-EXPECTED-VERSION NUMERIC
               MOVE W-EXPECTED-VERSION
                                    TO KR-REQ-VERSION
           END-IF

           CALL W-KEYRES-PROG    USING W-KEYRES-PARAMETER

           IF      NOT UTIL-RC-OK OF W-KEYRES-PARAMETER
               DISPLAY 'HMACSIGN key label ' W-KEY-LABEL
                   ' could not be resolved - '
                   UTIL-MESSAGE OF W-KEYRES-PARAMETER
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1600-EXIT
           END-IF

           MOVE KR-KEY              TO W-KEY
           MOVE KR-KEY-LEN          TO W-KEY-LEN
           MOVE KR-KEY-VERSION      TO W-KEY-VERSION
           MOVE LOW-VALUES          TO KR-KEY
           SET  W-KEY-PRESENT       TO TRUE

           DISPLAY 'HMACSIGN key ' W-KEY-LABEL ' version '
               W-KEY-VERSION ' resolved from KEYSTORE'

           MOVE 0                   TO RETURN-CODE
           .
       SUB-1600-EXIT.
           EXIT.
      /
       SUB-2000-MAC-FILE.
      *---------------------

           SET  HMAC-KEY-PTR        TO ADDRESS OF W-KEY
           MOVE W-KEY-LEN           TO HMAC-KEY-LEN

           PERFORM SUB-2100-READ-INPUT THRU SUB-2100-EXIT

           PERFORM SUB-2200-MAC-RECORD THRU SUB-2200-EXIT
               UNTIL W-INPUT-EOF OR RETURN-CODE NOT = 0

           IF      RETURN-CODE NOT = 0
               GO TO SUB-2000-EXIT
           END-IF

      **** A TRAILING ZERO-LENGTH CALL CLOSES OUT THE MAC, THE SAME
      **** WAY FILECHK CLOSES OUT ITS STAGED CHECKSUM.

           IF      W-FIRST-RECORD
               SET  HMAC-STAGE-START-END
                                    TO TRUE
           ELSE
               SET  HMAC-STAGE-END  TO TRUE
           END-IF

           MOVE 0                   TO HMAC-BUFFER-LEN
           SET  HMAC-BUFFER-PTR     TO NULL

           PERFORM SUB-9100-CALL-HMAC THRU SUB-9100-EXIT

           MOVE HMAC-DIGEST-HEX     TO W-MAC-HEX
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-READ-INPUT.
      *-----------------------

           IF      W-BINARY-MODE
               READ INPUT-BIN-FILE
                   AT END
                       SET  W-INPUT-EOF
                                    TO TRUE
               END-READ
           ELSE
               READ INPUT-FILE
                   AT END
                       SET  W-INPUT-EOF
                                    TO TRUE
               END-READ
           END-IF
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-MAC-RECORD.
      *-----------------------

           ADD  1                   TO W-RECORD-COUNT
           ADD  W-INPUT-REC-LEN     TO W-BYTE-COUNT

           IF      W-FIRST-RECORD
               SET  HMAC-STAGE-START
                                    TO TRUE
               SET  W-NOT-FIRST-RECORD
                                    TO TRUE
           ELSE
               SET  HMAC-STAGE-IN-PROCESS
                                    TO TRUE
           END-IF

           IF      W-BINARY-MODE
               SET  HMAC-BUFFER-PTR TO ADDRESS OF INPUT-BIN-RECORD
           ELSE
               SET  HMAC-BUFFER-PTR TO ADDRESS OF INPUT-RECORD
           END-IF

           MOVE W-INPUT-REC-LEN     TO HMAC-BUFFER-LEN

           PERFORM SUB-9100-CALL-HMAC THRU SUB-9100-EXIT

           PERFORM SUB-2100-READ-INPUT THRU SUB-2100-EXIT
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-3000-WRITE-SIGNATURE.
      *-----------------------------

           OPEN OUTPUT SIGNATURE-FILE

           IF      W-SIG-FILE-STATUS NOT = '00'
               DISPLAY 'HMACSIGN unable to open the signature '
                   W-SIGNATURE-DSNAME ' - status ' W-SIG-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-3000-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE
                                    TO W-CURRENT-DATE

           STRING W-CURRENT-DATE-YYYY   '-'
                  W-CURRENT-DATE-MM     '-'
                  W-CURRENT-DATE-DD     ' '
                  W-CURRENT-TIME-HH     ':'
                  W-CURRENT-TIME-MM     ':'
                  W-CURRENT-TIME-SS
               DELIMITED BY SIZE INTO SIG-REC-TIMESTAMP
           END-STRING

           MOVE SPACE               TO SIG-REC-SEP-1 SIG-REC-SEP-2
                                       SIG-REC-SEP-3 SIG-REC-SEP-4
                                       SIG-REC-SEP-5 SIG-REC-SEP-6
                                       SIG-REC-SEP-7
           MOVE W-INPUT-DSNAME      TO SIG-REC-DATASET
           MOVE W-BYTE-COUNT        TO SIG-REC-BYTES
           MOVE W-RECORD-COUNT      TO SIG-REC-RECORDS
           MOVE W-KEY-LABEL         TO SIG-REC-KEY-LABEL
           MOVE 'HMAC-SHA256'       TO SIG-REC-ALGORITHM
           MOVE W-MAC-HEX           TO SIG-REC-MAC
           MOVE W-KEY-VERSION       TO SIG-REC-KEY-VERSION

           WRITE SIGNATURE-RECORD

           CLOSE SIGNATURE-FILE

           DISPLAY 'HMACSIGN signature written to '
               W-SIGNATURE-DSNAME

           MOVE 'HMACSIGN'          TO STW-PROGRAM
           MOVE W-INPUT-DSNAME      TO STW-DATASET
           MOVE W-MAC-HEX(1:32)     TO STW-CHECKSUM
           SET  STW-RESULT-PASS     TO TRUE
           MOVE SPACES              TO STW-DETAIL
           STRING 'signed with key ' W-KEY-LABEL
                  ' version ' W-KEY-VERSION
               DELIMITED BY SIZE INTO STW-DETAIL
           END-STRING

           CALL W-STATWRT-PROG   USING W-STATWRT-PARAMETER

           MOVE 0                   TO RETURN-CODE
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3500-VERIFY-SIGNATURE.
      *------------------------------

      **** EVERY ATTESTED FIGURE IS COMPARED, AND EVERY DIFFERENCE IS
      **** PRINTED BEFORE THE VERDICT, SO THE OPERATOR SEES AT ONCE
      **** WHETHER THE FILE WAS TRUNCATED, PADDED OR ALTERED.

           IF      W-KEY-LABEL NOT = '(INLINE)'
           AND     W-KEY-LABEL NOT = W-EXPECTED-LABEL
               DISPLAY 'HMACSIGN ** signature key label '
                   W-EXPECTED-LABEL ' is not the expected '
                   W-KEY-LABEL ' **'
               ADD  1               TO W-MISMATCH-COUNT
           END-IF

           IF      W-BYTE-COUNT NOT = W-EXPECTED-BYTES
               DISPLAY 'HMACSIGN ** byte count ' W-BYTE-COUNT
                   ' against a signed count of ' W-EXPECTED-BYTES
                   ' **'
               ADD  1               TO W-MISMATCH-COUNT
           END-IF

           IF      W-RECORD-COUNT NOT = W-EXPECTED-RECORDS
               DISPLAY 'HMACSIGN ** record count ' W-RECORD-COUNT
                   ' against a signed count of ' W-EXPECTED-RECORDS
                   ' **'
               ADD  1               TO W-MISMATCH-COUNT
           END-IF

           IF      W-MAC-HEX NOT = W-EXPECTED-MAC
               DISPLAY 'HMACSIGN ** computed MAC ' W-MAC-HEX
               DISPLAY 'HMACSIGN **   signed MAC ' W-EXPECTED-MAC
               ADD  1               TO W-MISMATCH-COUNT
           END-IF

           MOVE 'HMACSIGN'          TO STW-PROGRAM
           MOVE W-INPUT-DSNAME      TO STW-DATASET
           MOVE W-MAC-HEX(1:32)     TO STW-CHECKSUM
           MOVE SPACES              TO STW-DETAIL

           IF      W-MISMATCH-COUNT = 0
               DISPLAY 'HMACSIGN signature VERIFIED - key '
                   W-EXPECTED-LABEL
               SET  STW-RESULT-PASS TO TRUE
               STRING 'signature verified with key '
                      W-EXPECTED-LABEL
                   DELIMITED BY SIZE INTO STW-DETAIL
               END-STRING
           ELSE
               SET  STW-RESULT-FAIL TO TRUE
               STRING 'signature mismatch against '
                      W-SIGNATURE-DSNAME
                   DELIMITED BY SIZE INTO STW-DETAIL
               END-STRING
           END-IF

           CALL W-STATWRT-PROG   USING W-STATWRT-PARAMETER

      **** THE CALL HANDS STATWRT'S RETURN CODE BACK INTO THIS
      **** PROGRAM'S RETURN-CODE REGISTER, SO THE FAILURE CODE IS
      **** SET AFTERWARDS OR THE STEP WOULD END CLEAN.

           IF      STW-RESULT-FAIL
               MOVE 8               TO RETURN-CODE
           ELSE
               MOVE 0               TO RETURN-CODE
           END-IF
           .
       SUB-3500-EXIT.
           EXIT.
      /
       SUB-3900-SIGNAL-ERROR.
      *-------------------------

      **** A SIGNATURE THAT CANNOT BE READ IS REPORTED AS A RUN
      **** ERROR THROUGH STATWRT AND FAILS THE STEP WITH THE
      **** VERIFICATION RETURN-CODE.

           MOVE 'HMACSIGN'          TO STW-PROGRAM
           MOVE W-INPUT-DSNAME      TO STW-DATASET
           MOVE SPACES              TO STW-CHECKSUM
           SET  STW-RESULT-ERROR    TO TRUE

           CALL W-STATWRT-PROG   USING W-STATWRT-PARAMETER

           MOVE 8                   TO RETURN-CODE
           .
       SUB-3900-EXIT.
           EXIT.
      /
       SUB-4000-SHUT-DOWN.
      *-------------------

           IF      W-INPUT-OPEN
               IF      W-BINARY-MODE
                   CLOSE INPUT-BIN-FILE
               ELSE
                   CLOSE INPUT-FILE
               END-IF
           END-IF

           IF      RETURN-CODE = 16
               DISPLAY 'HMACSIGN completed with errors'
               GO TO SUB-4000-EXIT
           END-IF

           DISPLAY 'HMACSIGN mode       : ' W-MODE
           DISPLAY 'HMACSIGN dataset    : ' W-INPUT-DSNAME
           DISPLAY 'HMACSIGN signature  : ' W-SIGNATURE-DSNAME
           DISPLAY 'HMACSIGN key label  : ' W-KEY-LABEL

           IF      W-KEY-VERSION NOT = SPACES
               DISPLAY 'HMACSIGN key version: ' W-KEY-VERSION
           END-IF

           DISPLAY 'HMACSIGN records    : ' W-RECORD-COUNT
           DISPLAY 'HMACSIGN bytes      : ' W-BYTE-COUNT

           IF      W-MAC-HEX NOT = SPACES
           AND     W-MAC-HEX NOT = LOW-VALUES
               DISPLAY 'HMACSIGN MAC        : ' W-MAC-HEX
           END-IF

           IF      W-MODE-VERIFY
           AND     W-EXPECTED-DATASET NOT = SPACES
               DISPLAY 'HMACSIGN signed as  : ' W-EXPECTED-DATASET
           END-IF

           DISPLAY 'HMACSIGN completed'
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-9100-CALL-HMAC.
      *----------------------

           CALL W-HMAC-PROG      USING W-HMAC-PARAMETER

           IF      NOT UTIL-RC-OK OF W-HMAC-PARAMETER
               DISPLAY 'HMACSIGN HMAC rejected the call - '
                   UTIL-MESSAGE OF W-HMAC-PARAMETER
               MOVE 16              TO RETURN-CODE
           ELSE
               MOVE 0               TO RETURN-CODE
           END-IF
           .
       SUB-9100-EXIT.
           EXIT.
