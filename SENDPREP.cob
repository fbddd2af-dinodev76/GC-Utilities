      *=========================== SENDPREP ============================*
      * Authors: Brian D Pead
      *
      * Description: One-step outbound transmission preparation.
      *              Preparing a file for a partner used to take up to
      *              six chained steps -- TRLRGEN stamping the trailer,
      *              CMPFILE compressing, ENCFILE encrypting, B64FILE
      *              wrapping, MANIFEST writing the checksum list and
      *              HMACSIGN signing -- each with its own deck, so a
      *              partner's rules were scattered across them.
      *              SENDPREP takes a partner code and the file to
      *              send, reads the partner's profile from the
      *              PARTNERS registry and runs the whole chain in one
      *              step: a SENDPREP-tagged CHAIN card names the
      *              stages in the partner's chain, always in that
      *              order, and each stage is driven by the cards
      *              tagged for its own program, in that program's
      *              own card formats.
      *              The stages are run here through the same
      *              subroutines the single-step programs call, each
      *              stage's output feeding the next through the
      *              SENDWK1, SENDWK2 and SENDWK3 work datasets until
      *              the last one writes the OUTPUT dataset.  Every
      *              stage leaves one CRCCTL lineage entry under its
      *              program's name -- the dataset it produced (or,
      *              for MANIFEST and HMACSIGN, the dataset it
      *              attested), its CRC32 and its record count -- and
      *              one summary report shows every stage's result.
      *              The Base64 stage carries each record behind a
      *              4-byte record descriptor word, so the record
      *              structure (and a compressed file's binary
      *              records) survives the encoding; RECVPREP unwinds
      *              the same chain on receipt.  The encryption
      *              stage writes ENCFILE's own 'H' / 'D' / 'T'
      *              layout under the key its ENCFILE KEY-LABEL card
      *              names, resolved through KEYRES and the KEYSTORE
      *              registry as ENCFILE resolves it; a profile that
      *              carries an ENCFILE card but whose chain does not
      *              encrypt is refused rather than sent in clear.
      *              A partner whose profile does not carry a
      *              CERTIFIED PRTCERT verdict is refused before
      *              anything is written.
      *              RETURN-CODE 8 when a stage fails (the report
      *              names it and no later stage runs), 16 for a bad
      *              deck, a partner with no profile, chain or
      *              certification, or a profile card the stage
      *              would reject.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-10-15  1.0      First release
      * 2026-10-15  1.1      ENCFILE encryption stage between the
      *                      compression and the Base64 wrapping;
      *                      an ENCFILE profile card is no longer
      *                      passed over when the chain leaves it out
      *================================================================*

       PROCESS TRUNC(BIN)

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 SENDPREP.

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

           SELECT PARTNER-FILE
               ASSIGN TO           'PARTNERS'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-PRTREG-FILE-STATUS.

      **** EACH STAGE READS THE PREVIOUS STAGE'S DATASET AND WRITES
      **** ITS OWN.  TEXT DATASETS ARE LINE SEQUENTIAL; THE
      **** COMPRESSED AND ENCRYPTED DATASETS ARE BINARY BY NATURE
      **** AND ARE CARRIED AS RECORD SEQUENTIAL, THE SAME WAY
      **** CMPFILE AND ENCFILE WRITE THEM.

           SELECT TEXT-IN-FILE
               ASSIGN TO DYNAMIC   W-IN-DSNAME
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-IN-FILE-STATUS.

           SELECT BIN-IN-FILE
               ASSIGN TO DYNAMIC   W-IN-DSNAME
               ORGANIZATION        SEQUENTIAL
               FILE STATUS IS      W-IN-FILE-STATUS.

           SELECT TEXT-OUT-FILE
               ASSIGN TO DYNAMIC   W-OUT-DSNAME
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-OUT-FILE-STATUS.

           SELECT BIN-OUT-FILE
               ASSIGN TO DYNAMIC   W-OUT-DSNAME
               ORGANIZATION        SEQUENTIAL
               FILE STATUS IS      W-OUT-FILE-STATUS.

           SELECT MD5-MANIFEST-FILE
               ASSIGN TO           'MANIFMD5'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-MD5M-FILE-STATUS.

           SELECT CRC-MANIFEST-FILE
               ASSIGN TO           'MANIFCRC'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-CRCM-FILE-STATUS.

           SELECT SIGNATURE-FILE
               ASSIGN TO DYNAMIC   W-SIGNATURE-DSNAME
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-SIG-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  SYSIN-FILE.

       01  SYSIN-RECORD                PIC X(80).

       FD  PARTNER-FILE.

       01  PARTNER-RECORD.
           05  PRT-REC-PARTNER         PIC X(08).
           05  PRT-REC-SEP-1           PIC X(01).
           05  PRT-REC-PROGRAM         PIC X(08).
           05  PRT-REC-SEP-2           PIC X(01).
           05  PRT-REC-CARD            PIC X(80).

       FD  TEXT-IN-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
               DEPENDING ON        W-IN-REC-LEN.

       01  TEXT-IN-RECORD              PIC X(32760).

       FD  BIN-IN-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 33101 CHARACTERS
               DEPENDING ON        W-IN-REC-LEN.

       01  BIN-IN-RECORD               PIC X(33101).

       FD  TEXT-OUT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
               DEPENDING ON        W-OUT-REC-LEN.

       01  TEXT-OUT-RECORD             PIC X(32760).

       FD  BIN-OUT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 33101 CHARACTERS
               DEPENDING ON        W-OUT-REC-LEN.

       01  BIN-OUT-RECORD              PIC X(33101).

       FD  MD5-MANIFEST-FILE.

       01  MD5-MANIFEST-RECORD         PIC X(100).

       FD  CRC-MANIFEST-FILE.

       01  CRC-MANIFEST-RECORD         PIC X(100).

      **** THE DETACHED SIGNATURE, IN HMACSIGN'S OWN LAYOUT SO THE
      **** PARTNER (OR HMACSIGN VERIFY) READS IT UNCHANGED.

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
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-CRC32-PROG             PIC X(08)       VALUE 'CRC32'.
       01  W-CRCHEX-PROG            PIC X(08)       VALUE 'CRCHEX'.
       01  W-COMPRESS-PROG          PIC X(08)       VALUE 'COMPRESS'.
       01  W-AES-PROG               PIC X(08)       VALUE 'AES'.
       01  W-SHA256-PROG            PIC X(08)       VALUE 'SHA256'.
       01  W-HEXDUMP-PROG           PIC X(08)       VALUE 'HEXDUMP'.
       01  W-ENCB64-PROG            PIC X(08)       VALUE 'ENCB64'.
       01  W-MD5-PROG               PIC X(08)       VALUE 'MD5'.
       01  W-HMAC-PROG              PIC X(08)       VALUE 'HMAC'.
       01  W-KEYRES-PROG            PIC X(08)       VALUE 'KEYRES'.
       01  W-STATWRT-PROG           PIC X(08)       VALUE 'STATWRT'.

       01  W-SYSIN-FILE-STATUS      PIC X(02).
       01  W-PRTREG-FILE-STATUS     PIC X(02).
       01  W-IN-FILE-STATUS         PIC X(02).
       01  W-OUT-FILE-STATUS        PIC X(02).
       01  W-MD5M-FILE-STATUS       PIC X(02).
       01  W-CRCM-FILE-STATUS       PIC X(02).
       01  W-SIG-FILE-STATUS        PIC X(02).

       01  W-PARTNER-CODE           PIC X(08)       VALUE SPACES.
       01  W-INPUT-DSNAME           PIC X(44)       VALUE SPACES.
       01  W-OUTPUT-DSNAME          PIC X(44)       VALUE SPACES.
       01  W-SIGNATURE-DSNAME       PIC X(44)       VALUE SPACES.

      **** THE DATASETS OF THE STAGE IN PROGRESS, AND THE DATASET
      **** THE CHAIN HAS REACHED SO FAR (THE INPUT, UNTIL A STAGE
      **** WRITES A NEW ONE).

       01  W-IN-DSNAME              PIC X(44).
       01  W-OUT-DSNAME             PIC X(44).
       01  W-CURRENT-DSNAME         PIC X(44).
       01  W-IN-REC-LEN             PIC 9(05)  COMP.
       01  W-OUT-REC-LEN            PIC 9(05)  COMP.

       01  W-IN-FORMAT              PIC X(01)       VALUE 'T'.
           88  W-IN-TEXT                            VALUE 'T'.
           88  W-IN-BINARY                          VALUE 'B'.

       01  W-OUT-FORMAT             PIC X(01)       VALUE 'T'.
           88  W-OUT-TEXT                           VALUE 'T'.
           88  W-OUT-BINARY                         VALUE 'B'.

       01  W-CURRENT-FORMAT         PIC X(01)       VALUE 'T'.
           88  W-CURRENT-TEXT                       VALUE 'T'.
           88  W-CURRENT-BINARY                     VALUE 'B'.

       01  W-WORK-NAMES-X           PIC X(24)       VALUE
           'SENDWK1 SENDWK2 SENDWK3 '.
       01  FILLER REDEFINES W-WORK-NAMES-X.
           05  W-WORK-NAME         PIC X(08)       OCCURS 3.
       01  W-WORK-COUNT             PIC 9(04)  COMP VALUE 0.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-SYSIN-EOF                          VALUE 'Y'.
           88  W-SYSIN-NOT-EOF                      VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-PRTREG-EOF                         VALUE 'Y'.
           88  W-PRTREG-NOT-EOF                     VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-IN-EOF                             VALUE 'Y'.
           88  W-IN-NOT-EOF                         VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-IN-OPEN                            VALUE 'Y'.
           88  W-IN-NOT-OPEN                        VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-OUT-OPEN                           VALUE 'Y'.
           88  W-OUT-NOT-OPEN                       VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'Y'.
           88  W-FIRST-IN                           VALUE 'Y'.
           88  W-NOT-FIRST-IN                       VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'Y'.
           88  W-FIRST-LINEAGE                      VALUE 'Y'.
           88  W-NOT-FIRST-LINEAGE                  VALUE 'N'.

      **** THE CHAIN: THE SIX STAGES IN THE ONLY ORDER THEY CAN
      **** RUN.  THE FIRST FOUR TRANSFORM THE FILE; MANIFEST AND
      **** HMACSIGN ATTEST THE FINISHED TRANSMISSION DATASET.

       01  W-STAGE-NAMES-X          PIC X(48)       VALUE
           'TRLRGEN CMPFILE ENCFILE B64FILE MANIFESTHMACSIGN'.
       01  FILLER REDEFINES W-STAGE-NAMES-X.
           05  W-STAGE-NAME        PIC X(08)       OCCURS 6.

       01  W-STAGE-DESCS-X          PIC X(96)       VALUE
           'trailer         compression     encryption      '
         & 'Base64 wrapping manifest        signature       '.
       01  FILLER REDEFINES W-STAGE-DESCS-X.
           05  W-STAGE-DESC        PIC X(16)       OCCURS 6.

       01  W-STG-TRLRGEN            PIC 9(04)  COMP VALUE 1.
       01  W-STG-CMPFILE            PIC 9(04)  COMP VALUE 2.
       01  W-STG-ENCFILE            PIC 9(04)  COMP VALUE 3.
       01  W-STG-B64FILE            PIC 9(04)  COMP VALUE 4.
       01  W-STG-MANIFEST           PIC 9(04)  COMP VALUE 5.
       01  W-STG-HMACSIGN           PIC 9(04)  COMP VALUE 6.

       01  W-STAGE-MAX              PIC 9(04)  COMP VALUE 6.
       01  W-STAGE-TABLE.
           05  W-STAGE-ENTRY       OCCURS 6        INDEXED W-S-DX.
               10  STG-PROGRAM     PIC X(08).
               10  STG-DESC        PIC X(16).
               10  STG-SWITCH      PIC X(01).
                   88  STG-IN-CHAIN                 VALUE 'Y'.
                   88  STG-NOT-IN-CHAIN             VALUE 'N'.
               10  STG-RESULT      PIC X(08).
                   88  STG-NOT-RUN                  VALUE 'NOT RUN'.
                   88  STG-DONE                     VALUE 'DONE'.
                   88  STG-FAILED                   VALUE 'FAILED'.
               10  STG-DSNAME      PIC X(44).
               10  STG-RECORDS     PIC 9(09)  COMP.
               10  STG-CRC-HEX     PIC X(08).
               10  STG-SUMMARY     PIC X(80).

       01  W-STAGE-NO               PIC 9(04)  COMP.
       01  W-TRANSFORM-LAST         PIC 9(04)  COMP VALUE 0.
       01  W-CHAIN-COUNT            PIC 9(04)  COMP VALUE 0.
       01  W-STAGES-RUN             PIC 9(04)  COMP VALUE 0.
       01  W-PREV-STAGE             PIC 9(04)  COMP.
       01  W-C-DX                   PIC 9(04)  COMP.
       01  W-CHAIN-ENTRY            PIC X(08).
       01  W-FAILED-STAGE           PIC X(08)       VALUE SPACES.
       01  W-FAIL-TEXT              PIC X(80)       VALUE SPACES.
       01  W-FAIL-RC                PIC S9(04) COMP VALUE 0.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-STAGE-FAILED                       VALUE 'Y'.
           88  W-STAGE-GOOD                         VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-CHAIN-BROKEN                       VALUE 'Y'.
           88  W-CHAIN-WHOLE                        VALUE 'N'.

      **** THE PARTNER'S PROFILE: THE CHAIN CARD, THE CERTIFICATION
      **** VERDICT PRTCERT LAST RECORDED, AND A COUNT OF THE CARDS
      **** TAKEN FOR EACH STAGE.

       01  W-PROFILE-CARD           PIC X(80).
       01  W-PROFILE-PROGRAM        PIC X(08).
       01  W-PROFILE-COUNT          PIC 9(05)  COMP VALUE 0.
       01  W-OTHER-CARD-COUNT       PIC 9(05)  COMP VALUE 0.
       01  W-CHAIN-CARD             PIC X(80)       VALUE SPACES.

       01  W-VERDICT                PIC X(13)       VALUE SPACES.
           88  W-VERDICT-CERTIFIED                  VALUE
                                                      'CERTIFIED'.
       01  W-VERDICT-DATE           PIC X(10)       VALUE SPACES.

      **** THE TRAILER STAGE: TRLRGEN'S OWN CARD FORMAT AND FIELDS.

       01  W-CARD-KEYWORD           PIC X(12).
       01  W-CARD-OFFSET            PIC X(05).
       01  W-CARD-LENGTH            PIC X(05).
       01  W-CARD-FORMAT            PIC X(07).
       01  W-CARD-DIGITS            PIC X(05).

       01  W-TRAILER-MODE           PIC X(08)       VALUE 'APPEND'.
           88  W-MODE-APPEND                        VALUE 'APPEND'.
           88  W-MODE-OVERLAY                       VALUE 'OVERLAY'.
           88  W-MODE-VALID                         VALUES 'APPEND'
                                                       'OVERLAY'.

       01  W-COUNT-FIELD.
           05  CNT-PRESENT          PIC X(01)       VALUE 'N'.
           05  CNT-OFFSET           PIC 9(05).
           05  CNT-LENGTH           PIC 9(05).
           05  CNT-FORMAT           PIC X(07).

       01  W-AMOUNT-FIELD.
           05  AMT-PRESENT          PIC X(01)       VALUE 'N'.
           05  AMT-OFFSET           PIC 9(05).
           05  AMT-LENGTH           PIC 9(05).
           05  AMT-FORMAT           PIC X(07).

       01  W-BODY-FIELD.
           05  BDY-PRESENT          PIC X(01)       VALUE 'N'.
           05  BDY-OFFSET           PIC 9(05).
           05  BDY-LENGTH           PIC 9(05).
           05  BDY-FORMAT           PIC X(07).

       01  W-CRC-FIELD.
           05  CRF-PRESENT          PIC X(01)       VALUE 'N'.
           05  CRF-OFFSET           PIC 9(05).
           05  CRF-LENGTH           PIC 9(05).

       01  W-HEADER-COUNT           PIC 9(05)       VALUE 0.
       01  W-HEADER-SEEN            PIC 9(05)  COMP VALUE 0.
       01  W-TRAILER-LENGTH         PIC 9(05)       VALUE 0.
       01  W-NEEDED-LENGTH          PIC 9(09)  COMP VALUE 0.
       01  W-FIELD-END              PIC 9(09)  COMP.

       01  W-HELD-RECORD            PIC X(32760).
       01  W-HELD-LEN               PIC 9(05)  COMP.

       01  W-BODY-COUNT             PIC 9(09)  COMP VALUE 0.
       01  W-BODY-AMOUNT            PIC S9(17) COMP VALUE 0.
       01  W-BODY-CRC               PIC X(08).

       01  W-NUM-VALUE              PIC S9(17).
       01  W-ZONED-WORK             PIC X(18).
       01  W-ZONED-NUM REDEFINES W-ZONED-WORK
                                    PIC 9(18).
       01  W-PACKED-WORK            PIC X(09).
       01  W-PACKED-NUM REDEFINES W-PACKED-WORK
                                    PIC S9(17) COMP-3.
       01  W-FLD-POS                PIC 9(09)  COMP.
       01  W-FLD-LEN                PIC 9(09)  COMP.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-VALUE-GOOD                         VALUE 'Y'.
           88  W-VALUE-BAD                          VALUE 'N'.

      **** THE COMPRESSION STAGE: CMPFILE'S 'T' TRAILER -- THE
      **** CRC32 OF THE ORIGINAL DATA AND ITS RECORD COUNT.

       01  W-CMP-TRAILER.
           05  CTR-CRC-HEX          PIC X(08).
           05  CTR-SEP              PIC X(01).
           05  CTR-COUNT            PIC 9(09).

       01  W-BYTES-IN               PIC 9(18)  COMP VALUE 0.
       01  W-BYTES-OUT              PIC 9(18)  COMP VALUE 0.

      **** THE ENCRYPTION STAGE: ENCFILE'S KEY LABEL, RESOLVED
      **** THROUGH KEYRES TO THE KEY IN FORCE TODAY.  THE KEY IS
      **** NEVER DISPLAYED, AND IS CLEARED AS SOON AS AES HAS BUILT
      **** ITS KEY SCHEDULE FROM IT.

       01  W-ENC-KEY-LABEL          PIC X(16)       VALUE SPACES.
       01  W-ENC-KEY-VERSION        PIC 9(04)       VALUE 0.
       01  W-ENC-KEY                PIC X(32)       VALUE LOW-VALUES.
       01  W-ENC-KEY-LEN            PIC 9(09)  COMP VALUE 0.
       01  W-ENC-ALGORITHM          PIC X(11)       VALUE SPACES.
       01  W-ENC-CARD-COUNT         PIC 9(05)  COMP VALUE 0.

      **** THE INITIAL COUNTER BLOCK MUST NEVER REPEAT UNDER ONE
      **** KEY, SO IT IS TAKEN FROM A SHA-256 DIGEST OF THE RUN'S
      **** TIMESTAMP, DATASET AND KEY, AS ENCFILE TAKES IT.

       01  W-IV-SEED.
           05  W-IV-SEED-TIMESTAMP  PIC X(21).
           05  W-IV-SEED-DATASET    PIC X(44).
           05  W-IV-SEED-LABEL      PIC X(16).
           05  W-IV-SEED-VERSION    PIC 9(04).

       01  W-IV                     PIC X(16).
       01  W-IV-HEX                 PIC X(32).

      **** ENCFILE'S 'H' HEADER BODY -- THE ALGORITHM, THE KEY
      **** LABEL AND VERSION, THE INITIAL COUNTER BLOCK AS 32 HEX
      **** DIGITS AND THE RECORD MODE OF THE PLAINTEXT -- AND ITS
      **** 'T' TRAILER, THE SAME LAYOUT AS CMPFILE'S ABOVE.

       01  W-ENC-HEADER.
           05  HDR-ALGORITHM        PIC X(11).
           05  HDR-SEP-1            PIC X(01).
           05  HDR-KEY-LABEL        PIC X(16).
           05  HDR-SEP-2            PIC X(01).
           05  HDR-KEY-VERSION      PIC 9(04).
           05  HDR-SEP-3            PIC X(01).
           05  HDR-IV-HEX           PIC X(32).
           05  HDR-SEP-4            PIC X(01).
           05  HDR-RECORD-MODE      PIC X(06).

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-STREAM-OPEN                        VALUE 'Y'.
           88  W-STREAM-NOT-OPEN                    VALUE 'N'.

      **** THE BASE64 STAGE: B64FILE'S OPTIONS AND STREAMING STATE.
      **** EACH RECORD IS ENCODED BEHIND A RECORD DESCRIPTOR WORD --
      **** A 2-BYTE BINARY LENGTH THAT COUNTS ITSELF, THEN 2 BYTES
      **** OF X'00' -- SO A DECODER CAN CUT THE STREAM BACK INTO THE
      **** RECORDS IT CAME FROM.

       01  W-WRAP-WIDTH             PIC 9(05)       VALUE 0.
       01  W-FLUSH-WIDTH            PIC 9(09)  COMP.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-URL-SAFE                           VALUE 'Y'.
           88  W-STANDARD-ALPHABET                  VALUE 'N'.

       01  W-RDW-VALUE              PIC 9(09)  COMP.
       01  W-RDW-BYTES REDEFINES W-RDW-VALUE
                                    PIC X(04).

       01  W-CARRY                  PIC X(03).
       01  W-CARRY-LEN              PIC 9(04)  COMP VALUE 0.

       01  W-WORK-BUF               PIC X(33110).
       01  W-WORK-LEN               PIC 9(09)  COMP.
       01  W-FULL-LEN               PIC 9(09)  COMP.
       01  W-GROUP-COUNT            PIC 9(09)  COMP.
       01  W-GROUP-REM              PIC 9(09)  COMP.

       01  W-CODE-BUF               PIC X(44200).
       01  W-CODE-LEN               PIC 9(09)  COMP.

       01  W-LINE-BUF               PIC X(48400).
       01  W-LINE-LEN               PIC 9(09)  COMP VALUE 0.
       01  W-LINE-POS               PIC 9(09)  COMP.
       01  W-HOLD-BUF               PIC X(48400).
       01  W-HOLD-LEN               PIC 9(09)  COMP.

      **** THE MANIFEST STAGE: MANIFEST'S STYLE AND LINE BUILDING.

       01  W-STYLE                  PIC X(08)       VALUE 'BOTH'.
           88  W-STYLE-MD5                          VALUE 'MD5'.
           88  W-STYLE-CKSUM                        VALUE 'CKSUM'.
           88  W-STYLE-BOTH                         VALUE 'BOTH'.
           88  W-STYLE-VALID                        VALUES 'MD5'
                                                        'CKSUM'
                                                         'BOTH'.

       01  W-CRC-DECIMAL            PIC Z(09)9.
       01  W-BYTES-DECIMAL          PIC Z(17)9.
       01  W-SCAN-DX                PIC S9(04) COMP.
       01  W-TRIM-START             PIC S9(04) COMP.

      **** THE SIGNATURE STAGE: HMACSIGN'S KEY LABEL, RESOLVED
      **** THROUGH KEYRES TO THE KEYSTORE KEY IN FORCE.  A REGISTRY
      **** PROFILE NEVER CARRIES KEY MATERIAL, AND THE KEY IS NEVER
      **** DISPLAYED.

       01  W-KEY-LABEL              PIC X(16)       VALUE SPACES.
       01  W-KEY-VERSION            PIC X(04)       VALUE SPACES.
       01  W-KEY                    PIC X(64)       VALUE SPACES.
       01  W-KEY-LEN                PIC 9(09)  COMP VALUE 0.
       01  W-MAC-HEX                PIC X(64)       VALUE SPACES.

      **** WHICH DIGESTS A PASS OVER THE FINISHED DATASET FEEDS.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-DIGEST-MD5                         VALUE 'Y'.
           88  W-DIGEST-NO-MD5                      VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-DIGEST-HMAC                        VALUE 'Y'.
           88  W-DIGEST-NO-HMAC                     VALUE 'N'.

      **** THE STAGE'S RECORDS AND THE LINEAGE ENTRY IT LEAVES.

       01  W-IN-AREA                PIC X(33101).
       01  W-OUT-AREA               PIC X(33101).
       01  W-OUT-LEN                PIC 9(09)  COMP.

       01  W-IN-COUNT               PIC 9(09)  COMP VALUE 0.
       01  W-IN-BYTES               PIC 9(18)  COMP VALUE 0.
       01  W-OUT-COUNT              PIC 9(09)  COMP VALUE 0.

       01  W-LINEAGE-DSNAME         PIC X(44).
       01  W-LINEAGE-COUNT          PIC 9(09)  COMP.

       01  W-TXT-NUM-1              PIC 9(09).
       01  W-TXT-NUM-2              PIC 9(09).
       01  W-TXT-BIG-1              PIC 9(18).
       01  W-TXT-BIG-2              PIC 9(18).
       01  W-TXT-AMT-1              PIC +9(17).
       01  W-DISPLAY-COUNT          PIC ZZZ,ZZZ,ZZ9.
       01  W-DISPLAY-CARDS          PIC 9(05).
       01  W-CHAIN-TEXT             PIC X(60).
       01  W-CHAIN-PTR              PIC 9(04)  COMP.

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

      **** TWO CRC32 PARAMETERS: THE LINEAGE CHECKSUM OVER EACH
      **** STAGE'S DATASET, WRITTEN TO CRCCTL UNDER THE STAGE'S
      **** PROGRAM NAME, AND THE STAGE'S OWN CHECKSUM (THE TRAILER
      **** BODY, THE ORIGINAL DATA BEING COMPRESSED OR ENCRYPTED),
      **** WHICH NAMES NO JOB AND SO LEAVES NO CRCCTL RECORD OF ITS
      **** OWN.

       01  W-CRC32-LINE-PARAMETER.  COPY CRC32L.

       01  W-CRC32-DATA-PARAMETER.  COPY CRC32L.

       01  W-CRCHEX-PARAMETER.      COPY CRCHEXL.

       01  W-COMPRESS-PARAMETER.    COPY COMPRESL.

       01  W-AES-PARAMETER.         COPY AESL.

       01  W-SHA256-PARAMETER.      COPY SHA256L.

       01  W-HEXDUMP-PARAMETER.     COPY HEXDUMPL.

       01  W-ENCB64-PARAMETER.      COPY ENCB64L.

       01  W-MD5-PARAMETER.         COPY MD5L.

       01  W-HMAC-PARAMETER.        COPY HMACL.

       01  W-KEYRES-PARAMETER.      COPY KEYRESL.

       01  W-STATWRT-PARAMETER.     COPY STATWRTL.
      /
       PROCEDURE DIVISION.
      *===================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      RETURN-CODE = 0
               PERFORM SUB-2000-RUN-CHAIN THRU SUB-2000-EXIT
               PERFORM SUB-7000-REPORT THRU SUB-7000-EXIT
           ELSE
               MOVE RETURN-CODE     TO W-FAIL-RC
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

           DISPLAY 'SENDPREP compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           PERFORM SUB-1050-CLEAR-STAGE THRU SUB-1050-EXIT
               VARYING W-S-DX FROM 1 BY 1
                 UNTIL W-S-DX > W-STAGE-MAX

           PERFORM SUB-1100-READ-SYSIN THRU SUB-1100-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1200-LOAD-PROFILE THRU SUB-1200-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1700-TAKE-CHAIN THRU SUB-1700-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1800-VALIDATE-PROFILE THRU SUB-1800-EXIT

           IF      RETURN-CODE = 0
           AND     STG-IN-CHAIN(W-STG-HMACSIGN)
               PERFORM SUB-1900-RESOLVE-KEY THRU SUB-1900-EXIT
           END-IF

           IF      RETURN-CODE = 0
           AND     STG-IN-CHAIN(W-STG-ENCFILE)
               PERFORM SUB-1950-RESOLVE-ENC-KEY THRU SUB-1950-EXIT
           END-IF
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1050-CLEAR-STAGE.
      *------------------------

           MOVE W-STAGE-NAME(W-S-DX)
                                    TO STG-PROGRAM(W-S-DX)
           MOVE W-STAGE-DESC(W-S-DX)
                                    TO STG-DESC(W-S-DX)
           SET  STG-NOT-IN-CHAIN(W-S-DX)
                                    TO TRUE
           SET  STG-NOT-RUN(W-S-DX) TO TRUE
           MOVE SPACES              TO STG-DSNAME(W-S-DX)
                                       STG-CRC-HEX(W-S-DX)
                                       STG-SUMMARY(W-S-DX)
           MOVE 0                   TO STG-RECORDS(W-S-DX)
           .
       SUB-1050-EXIT.
           EXIT.
      /
       SUB-1100-READ-SYSIN.
      *----------------------

      **** KEYWORD IN COLUMNS 1-10, VALUE FROM COLUMN 12:
      ****   PARTNER     PARTNER CODE IN 12-19
      ****   INPUT       THE DATASET TO SEND IN 12-55
      ****   OUTPUT      THE TRANSMISSION DATASET IN 12-55, WRITTEN
      ****               BY THE LAST STAGE THAT TRANSFORMS THE FILE
      ****   SIGNATURE   THE DETACHED SIGNATURE DATASET IN 12-55,
      ****               WHEN THE CHAIN SIGNS

           OPEN INPUT SYSIN-FILE

           IF      W-SYSIN-FILE-STATUS NOT = '00'
               DISPLAY 'SENDPREP unable to open SYSIN - status '
                   W-SYSIN-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1100-EXIT
           END-IF

           PERFORM SUB-1150-READ-CARD THRU SUB-1150-EXIT
               UNTIL W-SYSIN-EOF OR RETURN-CODE NOT = 0

           CLOSE SYSIN-FILE

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1100-EXIT
           END-IF

           IF      W-PARTNER-CODE = SPACES
               DISPLAY 'SENDPREP the PARTNER card is required'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1100-EXIT
           END-IF

           IF      W-INPUT-DSNAME = SPACES
               DISPLAY 'SENDPREP the INPUT card is required'
               MOVE 16              TO RETURN-CODE
           END-IF
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

           EVALUATE SYSIN-RECORD(1:10)
               WHEN 'PARTNER'
                   MOVE SYSIN-RECORD(12:8)
                                    TO W-PARTNER-CODE

               WHEN 'INPUT'
                   MOVE SYSIN-RECORD(12:44)
                                    TO W-INPUT-DSNAME

               WHEN 'OUTPUT'
                   MOVE SYSIN-RECORD(12:44)
                                    TO W-OUTPUT-DSNAME

               WHEN 'SIGNATURE'
                   MOVE SYSIN-RECORD(12:44)
                                    TO W-SIGNATURE-DSNAME

               WHEN SPACES
                   CONTINUE

               WHEN OTHER
                   DISPLAY 'SENDPREP unknown SYSIN card: '
                       SYSIN-RECORD(1:10)
                   MOVE 16          TO RETURN-CODE
           END-EVALUATE
           .
       SUB-1150-EXIT.
           EXIT.
      /
       SUB-1200-LOAD-PROFILE.
      *-------------------------

      **** READ THE PARTNER'S PROFILE FROM THE PARTNERS REGISTRY
      **** AND TAKE EVERY CARD TAGGED FOR A STAGE PROGRAM IN THAT
      **** PROGRAM'S OWN FORMAT.  CARDS FOR OTHER PROGRAMS (THE
      **** CHECKS PRTCERT RUNS AND THE LIKE) ARE LEFT ALONE.

           OPEN INPUT PARTNER-FILE

           IF      W-PRTREG-FILE-STATUS NOT = '00'
               DISPLAY 'SENDPREP unable to open PARTNERS - status '
                   W-PRTREG-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1200-EXIT
           END-IF

           PERFORM SUB-1210-READ-PARTNER-CARD THRU SUB-1210-EXIT
               UNTIL W-PRTREG-EOF OR RETURN-CODE NOT = 0

           CLOSE PARTNER-FILE

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1200-EXIT
           END-IF

           IF      W-PROFILE-COUNT = 0
               DISPLAY 'SENDPREP partner not found in PARTNERS: '
                   W-PARTNER-CODE
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1200-EXIT
           END-IF

           MOVE W-PROFILE-COUNT     TO W-DISPLAY-CARDS
           DISPLAY 'SENDPREP partner profile in effect: '
               W-PARTNER-CODE ' (' W-DISPLAY-CARDS ' cards)'
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-1210-READ-PARTNER-CARD.
      *-------------------------------

           READ PARTNER-FILE
               AT END
                   SET  W-PRTREG-EOF
                                    TO TRUE
                   GO TO SUB-1210-EXIT
           END-READ

           IF      PRT-REC-PARTNER NOT = W-PARTNER-CODE
               GO TO SUB-1210-EXIT
           END-IF

           ADD  1                   TO W-PROFILE-COUNT
           MOVE PRT-REC-PROGRAM     TO W-PROFILE-PROGRAM
           MOVE PRT-REC-CARD        TO W-PROFILE-CARD

           PERFORM SUB-1220-TAKE-PROFILE-CARD THRU SUB-1220-EXIT
           .
       SUB-1210-EXIT.
           EXIT.
      /
       SUB-1220-TAKE-PROFILE-CARD.
      *-------------------------------

           EVALUATE W-PROFILE-PROGRAM
               WHEN 'SENDPREP'
                   PERFORM SUB-1600-TAKE-SENDPREP-CARD
                      THRU SUB-1600-EXIT

               WHEN 'PRTCERT'
                   PERFORM SUB-1650-TAKE-PRTCERT-CARD
                      THRU SUB-1650-EXIT

               WHEN 'TRLRGEN'
                   PERFORM SUB-1300-TAKE-TRLRGEN-CARD
                      THRU SUB-1300-EXIT

               WHEN 'B64FILE'
                   PERFORM SUB-1400-TAKE-B64FILE-CARD
                      THRU SUB-1400-EXIT

               WHEN 'MANIFEST'
                   PERFORM SUB-1450-TAKE-MANIFEST-CARD
                      THRU SUB-1450-EXIT

               WHEN 'HMACSIGN'
                   PERFORM SUB-1500-TAKE-HMACSIGN-CARD
                      THRU SUB-1500-EXIT

               WHEN 'ENCFILE'
                   PERFORM SUB-1550-TAKE-ENCFILE-CARD
                      THRU SUB-1550-EXIT

               WHEN OTHER
                   ADD  1           TO W-OTHER-CARD-COUNT
           END-EVALUATE
           .
       SUB-1220-EXIT.
           EXIT.
      /
       SUB-1300-TAKE-TRLRGEN-CARD.
      *-------------------------------

      **** TRLRGEN'S CARD FORMAT, KEYWORD IN COLUMNS 1-12: COUNT-
      **** FIELD, AMOUNT-FIELD, BODY-AMOUNT AND CRC-FIELD WITH
      **** OFFSET 14-18, LENGTH 20-24, FORMAT 26-32; HEADERS WITH A
      **** COUNT IN 14-18; TRAILER-MODE APPEND OR OVERLAY FROM 14;
      **** TRAILER-LEN WITH THE APPEND-MODE LENGTH IN 14-18.

           MOVE W-PROFILE-CARD(1:12)
                                    TO W-CARD-KEYWORD
           MOVE W-PROFILE-CARD(14:5)
                                    TO W-CARD-OFFSET
           MOVE W-PROFILE-CARD(20:5)
                                    TO W-CARD-LENGTH
           MOVE W-PROFILE-CARD(26:7)
                                    TO W-CARD-FORMAT

           EVALUATE W-CARD-KEYWORD
               WHEN 'COUNT-FIELD'
                   PERFORM SUB-1310-CHECK-NUMERICS THRU SUB-1310-EXIT
                   IF      RETURN-CODE = 0
                       MOVE 'Y'     TO CNT-PRESENT
                       MOVE W-CARD-OFFSET
                                    TO CNT-OFFSET
                       MOVE W-CARD-LENGTH
                                    TO CNT-LENGTH
                       MOVE W-CARD-FORMAT
                                    TO CNT-FORMAT
                   END-IF

               WHEN 'AMOUNT-FIELD'
                   PERFORM SUB-1310-CHECK-NUMERICS THRU SUB-1310-EXIT
                   IF      RETURN-CODE = 0
                       MOVE 'Y'     TO AMT-PRESENT
                       MOVE W-CARD-OFFSET
                                    TO AMT-OFFSET
                       MOVE W-CARD-LENGTH
                                    TO AMT-LENGTH
                       MOVE W-CARD-FORMAT
                                    TO AMT-FORMAT
                   END-IF

               WHEN 'BODY-AMOUNT'
                   PERFORM SUB-1310-CHECK-NUMERICS THRU SUB-1310-EXIT
                   IF      RETURN-CODE = 0
                       MOVE 'Y'     TO BDY-PRESENT
                       MOVE W-CARD-OFFSET
                                    TO BDY-OFFSET
                       MOVE W-CARD-LENGTH
                                    TO BDY-LENGTH
                       MOVE W-CARD-FORMAT
                                    TO BDY-FORMAT
                   END-IF

               WHEN 'CRC-FIELD'
                   PERFORM SUB-1310-CHECK-NUMERICS THRU SUB-1310-EXIT
                   IF      RETURN-CODE = 0
                       MOVE 'Y'     TO CRF-PRESENT
                       MOVE W-CARD-OFFSET
                                    TO CRF-OFFSET
                       MOVE W-CARD-LENGTH
                                    TO CRF-LENGTH
                   END-IF

               WHEN 'HEADERS'
                   MOVE W-PROFILE-CARD(14:5)
                                    TO W-CARD-DIGITS
                   IF      W-CARD-DIGITS NOT NUMERIC
                       DISPLAY 'SENDPREP TRLRGEN HEADERS count is not '
                           'numeric: ' W-CARD-DIGITS
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       MOVE W-CARD-DIGITS
                                    TO W-HEADER-COUNT
                   END-IF

               WHEN 'TRAILER-MODE'
                   MOVE W-PROFILE-CARD(14:8)
                                    TO W-TRAILER-MODE
                   IF      NOT W-MODE-VALID
                       DISPLAY 'SENDPREP TRLRGEN TRAILER-MODE must be '
                           'APPEND or OVERLAY: ' W-TRAILER-MODE
                       MOVE 16      TO RETURN-CODE
                   END-IF

               WHEN 'TRAILER-LEN'
                   MOVE W-PROFILE-CARD(14:5)
                                    TO W-CARD-DIGITS
                   IF      W-CARD-DIGITS NOT NUMERIC
                       DISPLAY 'SENDPREP TRLRGEN TRAILER-LEN is not '
                           'numeric: ' W-CARD-DIGITS
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       MOVE W-CARD-DIGITS
                                    TO W-TRAILER-LENGTH
                   END-IF

               WHEN SPACES
                   CONTINUE

               WHEN OTHER
                   DISPLAY 'SENDPREP unknown TRLRGEN profile card: '
                       W-CARD-KEYWORD
                   MOVE 16          TO RETURN-CODE
           END-EVALUATE
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-1310-CHECK-NUMERICS.
      *----------------------------

           IF      W-CARD-OFFSET NOT NUMERIC
           OR      W-CARD-LENGTH NOT NUMERIC
               DISPLAY 'SENDPREP TRLRGEN ' W-CARD-KEYWORD
                   ' offset/length not numeric: '
                   W-PROFILE-CARD(1:24)
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1310-EXIT.
           EXIT.
      /
       SUB-1400-TAKE-B64FILE-CARD.
      *-------------------------------

      **** B64FILE'S OPTION CARDS, KEYWORD IN COLUMNS 1-10: WRAP
      **** WITH THE LINE WIDTH IN 12-16, AND URL-SAFE.

           EVALUATE W-PROFILE-CARD(1:10)
               WHEN 'WRAP'
                   MOVE W-PROFILE-CARD(12:5)
                                    TO W-CARD-DIGITS
                   IF      W-CARD-DIGITS NOT NUMERIC
                       DISPLAY 'SENDPREP B64FILE WRAP width is not '
                           'numeric: ' W-CARD-DIGITS
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       MOVE W-CARD-DIGITS
                                    TO W-WRAP-WIDTH
                       IF      W-WRAP-WIDTH = 0
                       OR      W-WRAP-WIDTH > 4096
                           DISPLAY 'SENDPREP B64FILE WRAP width must '
                               'be 1-4096'
                           MOVE 16  TO RETURN-CODE
                       END-IF
                   END-IF

               WHEN 'URL-SAFE'
                   SET  W-URL-SAFE  TO TRUE

               WHEN 'PARTNER'
                   DISPLAY 'SENDPREP a registry entry may not name '
                       'another PARTNER'
                   MOVE 16          TO RETURN-CODE

               WHEN SPACES
                   CONTINUE

               WHEN OTHER
                   DISPLAY 'SENDPREP unknown B64FILE profile card: '
                       W-PROFILE-CARD(1:10)
                   MOVE 16          TO RETURN-CODE
           END-EVALUATE
           .
       SUB-1400-EXIT.
           EXIT.
      /
       SUB-1450-TAKE-MANIFEST-CARD.
      *--------------------------------

      **** MANIFEST'S PROFILE CARD: STYLE MD5, CKSUM OR BOTH IN
      **** COLUMNS 12-19.

           EVALUATE W-PROFILE-CARD(1:10)
               WHEN 'STYLE'
                   MOVE W-PROFILE-CARD(12:8)
                                    TO W-STYLE
                   IF      NOT W-STYLE-VALID
                       DISPLAY 'SENDPREP MANIFEST STYLE must be MD5, '
                           'CKSUM or BOTH: ' W-STYLE
                       MOVE 16      TO RETURN-CODE
                   END-IF

               WHEN SPACES
                   CONTINUE

               WHEN OTHER
                   DISPLAY 'SENDPREP unknown MANIFEST profile card: '
                       W-PROFILE-CARD(1:10)
                   MOVE 16          TO RETURN-CODE
           END-EVALUATE
           .
       SUB-1450-EXIT.
           EXIT.
      /
       SUB-1500-TAKE-HMACSIGN-CARD.
      *--------------------------------

      **** HMACSIGN'S PROFILE CARDS: KEY-LABEL WITH THE LABEL IN
      **** COLUMNS 12-27.  A RECORD-MODE CARD IS ACCEPTED AND LEFT
      **** ALONE -- HERE THE CHAIN ITSELF KNOWS WHETHER THE DATASET
      **** BEING SIGNED IS TEXT OR BINARY.

           MOVE W-PROFILE-CARD(1:10)
                                    TO W-CARD-KEYWORD

           IF      W-PROFILE-CARD(1:11) = 'RECORD-MODE'
               MOVE 'RECORD-MOD'    TO W-CARD-KEYWORD
           END-IF

           EVALUATE W-CARD-KEYWORD
               WHEN 'KEY-LABEL'
                   MOVE W-PROFILE-CARD(12:16)
                                    TO W-KEY-LABEL
                   IF      W-KEY-LABEL = SPACES
                       DISPLAY 'SENDPREP HMACSIGN KEY-LABEL card has '
                           'no label'
                       MOVE 16      TO RETURN-CODE
                   END-IF

               WHEN 'RECORD-MOD'
                   CONTINUE

               WHEN 'KEY'
                   DISPLAY 'SENDPREP a registry profile may not '
                       'carry key material'
                   MOVE 16          TO RETURN-CODE

               WHEN 'PARTNER'
                   DISPLAY 'SENDPREP a registry entry may not name '
                       'another PARTNER'
                   MOVE 16          TO RETURN-CODE

               WHEN SPACES
                   CONTINUE

               WHEN OTHER
                   DISPLAY 'SENDPREP unknown HMACSIGN profile card: '
                       W-CARD-KEYWORD
                   MOVE 16          TO RETURN-CODE
           END-EVALUATE
           .
       SUB-1500-EXIT.
           EXIT.
      /
       SUB-1550-TAKE-ENCFILE-CARD.
      *-------------------------------

      **** ENCFILE'S PROFILE CARDS: KEY-LABEL WITH THE LABEL IN
      **** COLUMNS 12-27.  A RECORD-MODE CARD IS ACCEPTED AND LEFT
      **** ALONE -- THE CHAIN ITSELF KNOWS WHETHER THE DATASET BEING
      **** ENCRYPTED IS TEXT OR BINARY, AND THE HEADER RECORDS IT.
      **** EVERY ENCFILE CARD IS COUNTED: A PARTNER WITH ONE HAS
      **** ASKED FOR ITS PAYLOADS ENCRYPTED.

           ADD  1                   TO W-ENC-CARD-COUNT

           MOVE W-PROFILE-CARD(1:10)
                                    TO W-CARD-KEYWORD

           IF      W-PROFILE-CARD(1:11) = 'RECORD-MODE'
               MOVE 'RECORD-MOD'    TO W-CARD-KEYWORD
           END-IF

           EVALUATE W-CARD-KEYWORD
               WHEN 'KEY-LABEL'
                   MOVE W-PROFILE-CARD(12:16)
                                    TO W-ENC-KEY-LABEL
                   IF      W-ENC-KEY-LABEL = SPACES
                       DISPLAY 'SENDPREP ENCFILE KEY-LABEL card has '
                           'no label'
                       MOVE 16      TO RETURN-CODE
                   END-IF

               WHEN 'RECORD-MOD'
                   CONTINUE

               WHEN 'KEY'
                   DISPLAY 'SENDPREP a registry profile may not '
                       'carry key material'
                   MOVE 16          TO RETURN-CODE

               WHEN 'PARTNER'
                   DISPLAY 'SENDPREP a registry entry may not name '
                       'another PARTNER'
                   MOVE 16          TO RETURN-CODE

               WHEN SPACES
                   CONTINUE

               WHEN OTHER
                   DISPLAY 'SENDPREP unknown ENCFILE profile card: '
                       W-CARD-KEYWORD
                   MOVE 16          TO RETURN-CODE
           END-EVALUATE
           .
       SUB-1550-EXIT.
           EXIT.
      /
       SUB-1600-TAKE-SENDPREP-CARD.
      *--------------------------------

      **** SENDPREP'S OWN PROFILE CARD, KEYWORD IN COLUMNS 1-11:
      ****   CHAIN    THE STAGE PROGRAMS IN THE PARTNER'S CHAIN, ONE
      ****            PER 9 COLUMNS FROM COLUMN 12 (12-19, 21-28,
      ****            30-37, 39-46, 48-55, 57-64), IN CHAIN ORDER

           EVALUATE W-PROFILE-CARD(1:11)
               WHEN 'CHAIN'
                   IF      W-CHAIN-CARD NOT = SPACES
                       DISPLAY 'SENDPREP only one SENDPREP CHAIN '
                           'card is allowed'
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       MOVE W-PROFILE-CARD
                                    TO W-CHAIN-CARD
                   END-IF

               WHEN SPACES
                   CONTINUE

               WHEN OTHER
                   DISPLAY 'SENDPREP unknown SENDPREP profile card: '
                       W-PROFILE-CARD(1:11)
                   MOVE 16          TO RETURN-CODE
           END-EVALUATE
           .
       SUB-1600-EXIT.
           EXIT.
      /
       SUB-1650-TAKE-PRTCERT-CARD.
      *-------------------------------

      **** THE VERDICT PRTCERT LAST RECORDED: THE VERDICT IN
      **** COLUMNS 12-24 AND ITS DATE IN 26-35.  PRTCERT'S OTHER
      **** CARDS ARE ITS OWN BUSINESS.

           IF      W-PROFILE-CARD(1:11) = 'VERDICT'
               MOVE W-PROFILE-CARD(12:13)
                                    TO W-VERDICT
               MOVE W-PROFILE-CARD(26:10)
                                    TO W-VERDICT-DATE
           END-IF
           .
       SUB-1650-EXIT.
           EXIT.
      /
       SUB-1700-TAKE-CHAIN.
      *-----------------------

      **** EVERY STAGE THE CHAIN CARD NAMES MUST BE A STAGE PROGRAM,
      **** NAMED ONCE, IN CHAIN ORDER -- A TRAILER CANNOT BE STAMPED
      **** ON A COMPRESSED FILE, NOR CIPHERTEXT USEFULLY COMPRESSED,
      **** NOR A MANIFEST TAKEN BEFORE THE FILE IS FINISHED.

           IF      W-CHAIN-CARD = SPACES
               DISPLAY 'SENDPREP partner ' W-PARTNER-CODE
                   ' has no SENDPREP CHAIN card - nothing to run'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1700-EXIT
           END-IF

           MOVE 0                   TO W-PREV-STAGE

           PERFORM SUB-1710-TAKE-CHAIN-ENTRY THRU SUB-1710-EXIT
               VARYING W-C-DX FROM 1 BY 1
                 UNTIL W-C-DX > W-STAGE-MAX
                    OR RETURN-CODE NOT = 0

           IF      RETURN-CODE = 0
           AND     W-CHAIN-COUNT = 0
               DISPLAY 'SENDPREP the CHAIN card names no stage'
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1700-EXIT.
           EXIT.
      /
       SUB-1710-TAKE-CHAIN-ENTRY.
      *------------------------------

           MOVE W-CHAIN-CARD(12 + (W-C-DX - 1) * 9:8)
                                    TO W-CHAIN-ENTRY

           IF      W-CHAIN-ENTRY = SPACES
               GO TO SUB-1710-EXIT
           END-IF

           SET  W-S-DX              TO 1
           SEARCH W-STAGE-ENTRY
               AT END
                   DISPLAY 'SENDPREP CHAIN names no stage program: '
                       W-CHAIN-ENTRY
                   MOVE 16          TO RETURN-CODE
                   GO TO SUB-1710-EXIT
               WHEN STG-PROGRAM(W-S-DX) = W-CHAIN-ENTRY
                   SET  W-STAGE-NO  TO W-S-DX
           END-SEARCH

           IF      W-STAGE-NO NOT > W-PREV-STAGE
               DISPLAY 'SENDPREP CHAIN must name each stage once, in '
                   'the order TRLRGEN CMPFILE ENCFILE B64FILE '
                   'MANIFEST HMACSIGN: ' W-CHAIN-ENTRY
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1710-EXIT
           END-IF

           SET  STG-IN-CHAIN(W-S-DX)
                                    TO TRUE
           MOVE W-STAGE-NO          TO W-PREV-STAGE
           ADD  1                   TO W-CHAIN-COUNT

           IF      W-STAGE-NO NOT > W-STG-B64FILE
               MOVE W-STAGE-NO      TO W-TRANSFORM-LAST
           END-IF
           .
       SUB-1710-EXIT.
           EXIT.
      /
       SUB-1800-VALIDATE-PROFILE.
      *------------------------------

      **** A PARTNER NEVER CERTIFIED -- OR WHOSE LAST CERTIFICATION
      **** FAILED -- IS NOT SENT TO.  THEN EACH STAGE IN THE CHAIN
      **** MUST HAVE WHAT IT NEEDS BEFORE ANYTHING IS WRITTEN.

           IF      NOT W-VERDICT-CERTIFIED
               IF      W-VERDICT = SPACES
                   DISPLAY 'SENDPREP partner ' W-PARTNER-CODE
                       ' has never been certified - run PRTCERT '
                       'before sending'
               ELSE
                   DISPLAY 'SENDPREP partner ' W-PARTNER-CODE
                       ' is not certified - last verdict '
                       W-VERDICT ' on ' W-VERDICT-DATE
               END-IF
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1800-EXIT
           END-IF

           IF      STG-IN-CHAIN(W-STG-TRLRGEN)
               PERFORM SUB-1810-CHECK-TRAILER THRU SUB-1810-EXIT
               IF      RETURN-CODE NOT = 0
                   GO TO SUB-1800-EXIT
               END-IF
           END-IF

      **** A PARTNER WHOSE PROFILE CARRIES ENCFILE CARDS REQUIRES
      **** ITS PAYLOADS ENCRYPTED, SO A CHAIN THAT LEAVES ENCFILE
      **** OUT IS REFUSED RATHER THAN SENT IN CLEAR.

           IF      STG-IN-CHAIN(W-STG-ENCFILE)
               IF      W-ENC-KEY-LABEL = SPACES
                   DISPLAY 'SENDPREP the chain encrypts but the '
                       'profile has no ENCFILE KEY-LABEL card'
                   MOVE 16          TO RETURN-CODE
                   GO TO SUB-1800-EXIT
               END-IF
           ELSE
               IF      W-ENC-CARD-COUNT > 0
                   DISPLAY 'SENDPREP partner ' W-PARTNER-CODE
                       ' requires encryption (ENCFILE profile cards) '
                       'but the CHAIN card does not name ENCFILE - '
                       'nothing will be sent in clear'
                   MOVE 16          TO RETURN-CODE
                   GO TO SUB-1800-EXIT
               END-IF
           END-IF

           IF      STG-IN-CHAIN(W-STG-HMACSIGN)
               IF      W-KEY-LABEL = SPACES
                   DISPLAY 'SENDPREP the chain signs but the profile '
                       'has no HMACSIGN KEY-LABEL card'
                   MOVE 16          TO RETURN-CODE
                   GO TO SUB-1800-EXIT
               END-IF
               IF      W-SIGNATURE-DSNAME = SPACES
                   DISPLAY 'SENDPREP the chain signs - the SIGNATURE '
                       'card is required'
                   MOVE 16          TO RETURN-CODE
                   GO TO SUB-1800-EXIT
               END-IF
           ELSE
               IF      W-SIGNATURE-DSNAME NOT = SPACES
                   DISPLAY 'SENDPREP SIGNATURE card given but the '
                       'chain does not sign'
                   MOVE 16          TO RETURN-CODE
                   GO TO SUB-1800-EXIT
               END-IF
           END-IF

           IF      W-TRANSFORM-LAST > 0
               IF      W-OUTPUT-DSNAME = SPACES
                   DISPLAY 'SENDPREP the OUTPUT card is required'
                   MOVE 16          TO RETURN-CODE
               END-IF
           ELSE
               IF      W-OUTPUT-DSNAME NOT = SPACES
                   DISPLAY 'SENDPREP OUTPUT card given but no stage '
                       'in the chain writes a new dataset'
                   MOVE 16          TO RETURN-CODE
               END-IF
           END-IF
           .
       SUB-1800-EXIT.
           EXIT.
      /
       SUB-1810-CHECK-TRAILER.
      *---------------------------

      **** TRLRGEN'S OWN DECK CHECKS: SOMETHING TO STAMP, A BODY
      **** FIELD BEHIND ANY AMOUNT, AN 8-BYTE CHECKSUM FIELD, AND AN
      **** APPEND-MODE TRAILER THAT REACHES THE LAST DESCRIBED BYTE.

           IF      CNT-PRESENT = 'N'
           AND     AMT-PRESENT = 'N'
           AND     CRF-PRESENT = 'N'
               DISPLAY 'SENDPREP the chain stamps a trailer but the '
                   'profile describes no TRLRGEN trailer fields'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1810-EXIT
           END-IF

           IF      AMT-PRESENT = 'Y'
           AND     BDY-PRESENT = 'N'
               DISPLAY 'SENDPREP TRLRGEN AMOUNT-FIELD needs a '
                   'BODY-AMOUNT card naming the body field to total'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1810-EXIT
           END-IF

           IF      CRF-PRESENT = 'Y'
           AND     CRF-LENGTH NOT = 8
               DISPLAY 'SENDPREP TRLRGEN CRC-FIELD length must be 8'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1810-EXIT
           END-IF

           MOVE 0                   TO W-NEEDED-LENGTH

           IF      CNT-PRESENT = 'Y'
               COMPUTE W-FIELD-END = CNT-OFFSET + CNT-LENGTH
               IF      W-FIELD-END > W-NEEDED-LENGTH
                   MOVE W-FIELD-END TO W-NEEDED-LENGTH
               END-IF
           END-IF

           IF      AMT-PRESENT = 'Y'
               COMPUTE W-FIELD-END = AMT-OFFSET + AMT-LENGTH
               IF      W-FIELD-END > W-NEEDED-LENGTH
                   MOVE W-FIELD-END TO W-NEEDED-LENGTH
               END-IF
           END-IF

           IF      CRF-PRESENT = 'Y'
               COMPUTE W-FIELD-END = CRF-OFFSET + CRF-LENGTH
               IF      W-FIELD-END > W-NEEDED-LENGTH
                   MOVE W-FIELD-END TO W-NEEDED-LENGTH
               END-IF
           END-IF

           IF      W-TRAILER-LENGTH = 0
               MOVE W-NEEDED-LENGTH TO W-TRAILER-LENGTH
           END-IF

           IF      W-TRAILER-LENGTH < W-NEEDED-LENGTH
               DISPLAY 'SENDPREP TRLRGEN TRAILER-LEN '
                   W-TRAILER-LENGTH ' ends before the last described '
                   'byte (' W-NEEDED-LENGTH ')'
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1810-EXIT.
           EXIT.
      /
       SUB-1900-RESOLVE-KEY.
      *------------------------

      **** RESOLVE THE KEY LABEL THROUGH THE KEYSTORE REGISTRY TO
      **** THE KEY IN FORCE TODAY; ITS VERSION IS CARRIED ON THE
      **** SIGNATURE SO THE PARTNER'S VERIFY PICKS UP THE SAME ONE.

           MOVE W-KEY-LABEL         TO KR-KEY-LABEL
           MOVE 0                   TO KR-REQ-VERSION
           MOVE SPACES              TO KR-PROCESS-DATE

           CALL W-KEYRES-PROG    USING W-KEYRES-PARAMETER

           IF      NOT UTIL-RC-OK OF W-KEYRES-PARAMETER
               DISPLAY 'SENDPREP key label ' W-KEY-LABEL
                   ' could not be resolved - '
                   UTIL-MESSAGE OF W-KEYRES-PARAMETER
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1900-EXIT
           END-IF

           MOVE KR-KEY              TO W-KEY
           MOVE KR-KEY-LEN          TO W-KEY-LEN
           MOVE KR-KEY-VERSION      TO W-KEY-VERSION
           MOVE LOW-VALUES          TO KR-KEY

           DISPLAY 'SENDPREP key ' W-KEY-LABEL ' version '
               W-KEY-VERSION ' resolved from KEYSTORE'

           MOVE 0                   TO RETURN-CODE
           .
       SUB-1900-EXIT.
           EXIT.
      /
       SUB-1950-RESOLVE-ENC-KEY.
      *-----------------------------

      **** RESOLVE THE ENCRYPTION KEY LABEL THROUGH THE KEYSTORE
      **** REGISTRY TO THE KEY IN FORCE TODAY, AS ENCFILE DOES; ITS
      **** VERSION IS CARRIED IN THE HEADER SO THE PARTNER'S
      **** DECRYPT PICKS UP THE SAME ONE.  ONLY A KEY OF AN AES
      **** LENGTH -- 16, 24 OR 32 BYTES -- WILL DO.

           MOVE W-ENC-KEY-LABEL     TO KR-KEY-LABEL
           MOVE 0                   TO KR-REQ-VERSION
           MOVE SPACES              TO KR-PROCESS-DATE

           CALL W-KEYRES-PROG    USING W-KEYRES-PARAMETER

           IF      NOT UTIL-RC-OK OF W-KEYRES-PARAMETER
               DISPLAY 'SENDPREP key label ' W-ENC-KEY-LABEL
                   ' could not be resolved - '
                   UTIL-MESSAGE OF W-KEYRES-PARAMETER
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1950-EXIT
           END-IF

           EVALUATE KR-KEY-LEN
               WHEN 16
                   MOVE 'AES-128-CTR'
                                    TO W-ENC-ALGORITHM
               WHEN 24
                   MOVE 'AES-192-CTR'
                                    TO W-ENC-ALGORITHM
               WHEN 32
                   MOVE 'AES-256-CTR'
                                    TO W-ENC-ALGORITHM
               WHEN OTHER
                   DISPLAY 'SENDPREP key ' W-ENC-KEY-LABEL ' version '
                       KR-KEY-VERSION ' is not 16, 24 or 32 bytes '
                       'long - not an AES key'
                   MOVE LOW-VALUES  TO KR-KEY
                   MOVE 16          TO RETURN-CODE
                   GO TO SUB-1950-EXIT
           END-EVALUATE

           MOVE KR-KEY(1:KR-KEY-LEN)
                                    TO W-ENC-KEY
           MOVE KR-KEY-LEN          TO W-ENC-KEY-LEN
           MOVE KR-KEY-VERSION      TO W-ENC-KEY-VERSION
           MOVE LOW-VALUES          TO KR-KEY

           DISPLAY 'SENDPREP key ' W-ENC-KEY-LABEL ' version '
               W-ENC-KEY-VERSION ' resolved from KEYSTORE'

           MOVE 0                   TO RETURN-CODE
           .
       SUB-1950-EXIT.
           EXIT.
      /
       SUB-2000-RUN-CHAIN.
      *----------------------

      **** RUN EACH STAGE IN THE CHAIN IN TURN, EACH TAKING THE
      **** DATASET THE CHAIN HAS REACHED, UNTIL THE CHAIN ENDS OR A
      **** STAGE FAILS.

           MOVE W-INPUT-DSNAME      TO W-CURRENT-DSNAME
           SET  W-CURRENT-TEXT      TO TRUE

           PERFORM SUB-2100-RUN-STAGE THRU SUB-2100-EXIT
               VARYING W-S-DX FROM 1 BY 1
                 UNTIL W-S-DX > W-STAGE-MAX
                    OR W-CHAIN-BROKEN

      **** A CHAIN THAT BROKE BEFORE THE ENCRYPTION STAGE NEVER
      **** HANDED ITS KEY TO AES; IT IS CLEARED HERE INSTEAD.

           MOVE LOW-VALUES          TO W-ENC-KEY
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-RUN-STAGE.
      *----------------------

           IF      STG-NOT-IN-CHAIN(W-S-DX)
               GO TO SUB-2100-EXIT
           END-IF

           SET  W-STAGE-NO          TO W-S-DX
           SET  W-STAGE-GOOD        TO TRUE

           DISPLAY 'SENDPREP stage ' STG-PROGRAM(W-S-DX) ' - '
               STG-DESC(W-S-DX)

           EVALUATE W-STAGE-NO
               WHEN W-STG-TRLRGEN
                   PERFORM SUB-3000-TRAILER-STAGE THRU SUB-3000-EXIT
               WHEN W-STG-CMPFILE
                   PERFORM SUB-4000-COMPRESS-STAGE THRU SUB-4000-EXIT
               WHEN W-STG-ENCFILE
                   PERFORM SUB-4500-ENCRYPT-STAGE THRU SUB-4500-EXIT
               WHEN W-STG-B64FILE
                   PERFORM SUB-5000-BASE64-STAGE THRU SUB-5000-EXIT
               WHEN W-STG-MANIFEST
                   PERFORM SUB-6000-MANIFEST-STAGE THRU SUB-6000-EXIT
               WHEN W-STG-HMACSIGN
                   PERFORM SUB-6500-SIGNATURE-STAGE THRU SUB-6500-EXIT
           END-EVALUATE

           IF      W-STAGE-FAILED
               SET  STG-FAILED(W-S-DX)
                                    TO TRUE
               MOVE W-FAIL-TEXT     TO STG-SUMMARY(W-S-DX)
               MOVE STG-PROGRAM(W-S-DX)
                                    TO W-FAILED-STAGE
               SET  W-CHAIN-BROKEN  TO TRUE
               MOVE 8               TO W-FAIL-RC
               DISPLAY 'SENDPREP ** stage ' W-FAILED-STAGE
                   ' failed - ' W-FAIL-TEXT
               GO TO SUB-2100-EXIT
           END-IF

           SET  STG-DONE(W-S-DX)    TO TRUE
           ADD  1                   TO W-STAGES-RUN

           IF      W-STAGE-NO NOT > W-STG-B64FILE
               MOVE W-OUT-DSNAME    TO W-CURRENT-DSNAME
               MOVE W-OUT-FORMAT    TO W-CURRENT-FORMAT
           END-IF
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-OPEN-STAGE.
      *------------------------

      **** A TRANSFORMING STAGE READS THE DATASET THE CHAIN HAS
      **** REACHED AND WRITES THE OUTPUT DATASET IF IT IS THE LAST
      **** TO TRANSFORM THE FILE, OR ELSE THE NEXT WORK DATASET.
      **** THE CALLER HAS SET THE OUTPUT FORMAT.

           IF      W-STAGE-NO = W-TRANSFORM-LAST
               MOVE W-OUTPUT-DSNAME TO W-OUT-DSNAME
           ELSE
               ADD  1               TO W-WORK-COUNT
               MOVE W-WORK-NAME(W-WORK-COUNT)
                                    TO W-OUT-DSNAME
           END-IF

           PERFORM SUB-2210-OPEN-IN THRU SUB-2210-EXIT

           IF      W-STAGE-FAILED
               GO TO SUB-2200-EXIT
           END-IF

           IF      W-OUT-BINARY
               OPEN OUTPUT BIN-OUT-FILE
           ELSE
               OPEN OUTPUT TEXT-OUT-FILE
           END-IF

           IF      W-OUT-FILE-STATUS NOT = '00'
               MOVE SPACES          TO W-FAIL-TEXT
               STRING 'unable to open ' W-OUT-DSNAME
                      ' - status ' W-OUT-FILE-STATUS
                   DELIMITED BY SIZE INTO W-FAIL-TEXT
               END-STRING
               SET  W-STAGE-FAILED  TO TRUE
               PERFORM SUB-2250-CLOSE-STAGE THRU SUB-2250-EXIT
               GO TO SUB-2200-EXIT
           END-IF

           SET  W-OUT-OPEN          TO TRUE
           SET  W-FIRST-LINEAGE     TO TRUE
           MOVE 0                   TO W-OUT-COUNT
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2210-OPEN-IN.
      *--------------------

           MOVE W-CURRENT-DSNAME    TO W-IN-DSNAME
           MOVE W-CURRENT-FORMAT    TO W-IN-FORMAT

           IF      W-IN-BINARY
               OPEN INPUT BIN-IN-FILE
           ELSE
               OPEN INPUT TEXT-IN-FILE
           END-IF

           IF      W-IN-FILE-STATUS NOT = '00'
               MOVE SPACES          TO W-FAIL-TEXT
               STRING 'unable to open ' W-IN-DSNAME
                      ' - status ' W-IN-FILE-STATUS
                   DELIMITED BY SIZE INTO W-FAIL-TEXT
               END-STRING
               SET  W-STAGE-FAILED  TO TRUE
               GO TO SUB-2210-EXIT
           END-IF

           SET  W-IN-OPEN           TO TRUE
           SET  W-IN-NOT-EOF        TO TRUE
           SET  W-FIRST-IN          TO TRUE
           MOVE 0                   TO W-IN-COUNT
                                       W-IN-BYTES
           .
       SUB-2210-EXIT.
           EXIT.
      /
       SUB-2250-CLOSE-STAGE.
      *-------------------------

           IF      W-IN-OPEN
               IF      W-IN-BINARY
                   CLOSE BIN-IN-FILE
               ELSE
                   CLOSE TEXT-IN-FILE
               END-IF
               SET  W-IN-NOT-OPEN   TO TRUE
           END-IF

           IF      W-OUT-OPEN
               IF      W-OUT-BINARY
                   CLOSE BIN-OUT-FILE
               ELSE
                   CLOSE TEXT-OUT-FILE
               END-IF
               SET  W-OUT-NOT-OPEN  TO TRUE
           END-IF
           .
       SUB-2250-EXIT.
           EXIT.
      /
       SUB-2300-READ-IN.
      *--------------------

      **** READ THE NEXT RECORD OF THE STAGE'S INPUT INTO W-IN-AREA.

           IF      W-IN-BINARY
               READ BIN-IN-FILE
                   AT END
                       SET  W-IN-EOF
                                    TO TRUE
                       GO TO SUB-2300-EXIT
               END-READ
               MOVE BIN-IN-RECORD(1:W-IN-REC-LEN)
                                    TO W-IN-AREA(1:W-IN-REC-LEN)
           ELSE
               READ TEXT-IN-FILE
                   AT END
                       SET  W-IN-EOF
                                    TO TRUE
                       GO TO SUB-2300-EXIT
               END-READ
               MOVE TEXT-IN-RECORD(1:W-IN-REC-LEN)
                                    TO W-IN-AREA(1:W-IN-REC-LEN)
           END-IF

           ADD  1                   TO W-IN-COUNT
           ADD  W-IN-REC-LEN        TO W-IN-BYTES
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2400-WRITE-OUT.
      *----------------------

      **** WRITE W-OUT-LEN BYTES OF W-OUT-AREA TO THE STAGE'S OUTPUT
      **** AND FEED THEM TO THE STAGE'S LINEAGE CHECKSUM.

           MOVE W-OUT-LEN           TO W-OUT-REC-LEN

           IF      W-OUT-BINARY
               MOVE W-OUT-AREA(1:W-OUT-LEN)
                                    TO BIN-OUT-RECORD(1:W-OUT-LEN)
               WRITE BIN-OUT-RECORD
           ELSE
               MOVE W-OUT-AREA(1:W-OUT-LEN)
                                    TO TEXT-OUT-RECORD(1:W-OUT-LEN)
               WRITE TEXT-OUT-RECORD
           END-IF

           ADD  1                   TO W-OUT-COUNT

           SET  CRC-BUFFER-PTR OF W-CRC32-LINE-PARAMETER
                                    TO ADDRESS OF W-OUT-AREA
           MOVE W-OUT-LEN           TO CRC-BUFFER-LEN
                                       OF W-CRC32-LINE-PARAMETER

           PERFORM SUB-2450-FEED-LINEAGE THRU SUB-2450-EXIT
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2450-FEED-LINEAGE.
      *--------------------------

      **** ONE RECORD INTO THE LINEAGE CHECKSUM; THE CALLER HAS SET
      **** THE BUFFER POINTER AND LENGTH.

           IF      W-FIRST-LINEAGE
               SET  CRC-STAGE-START OF W-CRC32-LINE-PARAMETER
                                    TO TRUE
               SET  W-NOT-FIRST-LINEAGE
                                    TO TRUE
           ELSE
               SET  CRC-STAGE-IN-PROCESS OF W-CRC32-LINE-PARAMETER
                                    TO TRUE
           END-IF

           CALL W-CRC32-PROG     USING W-CRC32-LINE-PARAMETER
           .
       SUB-2450-EXIT.
           EXIT.
      /
       SUB-2500-FINISH-LINEAGE.
      *----------------------------

      **** CLOSE OUT THE LINEAGE CHECKSUM, WHICH WRITES THE STAGE'S
      **** CRCCTL ENTRY UNDER THE STAGE'S PROGRAM NAME, AND RECORD
      **** THE DATASET, RECORDS AND CRC32 FOR THE REPORT.

           IF      W-FIRST-LINEAGE
               SET  CRC-STAGE-START-END OF W-CRC32-LINE-PARAMETER
                                    TO TRUE
           ELSE
               SET  CRC-STAGE-END OF W-CRC32-LINE-PARAMETER
                                    TO TRUE
           END-IF

           MOVE 0                   TO CRC-BUFFER-LEN
                                       OF W-CRC32-LINE-PARAMETER
           SET  CRC-BUFFER-PTR OF W-CRC32-LINE-PARAMETER
                                    TO NULL
           MOVE STG-PROGRAM(W-S-DX) TO CRC-JOB-NAME
                                       OF W-CRC32-LINE-PARAMETER
           MOVE W-LINEAGE-DSNAME    TO CRC-DATASET-NAME
                                       OF W-CRC32-LINE-PARAMETER
           MOVE W-LINEAGE-COUNT     TO CRC-RECORD-COUNT
                                       OF W-CRC32-LINE-PARAMETER

           CALL W-CRC32-PROG     USING W-CRC32-LINE-PARAMETER

           MOVE CRC-CHECKSUM OF W-CRC32-LINE-PARAMETER
                                    TO CH-CHECKSUM
           CALL W-CRCHEX-PROG    USING W-CRCHEX-PARAMETER

           MOVE CH-HEX-OUTPUT       TO STG-CRC-HEX(W-S-DX)
           MOVE W-LINEAGE-DSNAME    TO STG-DSNAME(W-S-DX)
           MOVE W-LINEAGE-COUNT     TO STG-RECORDS(W-S-DX)
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-3000-TRAILER-STAGE.
      *---------------------------

      **** TRLRGEN: COPY THE BODY THROUGH, TOTAL IT, AND WRITE A
      **** CORRECTLY FORMATTED TRAILER BEHIND IT (APPEND) OR OVER
      **** ITS LAST RECORD (OVERLAY).

           SET  W-OUT-TEXT          TO TRUE
           PERFORM SUB-2200-OPEN-STAGE THRU SUB-2200-EXIT

           IF      W-STAGE-FAILED
               GO TO SUB-3000-EXIT
           END-IF

           MOVE 0                   TO W-BODY-COUNT
                                       W-BODY-AMOUNT
                                       W-HEADER-SEEN

           PERFORM SUB-2300-READ-IN THRU SUB-2300-EXIT

           IF      W-IN-EOF
               MOVE 'the body dataset is empty'
                                    TO W-FAIL-TEXT
               SET  W-STAGE-FAILED  TO TRUE
               PERFORM SUB-2250-CLOSE-STAGE THRU SUB-2250-EXIT
               GO TO SUB-3000-EXIT
           END-IF

           IF      W-MODE-OVERLAY
               MOVE W-IN-AREA(1:W-IN-REC-LEN)
                                    TO W-HELD-RECORD(1:W-IN-REC-LEN)
               MOVE W-IN-REC-LEN    TO W-HELD-LEN
               PERFORM SUB-3150-ADVANCE-OVERLAY THRU SUB-3150-EXIT
                   UNTIL W-IN-EOF OR W-STAGE-FAILED
           ELSE
               PERFORM SUB-3100-TAKE-APPEND-RECORD THRU SUB-3100-EXIT
                   UNTIL W-IN-EOF OR W-STAGE-FAILED
           END-IF

           IF      W-STAGE-GOOD
               PERFORM SUB-3300-WRITE-TRAILER THRU SUB-3300-EXIT
           END-IF

           PERFORM SUB-2250-CLOSE-STAGE THRU SUB-2250-EXIT

           IF      W-STAGE-FAILED
               GO TO SUB-3000-EXIT
           END-IF

           MOVE W-OUT-DSNAME        TO W-LINEAGE-DSNAME
           MOVE W-OUT-COUNT         TO W-LINEAGE-COUNT
           PERFORM SUB-2500-FINISH-LINEAGE THRU SUB-2500-EXIT

           MOVE W-BODY-COUNT        TO W-TXT-NUM-1
           MOVE W-BODY-AMOUNT       TO W-TXT-AMT-1
           STRING W-TRAILER-MODE   DELIMITED BY SPACE
                  ' trailer: body ' W-TXT-NUM-1
                  ' amount ' W-TXT-AMT-1
                  ' CRC32 ' W-BODY-CRC
                                   DELIMITED BY SIZE
               INTO STG-SUMMARY(W-S-DX)
           END-STRING
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-TAKE-APPEND-RECORD.
      *--------------------------------

           MOVE W-IN-AREA(1:W-IN-REC-LEN)
                                    TO W-HELD-RECORD(1:W-IN-REC-LEN)
           MOVE W-IN-REC-LEN        TO W-HELD-LEN

           PERFORM SUB-3200-TAKE-ONE-RECORD THRU SUB-3200-EXIT

           PERFORM SUB-2300-READ-IN THRU SUB-2300-EXIT
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3150-ADVANCE-OVERLAY.
      *-----------------------------

      **** IN OVERLAY MODE THE HELD RECORD ONLY COUNTS AS BODY ONCE
      **** A FURTHER RECORD ARRIVES BEHIND IT -- THE LAST RECORD IS
      **** THE TRAILER SKELETON AND NEVER REACHES THE TOTALS.

           PERFORM SUB-2300-READ-IN THRU SUB-2300-EXIT

           IF      W-IN-EOF
               GO TO SUB-3150-EXIT
           END-IF

           PERFORM SUB-3200-TAKE-ONE-RECORD THRU SUB-3200-EXIT

           MOVE W-IN-AREA(1:W-IN-REC-LEN)
                                    TO W-HELD-RECORD(1:W-IN-REC-LEN)
           MOVE W-IN-REC-LEN        TO W-HELD-LEN
           .
       SUB-3150-EXIT.
           EXIT.
      /
       SUB-3200-TAKE-ONE-RECORD.
      *-----------------------------

      **** COPY THE HELD RECORD THROUGH TO THE OUTPUT; HEADERS PASS
      **** UNTOUCHED AND UNTOTALLED, BODY RECORDS FEED THE COUNT,
      **** THE AMOUNT TOTAL AND THE STAGED BODY CHECKSUM.

           MOVE W-HELD-RECORD(1:W-HELD-LEN)
                                    TO W-OUT-AREA(1:W-HELD-LEN)
           MOVE W-HELD-LEN          TO W-OUT-LEN
           PERFORM SUB-2400-WRITE-OUT THRU SUB-2400-EXIT

           IF      W-HEADER-SEEN < W-HEADER-COUNT
               ADD  1               TO W-HEADER-SEEN
               GO TO SUB-3200-EXIT
           END-IF

           ADD  1                   TO W-BODY-COUNT

           IF      W-FIRST-IN
               SET  CRC-STAGE-START OF W-CRC32-DATA-PARAMETER
                                    TO TRUE
               SET  W-NOT-FIRST-IN  TO TRUE
           ELSE
               SET  CRC-STAGE-IN-PROCESS OF W-CRC32-DATA-PARAMETER
                                    TO TRUE
           END-IF

           SET  CRC-BUFFER-PTR OF W-CRC32-DATA-PARAMETER
                                    TO ADDRESS OF W-HELD-RECORD
           MOVE W-HELD-LEN          TO CRC-BUFFER-LEN
                                       OF W-CRC32-DATA-PARAMETER
           CALL W-CRC32-PROG     USING W-CRC32-DATA-PARAMETER

           IF      BDY-PRESENT = 'N'
               GO TO SUB-3200-EXIT
           END-IF

           MOVE BDY-OFFSET          TO W-FLD-POS
           MOVE BDY-LENGTH          TO W-FLD-LEN
           MOVE BDY-FORMAT          TO W-CARD-FORMAT
           PERFORM SUB-3250-EXTRACT-HELD-VALUE THRU SUB-3250-EXIT

           IF      W-VALUE-GOOD
               ADD  W-NUM-VALUE     TO W-BODY-AMOUNT
           ELSE
               MOVE W-BODY-COUNT    TO W-TXT-NUM-1
               MOVE SPACES          TO W-FAIL-TEXT
               STRING 'body amount field is not numeric in body '
                      'record ' W-TXT-NUM-1
                   DELIMITED BY SIZE INTO W-FAIL-TEXT
               END-STRING
               SET  W-STAGE-FAILED  TO TRUE
           END-IF
           .
       SUB-3200-EXIT.
           EXIT.
      /
       SUB-3250-EXTRACT-HELD-VALUE.
      *--------------------------------

      **** PULL A NUMERIC VALUE OUT OF THE HELD RECORD AT W-FLD-POS
      **** (0-BASED) FOR W-FLD-LEN BYTES, DISPLAY OR PACKED, THE WAY
      **** TRLRGEN DOES.

           SET  W-VALUE-BAD         TO TRUE

           IF      W-FLD-POS + W-FLD-LEN > W-HELD-LEN
               GO TO SUB-3250-EXIT
           END-IF

           IF      W-CARD-FORMAT = 'PACKED'
               IF      W-FLD-LEN > 9
                   GO TO SUB-3250-EXIT
               END-IF
               MOVE ALL X'00'       TO W-PACKED-WORK
               MOVE W-HELD-RECORD(W-FLD-POS + 1:W-FLD-LEN)
                   TO W-PACKED-WORK(10 - W-FLD-LEN:W-FLD-LEN)
               IF      W-PACKED-NUM NOT NUMERIC
                   GO TO SUB-3250-EXIT
               END-IF
               MOVE W-PACKED-NUM    TO W-NUM-VALUE
               SET  W-VALUE-GOOD    TO TRUE
           ELSE
               IF      W-FLD-LEN > 18
                   GO TO SUB-3250-EXIT
               END-IF
               MOVE ALL '0'         TO W-ZONED-WORK
               MOVE W-HELD-RECORD(W-FLD-POS + 1:W-FLD-LEN)
                   TO W-ZONED-WORK(19 - W-FLD-LEN:W-FLD-LEN)
               IF      W-ZONED-WORK NOT NUMERIC
                   GO TO SUB-3250-EXIT
               END-IF
               MOVE W-ZONED-NUM     TO W-NUM-VALUE
               SET  W-VALUE-GOOD    TO TRUE
           END-IF
           .
       SUB-3250-EXIT.
           EXIT.
      /
       SUB-3300-WRITE-TRAILER.
      *---------------------------

      **** CLOSE OUT THE BODY CHECKSUM, BUILD THE TRAILER IMAGE --
      **** A FRESH BLANK RECORD IN APPEND MODE, THE HELD LAST
      **** RECORD IN OVERLAY MODE -- STAMP THE DESCRIBED FIELDS AND
      **** WRITE IT.

           IF      W-FIRST-IN
               SET  CRC-STAGE-START-END OF W-CRC32-DATA-PARAMETER
                                    TO TRUE
           ELSE
               SET  CRC-STAGE-END OF W-CRC32-DATA-PARAMETER
                                    TO TRUE
           END-IF

           MOVE 0                   TO CRC-BUFFER-LEN
                                       OF W-CRC32-DATA-PARAMETER
           SET  CRC-BUFFER-PTR OF W-CRC32-DATA-PARAMETER
                                    TO NULL
           CALL W-CRC32-PROG     USING W-CRC32-DATA-PARAMETER

           MOVE CRC-CHECKSUM OF W-CRC32-DATA-PARAMETER
                                    TO CH-CHECKSUM
           CALL W-CRCHEX-PROG    USING W-CRCHEX-PARAMETER
           MOVE CH-HEX-OUTPUT       TO W-BODY-CRC

           IF      W-MODE-OVERLAY
               IF      W-HELD-LEN < W-NEEDED-LENGTH
                   MOVE W-HELD-LEN  TO W-TXT-NUM-1
                   MOVE W-NEEDED-LENGTH
                                    TO W-TXT-NUM-2
                   MOVE SPACES      TO W-FAIL-TEXT
                   STRING 'the input trailer record (' W-TXT-NUM-1
                          ' bytes) ends before byte ' W-TXT-NUM-2
                       DELIMITED BY SIZE INTO W-FAIL-TEXT
                   END-STRING
                   SET  W-STAGE-FAILED
                                    TO TRUE
                   GO TO SUB-3300-EXIT
               END-IF
               MOVE W-HELD-RECORD(1:W-HELD-LEN)
                                    TO W-OUT-AREA(1:W-HELD-LEN)
               MOVE W-HELD-LEN      TO W-OUT-LEN
           ELSE
               MOVE SPACES          TO W-OUT-AREA(1:W-TRAILER-LENGTH)
               MOVE W-TRAILER-LENGTH
                                    TO W-OUT-LEN
           END-IF

           IF      CNT-PRESENT = 'Y'
               MOVE W-BODY-COUNT    TO W-NUM-VALUE
               MOVE CNT-OFFSET      TO W-FLD-POS
               MOVE CNT-LENGTH      TO W-FLD-LEN
               MOVE CNT-FORMAT      TO W-CARD-FORMAT
               PERFORM SUB-3310-STAMP-VALUE THRU SUB-3310-EXIT
           END-IF

           IF      AMT-PRESENT = 'Y'
               MOVE W-BODY-AMOUNT   TO W-NUM-VALUE
               MOVE AMT-OFFSET      TO W-FLD-POS
               MOVE AMT-LENGTH      TO W-FLD-LEN
               MOVE AMT-FORMAT      TO W-CARD-FORMAT
               PERFORM SUB-3310-STAMP-VALUE THRU SUB-3310-EXIT
           END-IF

           IF      CRF-PRESENT = 'Y'
               MOVE W-BODY-CRC      TO W-OUT-AREA(CRF-OFFSET + 1:8)
           END-IF

           IF      W-STAGE-GOOD
               PERFORM SUB-2400-WRITE-OUT THRU SUB-2400-EXIT
           END-IF
           .
       SUB-3300-EXIT.
           EXIT.
      /
       SUB-3310-STAMP-VALUE.
      *------------------------

      **** FORMAT W-NUM-VALUE INTO THE TRAILER AT W-FLD-POS FOR
      **** W-FLD-LEN BYTES: DISPLAY AS RIGHT-ALIGNED ZONED DIGITS,
      **** PACKED AS THE RIGHTMOST BYTES OF A 17-DIGIT COMP-3.

           IF      W-CARD-FORMAT = 'PACKED'
               IF      W-FLD-LEN > 9 OR W-FLD-LEN = 0
                   MOVE 'a PACKED trailer field must be 1-9 bytes'
                                    TO W-FAIL-TEXT
                   SET  W-STAGE-FAILED
                                    TO TRUE
                   GO TO SUB-3310-EXIT
               END-IF
               MOVE W-NUM-VALUE     TO W-PACKED-NUM
               MOVE W-PACKED-WORK(10 - W-FLD-LEN:W-FLD-LEN)
                   TO W-OUT-AREA(W-FLD-POS + 1:W-FLD-LEN)
           ELSE
               IF      W-FLD-LEN > 18 OR W-FLD-LEN = 0
                   MOVE 'a DISPLAY trailer field must be 1-18 bytes'
                                    TO W-FAIL-TEXT
                   SET  W-STAGE-FAILED
                                    TO TRUE
                   GO TO SUB-3310-EXIT
               END-IF
               MOVE W-NUM-VALUE     TO W-ZONED-NUM
               MOVE W-ZONED-WORK(19 - W-FLD-LEN:W-FLD-LEN)
                   TO W-OUT-AREA(W-FLD-POS + 1:W-FLD-LEN)
           END-IF
           .
       SUB-3310-EXIT.
           EXIT.
      /
       SUB-4000-COMPRESS-STAGE.
      *----------------------------

      **** CMPFILE COMPRESS: EACH RECORD'S COMPRESSED IMAGE TAGGED
      **** 'D', THEN A 'T' TRAILER CARRYING THE CRC32 OF THE
      **** ORIGINAL DATA AND ITS RECORD COUNT.

           SET  W-OUT-BINARY        TO TRUE
           PERFORM SUB-2200-OPEN-STAGE THRU SUB-2200-EXIT

           IF      W-STAGE-FAILED
               GO TO SUB-4000-EXIT
           END-IF

           MOVE 0                   TO W-BYTES-IN
                                       W-BYTES-OUT

           PERFORM SUB-2300-READ-IN THRU SUB-2300-EXIT

           PERFORM SUB-4100-COMPRESS-RECORD THRU SUB-4100-EXIT
               UNTIL W-IN-EOF OR W-STAGE-FAILED

           IF      W-STAGE-GOOD
               PERFORM SUB-4200-WRITE-TRAILER THRU SUB-4200-EXIT
           END-IF

           PERFORM SUB-2250-CLOSE-STAGE THRU SUB-2250-EXIT

           IF      W-STAGE-FAILED
               GO TO SUB-4000-EXIT
           END-IF

           MOVE W-OUT-DSNAME        TO W-LINEAGE-DSNAME
           MOVE W-OUT-COUNT         TO W-LINEAGE-COUNT
           PERFORM SUB-2500-FINISH-LINEAGE THRU SUB-2500-EXIT

           MOVE W-IN-COUNT          TO W-TXT-NUM-1
           MOVE W-BYTES-IN          TO W-TXT-BIG-1
           MOVE W-BYTES-OUT         TO W-TXT-BIG-2
           STRING 'records ' W-TXT-NUM-1
                  ' bytes in ' W-TXT-BIG-1
                  ' out ' W-TXT-BIG-2
               DELIMITED BY SIZE INTO STG-SUMMARY(W-S-DX)
           END-STRING
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-4100-COMPRESS-RECORD.
      *-----------------------------

      **** THE WHOLE-FILE CHECKSUM RUNS OVER THE ORIGINAL DATA, SO
      **** THE EXPAND SIDE CAN PROVE IT REBUILT EXACTLY THAT.

           ADD  W-IN-REC-LEN        TO W-BYTES-IN

           IF      W-FIRST-IN
               SET  CRC-STAGE-START OF W-CRC32-DATA-PARAMETER
                                    TO TRUE
               SET  CMP-STAGE-START TO TRUE
               SET  W-NOT-FIRST-IN  TO TRUE
           ELSE
               SET  CRC-STAGE-IN-PROCESS OF W-CRC32-DATA-PARAMETER
                                    TO TRUE
               SET  CMP-STAGE-IN-PROCESS
                                    TO TRUE
           END-IF

           SET  CRC-BUFFER-PTR OF W-CRC32-DATA-PARAMETER
                                    TO ADDRESS OF W-IN-AREA
           MOVE W-IN-REC-LEN        TO CRC-BUFFER-LEN
                                       OF W-CRC32-DATA-PARAMETER
           CALL W-CRC32-PROG     USING W-CRC32-DATA-PARAMETER

           SET  CMP-INPUT-PTR       TO ADDRESS OF W-IN-AREA
           MOVE W-IN-REC-LEN        TO CMP-INPUT-LEN
           SET  CMP-OUTPUT-PTR      TO ADDRESS OF W-OUT-AREA(2:1)
           MOVE 33100               TO CMP-OUTPUT-MAX

           CALL W-COMPRESS-PROG  USING W-COMPRESS-PARAMETER

           IF      NOT UTIL-RC-OK OF W-COMPRESS-PARAMETER
               MOVE W-IN-COUNT      TO W-TXT-NUM-1
               MOVE SPACES          TO W-FAIL-TEXT
               STRING 'COMPRESS failed on record ' W-TXT-NUM-1
                      ' - ' UTIL-MESSAGE OF W-COMPRESS-PARAMETER
                   DELIMITED BY SIZE INTO W-FAIL-TEXT
               END-STRING
               SET  W-STAGE-FAILED  TO TRUE
               GO TO SUB-4100-EXIT
           END-IF

           MOVE 'D'                 TO W-OUT-AREA(1:1)
           COMPUTE W-OUT-LEN = CMP-OUTPUT-LEN + 1
           ADD  W-OUT-LEN           TO W-BYTES-OUT
           PERFORM SUB-2400-WRITE-OUT THRU SUB-2400-EXIT

           PERFORM SUB-2300-READ-IN THRU SUB-2300-EXIT
           .
       SUB-4100-EXIT.
           EXIT.
      /
       SUB-4200-WRITE-TRAILER.
      *---------------------------

           IF      W-FIRST-IN
               SET  CRC-STAGE-START-END OF W-CRC32-DATA-PARAMETER
                                    TO TRUE
           ELSE
               SET  CRC-STAGE-END OF W-CRC32-DATA-PARAMETER
                                    TO TRUE
           END-IF

           MOVE 0                   TO CRC-BUFFER-LEN
                                       OF W-CRC32-DATA-PARAMETER
           SET  CRC-BUFFER-PTR OF W-CRC32-DATA-PARAMETER
                                    TO NULL
           CALL W-CRC32-PROG     USING W-CRC32-DATA-PARAMETER

           MOVE CRC-CHECKSUM OF W-CRC32-DATA-PARAMETER
                                    TO CH-CHECKSUM
           CALL W-CRCHEX-PROG    USING W-CRCHEX-PARAMETER

           MOVE CH-HEX-OUTPUT       TO CTR-CRC-HEX
           MOVE SPACE               TO CTR-SEP
           MOVE W-IN-COUNT          TO CTR-COUNT

           MOVE 'T'                 TO W-OUT-AREA(1:1)
           MOVE W-CMP-TRAILER       TO W-OUT-AREA
                                       (2:LENGTH OF W-CMP-TRAILER)
           COMPUTE W-OUT-LEN = LENGTH OF W-CMP-TRAILER + 1
           ADD  W-OUT-LEN           TO W-BYTES-OUT
           PERFORM SUB-2400-WRITE-OUT THRU SUB-2400-EXIT
           .
       SUB-4200-EXIT.
           EXIT.
      /
       SUB-4500-ENCRYPT-STAGE.
      *---------------------------

      **** ENCFILE ENCRYPT: AN 'H' HEADER NAMING THE ALGORITHM, THE
      **** KEY LABEL AND VERSION AND THE INITIAL COUNTER BLOCK, THEN
      **** EACH RECORD ENCIPHERED AND TAGGED 'D' -- COUNTER MODE
      **** KEEPS EVERY RECORD ITS OWN LENGTH -- AND THE SAME 'T'
      **** TRAILER AS THE COMPRESSION STAGE, CARRYING THE CRC32 OF
      **** THE PLAINTEXT AND ITS RECORD COUNT.  THE PARTNER'S
      **** ENCFILE DECRYPT (OR RECVPREP) READS IT UNCHANGED.

           SET  W-OUT-BINARY        TO TRUE
           PERFORM SUB-2200-OPEN-STAGE THRU SUB-2200-EXIT

           IF      W-STAGE-FAILED
               GO TO SUB-4500-EXIT
           END-IF

           MOVE 0                   TO W-BYTES-IN
                                       W-BYTES-OUT

           PERFORM SUB-4510-WRITE-HEADER THRU SUB-4510-EXIT

           PERFORM SUB-4520-START-STREAM THRU SUB-4520-EXIT

           IF      W-STAGE-GOOD
               PERFORM SUB-2300-READ-IN THRU SUB-2300-EXIT
               PERFORM SUB-4550-ENCRYPT-RECORD THRU SUB-4550-EXIT
                   UNTIL W-IN-EOF OR W-STAGE-FAILED
           END-IF

           PERFORM SUB-4590-END-STREAM THRU SUB-4590-EXIT

           IF      W-STAGE-GOOD
               PERFORM SUB-4200-WRITE-TRAILER THRU SUB-4200-EXIT
           END-IF

           PERFORM SUB-2250-CLOSE-STAGE THRU SUB-2250-EXIT

           IF      W-STAGE-FAILED
               GO TO SUB-4500-EXIT
           END-IF

           MOVE W-OUT-DSNAME        TO W-LINEAGE-DSNAME
           MOVE W-OUT-COUNT         TO W-LINEAGE-COUNT
           PERFORM SUB-2500-FINISH-LINEAGE THRU SUB-2500-EXIT

           MOVE W-IN-COUNT          TO W-TXT-NUM-1
           STRING 'records ' W-TXT-NUM-1
                  ' ' W-ENC-ALGORITHM ' under key '
                                   DELIMITED BY SIZE
                  W-ENC-KEY-LABEL  DELIMITED BY SPACE
                  ' version ' W-ENC-KEY-VERSION
                                   DELIMITED BY SIZE
               INTO STG-SUMMARY(W-S-DX)
           END-STRING
           .
       SUB-4500-EXIT.
           EXIT.
      /
       SUB-4510-WRITE-HEADER.
      *--------------------------

      **** DERIVE THIS FILE'S INITIAL COUNTER BLOCK, THEN WRITE THE
      **** 'H' HEADER THAT CARRIES IT.  THE RECORD MODE IS THAT OF
      **** THE DATASET THE CHAIN HAS REACHED -- BINARY BEHIND THE
      **** COMPRESSION STAGE, TEXT OTHERWISE.

           MOVE FUNCTION CURRENT-DATE
                                    TO W-IV-SEED-TIMESTAMP
           MOVE W-IN-DSNAME         TO W-IV-SEED-DATASET
           MOVE W-ENC-KEY-LABEL     TO W-IV-SEED-LABEL
           MOVE W-ENC-KEY-VERSION   TO W-IV-SEED-VERSION

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

           MOVE W-ENC-ALGORITHM     TO HDR-ALGORITHM
           MOVE W-ENC-KEY-LABEL     TO HDR-KEY-LABEL
           MOVE W-ENC-KEY-VERSION   TO HDR-KEY-VERSION
           MOVE W-IV-HEX            TO HDR-IV-HEX
           MOVE SPACE               TO HDR-SEP-1 HDR-SEP-2
                                       HDR-SEP-3 HDR-SEP-4

           IF      W-IN-BINARY
               MOVE 'BINARY'        TO HDR-RECORD-MODE
           ELSE
               MOVE 'TEXT'          TO HDR-RECORD-MODE
           END-IF

           MOVE 'H'                 TO W-OUT-AREA(1:1)
           MOVE W-ENC-HEADER        TO W-OUT-AREA
                                       (2:LENGTH OF W-ENC-HEADER)
           COMPUTE W-OUT-LEN = LENGTH OF W-ENC-HEADER + 1
           ADD  W-OUT-LEN           TO W-BYTES-OUT
           PERFORM SUB-2400-WRITE-OUT THRU SUB-2400-EXIT
           .
       SUB-4510-EXIT.
           EXIT.
      /
       SUB-4520-START-STREAM.
      *--------------------------

      **** BUILD THE KEY SCHEDULE AND LOAD THE COUNTER, THEN CLEAR
      **** THE KEY -- FROM HERE ON ONLY THE SCHEDULE IN THE AES
      **** PARAMETER AREA HOLDS IT.

           SET  AES-STAGE-START     TO TRUE
           SET  AES-KEY-PTR         TO ADDRESS OF W-ENC-KEY
           MOVE W-ENC-KEY-LEN       TO AES-KEY-LEN
           MOVE W-IV                TO AES-IV
           SET  AES-BUFFER-PTR      TO NULL
           MOVE 0                   TO AES-BUFFER-LEN
           SET  AES-OUTPUT-PTR      TO NULL

           CALL W-AES-PROG       USING W-AES-PARAMETER

           MOVE LOW-VALUES          TO W-ENC-KEY

           IF      NOT UTIL-RC-OK OF W-AES-PARAMETER
               MOVE SPACES          TO W-FAIL-TEXT
               STRING 'AES rejected the key - '
                      UTIL-MESSAGE OF W-AES-PARAMETER
                   DELIMITED BY SIZE INTO W-FAIL-TEXT
               END-STRING
               SET  W-STAGE-FAILED  TO TRUE
               GO TO SUB-4520-EXIT
           END-IF

           SET  W-STREAM-OPEN       TO TRUE
           .
       SUB-4520-EXIT.
           EXIT.
      /
       SUB-4550-ENCRYPT-RECORD.
      *----------------------------

      **** THE WHOLE-FILE CHECKSUM RUNS OVER THE PLAINTEXT, SO THE
      **** DECRYPT SIDE CAN PROVE IT REBUILT EXACTLY THAT.  A
      **** RECORD LONGER THAN ENCFILE'S OWN 32760-BYTE LIMIT WOULD
      **** BE UNREADABLE TO THE PARTNER'S DECRYPT, SO IT FAILS THE
      **** STAGE.

           IF      W-IN-REC-LEN > 32760
               MOVE W-IN-COUNT      TO W-TXT-NUM-1
               MOVE SPACES          TO W-FAIL-TEXT
               STRING 'record ' W-TXT-NUM-1 ' is longer than the '
                      '32760 bytes ENCFILE carries'
                   DELIMITED BY SIZE INTO W-FAIL-TEXT
               END-STRING
               SET  W-STAGE-FAILED  TO TRUE
               GO TO SUB-4550-EXIT
           END-IF

           ADD  W-IN-REC-LEN        TO W-BYTES-IN

           IF      W-FIRST-IN
               SET  CRC-STAGE-START OF W-CRC32-DATA-PARAMETER
                                    TO TRUE
               SET  W-NOT-FIRST-IN  TO TRUE
           ELSE
               SET  CRC-STAGE-IN-PROCESS OF W-CRC32-DATA-PARAMETER
                                    TO TRUE
           END-IF

           SET  CRC-BUFFER-PTR OF W-CRC32-DATA-PARAMETER
                                    TO ADDRESS OF W-IN-AREA
           MOVE W-IN-REC-LEN        TO CRC-BUFFER-LEN
                                       OF W-CRC32-DATA-PARAMETER
           CALL W-CRC32-PROG     USING W-CRC32-DATA-PARAMETER

           SET  AES-STAGE-IN-PROCESS
                                    TO TRUE
           SET  AES-BUFFER-PTR      TO ADDRESS OF W-IN-AREA
           MOVE W-IN-REC-LEN        TO AES-BUFFER-LEN
           SET  AES-OUTPUT-PTR      TO ADDRESS OF W-OUT-AREA(2:1)

           CALL W-AES-PROG       USING W-AES-PARAMETER

           IF      NOT UTIL-RC-OK OF W-AES-PARAMETER
               MOVE W-IN-COUNT      TO W-TXT-NUM-1
               MOVE SPACES          TO W-FAIL-TEXT
               STRING 'AES failed on record ' W-TXT-NUM-1
                      ' - ' UTIL-MESSAGE OF W-AES-PARAMETER
                   DELIMITED BY SIZE INTO W-FAIL-TEXT
               END-STRING
               SET  W-STAGE-FAILED  TO TRUE
               GO TO SUB-4550-EXIT
           END-IF

           MOVE 'D'                 TO W-OUT-AREA(1:1)
           COMPUTE W-OUT-LEN = W-IN-REC-LEN + 1
           ADD  W-OUT-LEN           TO W-BYTES-OUT
           PERFORM SUB-2400-WRITE-OUT THRU SUB-2400-EXIT

           PERFORM SUB-2300-READ-IN THRU SUB-2300-EXIT
           .
       SUB-4550-EXIT.
           EXIT.
      /
       SUB-4590-END-STREAM.
      *------------------------

      **** A TRAILING ZERO-LENGTH CALL CLEARS THE KEY SCHEDULE.

           IF      W-STREAM-NOT-OPEN
               GO TO SUB-4590-EXIT
           END-IF

           SET  AES-STAGE-END       TO TRUE
           MOVE 0                   TO AES-BUFFER-LEN

           CALL W-AES-PROG       USING W-AES-PARAMETER

           SET  W-STREAM-NOT-OPEN   TO TRUE
           .
       SUB-4590-EXIT.
           EXIT.
      /
       SUB-5000-BASE64-STAGE.
      *--------------------------

      **** B64FILE ENCODE, WITH EACH RECORD CARRIED BEHIND ITS
      **** RECORD DESCRIPTOR WORD.  THE FLUSH WIDTH IS THE WRAP
      **** COLUMN WHEN WRAPPING, OR A FULL 4096-BYTE LINE WHEN NOT.

           SET  W-OUT-TEXT          TO TRUE
           PERFORM SUB-2200-OPEN-STAGE THRU SUB-2200-EXIT

           IF      W-STAGE-FAILED
               GO TO SUB-5000-EXIT
           END-IF

           IF      W-WRAP-WIDTH > 0
               MOVE W-WRAP-WIDTH    TO W-FLUSH-WIDTH
           ELSE
               MOVE 4096            TO W-FLUSH-WIDTH
           END-IF

           MOVE 0                   TO W-CARRY-LEN
                                       W-LINE-LEN

           PERFORM SUB-2300-READ-IN THRU SUB-2300-EXIT

           PERFORM SUB-5100-ENCODE-RECORD THRU SUB-5100-EXIT
               UNTIL W-IN-EOF OR W-STAGE-FAILED

           IF      W-STAGE-GOOD
               PERFORM SUB-5200-ENCODE-FINAL THRU SUB-5200-EXIT
           END-IF

           IF      W-STAGE-GOOD
               PERFORM SUB-5320-FLUSH-FINAL THRU SUB-5320-EXIT
           END-IF

           PERFORM SUB-2250-CLOSE-STAGE THRU SUB-2250-EXIT

           IF      W-STAGE-FAILED
               GO TO SUB-5000-EXIT
           END-IF

           MOVE W-OUT-DSNAME        TO W-LINEAGE-DSNAME
           MOVE W-OUT-COUNT         TO W-LINEAGE-COUNT
           PERFORM SUB-2500-FINISH-LINEAGE THRU SUB-2500-EXIT

           MOVE W-IN-COUNT          TO W-TXT-NUM-1
           MOVE W-FLUSH-WIDTH       TO W-TXT-NUM-2
           STRING 'records ' W-TXT-NUM-1
                  ' encoded, line width ' W-TXT-NUM-2
               DELIMITED BY SIZE INTO STG-SUMMARY(W-S-DX)
           END-STRING

           IF      W-URL-SAFE
               STRING STG-SUMMARY(W-S-DX) DELIMITED BY '  '
                      ', URL-safe alphabet' DELIMITED BY SIZE
                   INTO W-FAIL-TEXT
               END-STRING
               MOVE W-FAIL-TEXT     TO STG-SUMMARY(W-S-DX)
               MOVE SPACES          TO W-FAIL-TEXT
           END-IF
           .
       SUB-5000-EXIT.
           EXIT.
      /
       SUB-5100-ENCODE-RECORD.
      *---------------------------

      **** PREFIX THE CARRIED REMAINDER, THEN THE RECORD DESCRIPTOR
      **** WORD, TO THIS RECORD'S BYTES, ENCODE EVERY COMPLETE
      **** 3-BYTE GROUP, AND CARRY THE NEW REMAINDER (0-2 BYTES)
      **** INTO THE NEXT RECORD.

           IF      W-CARRY-LEN > 0
               MOVE W-CARRY(1:W-CARRY-LEN)
                                    TO W-WORK-BUF(1:W-CARRY-LEN)
           END-IF

           COMPUTE W-RDW-VALUE = W-IN-REC-LEN + 4
           MOVE W-RDW-BYTES(3:2)    TO W-WORK-BUF(W-CARRY-LEN + 1:2)
           MOVE LOW-VALUES          TO W-WORK-BUF(W-CARRY-LEN + 3:2)

           MOVE W-IN-AREA(1:W-IN-REC-LEN)
               TO W-WORK-BUF(W-CARRY-LEN + 5:W-IN-REC-LEN)
           COMPUTE W-WORK-LEN = W-CARRY-LEN + 4 + W-IN-REC-LEN

           DIVIDE W-WORK-LEN BY 3  GIVING W-GROUP-COUNT
                                   REMAINDER W-GROUP-REM
           COMPUTE W-FULL-LEN = W-GROUP-COUNT * 3

           IF      W-FULL-LEN > 0
               SET  EB-INPUT-PTR    TO ADDRESS OF W-WORK-BUF
               MOVE W-FULL-LEN      TO EB-INPUT-LEN
               PERFORM SUB-5150-CALL-ENCB64 THRU SUB-5150-EXIT
               IF      W-STAGE-FAILED
                   GO TO SUB-5100-EXIT
               END-IF
           END-IF

           COMPUTE W-CARRY-LEN = W-WORK-LEN - W-FULL-LEN

           IF      W-CARRY-LEN > 0
               MOVE W-WORK-BUF(W-FULL-LEN + 1:W-CARRY-LEN)
                                    TO W-CARRY(1:W-CARRY-LEN)
           END-IF

           PERFORM SUB-2300-READ-IN THRU SUB-2300-EXIT
           .
       SUB-5100-EXIT.
           EXIT.
      /
       SUB-5150-CALL-ENCB64.
      *------------------------

           SET  EB-OUTPUT-PTR       TO ADDRESS OF W-CODE-BUF

           IF      W-URL-SAFE
               SET  EB-ALPHABET-URL-SAFE
                                    TO TRUE
           END-IF

           CALL W-ENCB64-PROG    USING W-ENCB64-PARAMETER

           IF      NOT UTIL-RC-OK OF W-ENCB64-PARAMETER
               MOVE SPACES          TO W-FAIL-TEXT
               STRING 'ENCB64 failed - '
                      UTIL-MESSAGE OF W-ENCB64-PARAMETER
                   DELIMITED BY SIZE INTO W-FAIL-TEXT
               END-STRING
               SET  W-STAGE-FAILED  TO TRUE
               GO TO SUB-5150-EXIT
           END-IF

           MOVE EB-OUTPUT-LEN       TO W-CODE-LEN
           PERFORM SUB-5300-APPEND-TO-LINE THRU SUB-5300-EXIT
           .
       SUB-5150-EXIT.
           EXIT.
      /
       SUB-5200-ENCODE-FINAL.
      *--------------------------

      **** THE LAST 1 OR 2 CARRIED BYTES BECOME THE PADDED FINAL
      **** GROUP.

           IF      W-CARRY-LEN = 0
               GO TO SUB-5200-EXIT
           END-IF

           SET  EB-INPUT-PTR        TO ADDRESS OF W-CARRY
           MOVE W-CARRY-LEN         TO EB-INPUT-LEN
           MOVE 0                   TO W-CARRY-LEN
           PERFORM SUB-5150-CALL-ENCB64 THRU SUB-5150-EXIT
           .
       SUB-5200-EXIT.
           EXIT.
      /
       SUB-5300-APPEND-TO-LINE.
      *----------------------------

      **** APPEND W-CODE-LEN BYTES OF W-CODE-BUF TO THE LINE BUFFER,
      **** WRITE A LINE EVERY TIME A FULL FLUSH WIDTH IS WAITING,
      **** THEN SLIDE WHAT IS LEFT TO THE FRONT OF THE BUFFER.

           MOVE W-CODE-BUF(1:W-CODE-LEN)
               TO W-LINE-BUF(W-LINE-LEN + 1:W-CODE-LEN)
           ADD  W-CODE-LEN          TO W-LINE-LEN
           MOVE 1                   TO W-LINE-POS

           PERFORM SUB-5310-FLUSH-FULL-LINE THRU SUB-5310-EXIT
               UNTIL W-LINE-LEN - W-LINE-POS + 1 < W-FLUSH-WIDTH

           COMPUTE W-HOLD-LEN = W-LINE-LEN - W-LINE-POS + 1

           IF      W-LINE-POS > 1
           AND     W-HOLD-LEN > 0
               MOVE W-LINE-BUF(W-LINE-POS:W-HOLD-LEN)
                                    TO W-HOLD-BUF(1:W-HOLD-LEN)
               MOVE W-HOLD-BUF(1:W-HOLD-LEN)
                                    TO W-LINE-BUF(1:W-HOLD-LEN)
           END-IF

           MOVE W-HOLD-LEN          TO W-LINE-LEN
           .
       SUB-5300-EXIT.
           EXIT.
      /
       SUB-5310-FLUSH-FULL-LINE.
      *-----------------------------

           MOVE W-LINE-BUF(W-LINE-POS:W-FLUSH-WIDTH)
                                    TO W-OUT-AREA(1:W-FLUSH-WIDTH)
           MOVE W-FLUSH-WIDTH       TO W-OUT-LEN
           PERFORM SUB-2400-WRITE-OUT THRU SUB-2400-EXIT

           ADD  W-FLUSH-WIDTH       TO W-LINE-POS
           .
       SUB-5310-EXIT.
           EXIT.
      /
       SUB-5320-FLUSH-FINAL.
      *-------------------------

           IF      W-LINE-LEN > 0
               MOVE W-LINE-BUF(1:W-LINE-LEN)
                                    TO W-OUT-AREA(1:W-LINE-LEN)
               MOVE W-LINE-LEN      TO W-OUT-LEN
               PERFORM SUB-2400-WRITE-OUT THRU SUB-2400-EXIT
               MOVE 0               TO W-LINE-LEN
           END-IF
           .
       SUB-5320-EXIT.
           EXIT.
      /
       SUB-6000-MANIFEST-STAGE.
      *----------------------------

      **** MANIFEST GENERATE OVER THE FINISHED TRANSMISSION DATASET:
      **** AN MD5SUM LINE TO MANIFMD5 AND A CKSUM LINE TO MANIFCRC,
      **** AS THE PARTNER'S STYLE CALLS FOR.

           SET  W-DIGEST-MD5        TO TRUE
           SET  W-DIGEST-NO-HMAC    TO TRUE
           PERFORM SUB-6800-DIGEST-FINAL THRU SUB-6800-EXIT

           IF      W-STAGE-FAILED
               GO TO SUB-6000-EXIT
           END-IF

           IF      W-STYLE-MD5 OR W-STYLE-BOTH
               PERFORM SUB-6100-WRITE-MD5-LINE THRU SUB-6100-EXIT
           END-IF

           IF      W-STAGE-GOOD
           AND     (W-STYLE-CKSUM OR W-STYLE-BOTH)
               PERFORM SUB-6200-WRITE-CRC-LINE THRU SUB-6200-EXIT
           END-IF

           IF      W-STAGE-FAILED
               GO TO SUB-6000-EXIT
           END-IF

           STRING 'style '         DELIMITED BY SIZE
                  W-STYLE          DELIMITED BY SPACE
                  ' - md5 ' MD5-DIGEST-HEX
                                   DELIMITED BY SIZE
               INTO STG-SUMMARY(W-S-DX)
           END-STRING
           .
       SUB-6000-EXIT.
           EXIT.
      /
       SUB-6100-WRITE-MD5-LINE.
      *----------------------------

      **** MD5SUM LAYOUT: 32 LOWERCASE HEX DIGITS, TWO SPACES, THEN
      **** THE FILENAME.

           OPEN OUTPUT MD5-MANIFEST-FILE

           IF      W-MD5M-FILE-STATUS NOT = '00'
               MOVE SPACES          TO W-FAIL-TEXT
               STRING 'unable to open MANIFMD5 - status '
                      W-MD5M-FILE-STATUS
                   DELIMITED BY SIZE INTO W-FAIL-TEXT
               END-STRING
               SET  W-STAGE-FAILED  TO TRUE
               GO TO SUB-6100-EXIT
           END-IF

           MOVE SPACES              TO MD5-MANIFEST-RECORD
           STRING MD5-DIGEST-HEX '  ' W-IN-DSNAME
               DELIMITED BY SIZE INTO MD5-MANIFEST-RECORD
           END-STRING
           WRITE MD5-MANIFEST-RECORD

           CLOSE MD5-MANIFEST-FILE
           .
       SUB-6100-EXIT.
           EXIT.
      /
       SUB-6200-WRITE-CRC-LINE.
      *----------------------------

      **** CKSUM LAYOUT: DECIMAL CHECKSUM, BYTE COUNT AND FILENAME
      **** SEPARATED BY SINGLE SPACES, NO LEADING ZEROS.

           OPEN OUTPUT CRC-MANIFEST-FILE

           IF      W-CRCM-FILE-STATUS NOT = '00'
               MOVE SPACES          TO W-FAIL-TEXT
               STRING 'unable to open MANIFCRC - status '
                      W-CRCM-FILE-STATUS
                   DELIMITED BY SIZE INTO W-FAIL-TEXT
               END-STRING
               SET  W-STAGE-FAILED  TO TRUE
               GO TO SUB-6200-EXIT
           END-IF

           MOVE CRC-CHECKSUM OF W-CRC32-LINE-PARAMETER
                                    TO W-CRC-DECIMAL
           MOVE CRC-BYTE-OFFSET OF W-CRC32-LINE-PARAMETER
                                    TO W-BYTES-DECIMAL

           MOVE 1                   TO W-TRIM-START
           PERFORM SUB-6210-FIND-CRC-START THRU SUB-6210-EXIT
               VARYING W-SCAN-DX FROM 10 BY -1
                 UNTIL W-SCAN-DX < 1

           MOVE SPACES              TO CRC-MANIFEST-RECORD
           STRING W-CRC-DECIMAL(W-TRIM-START:)
                  ' '
               DELIMITED BY SIZE INTO CRC-MANIFEST-RECORD
           END-STRING

           MOVE 1                   TO W-TRIM-START
           PERFORM SUB-6220-FIND-BYTES-START THRU SUB-6220-EXIT
               VARYING W-SCAN-DX FROM 18 BY -1
                 UNTIL W-SCAN-DX < 1

           MOVE 0                   TO W-SCAN-DX
           INSPECT CRC-MANIFEST-RECORD
               TALLYING W-SCAN-DX FOR CHARACTERS BEFORE INITIAL SPACE

           STRING W-BYTES-DECIMAL(W-TRIM-START:)
                  ' '
                  W-IN-DSNAME
               DELIMITED BY SIZE
               INTO CRC-MANIFEST-RECORD(W-SCAN-DX + 2:)
           END-STRING

           WRITE CRC-MANIFEST-RECORD

           CLOSE CRC-MANIFEST-FILE
           .
       SUB-6200-EXIT.
           EXIT.
      /
       SUB-6210-FIND-CRC-START.
      *----------------------------

           IF      W-CRC-DECIMAL(W-SCAN-DX:1) = SPACE
               COMPUTE W-TRIM-START = W-SCAN-DX + 1
               MOVE 0               TO W-SCAN-DX
           END-IF
           .
       SUB-6210-EXIT.
           EXIT.
      /
       SUB-6220-FIND-BYTES-START.
      *------------------------------

           IF      W-BYTES-DECIMAL(W-SCAN-DX:1) = SPACE
               COMPUTE W-TRIM-START = W-SCAN-DX + 1
               MOVE 0               TO W-SCAN-DX
           END-IF
           .
       SUB-6220-EXIT.
           EXIT.
      /
       SUB-6500-SIGNATURE-STAGE.
      *-----------------------------

      **** HMACSIGN SIGN OVER THE FINISHED TRANSMISSION DATASET:
      **** THE DETACHED SIGNATURE RECORD -- DATASET, BYTE AND RECORD
      **** COUNTS, KEY LABEL AND VERSION, AND THE MAC AS 64 HEX
      **** DIGITS -- TO THE SIGNATURE DATASET.

           SET  W-DIGEST-NO-MD5     TO TRUE
           SET  W-DIGEST-HMAC       TO TRUE
           PERFORM SUB-6800-DIGEST-FINAL THRU SUB-6800-EXIT

           IF      W-STAGE-FAILED
               GO TO SUB-6500-EXIT
           END-IF

           OPEN OUTPUT SIGNATURE-FILE

           IF      W-SIG-FILE-STATUS NOT = '00'
               MOVE SPACES          TO W-FAIL-TEXT
               STRING 'unable to open ' W-SIGNATURE-DSNAME
                      ' - status ' W-SIG-FILE-STATUS
                   DELIMITED BY SIZE INTO W-FAIL-TEXT
               END-STRING
               SET  W-STAGE-FAILED  TO TRUE
               GO TO SUB-6500-EXIT
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
           MOVE W-IN-DSNAME         TO SIG-REC-DATASET
           MOVE W-IN-BYTES          TO SIG-REC-BYTES
           MOVE W-IN-COUNT          TO SIG-REC-RECORDS
           MOVE W-KEY-LABEL         TO SIG-REC-KEY-LABEL
           MOVE 'HMAC-SHA256'       TO SIG-REC-ALGORITHM
           MOVE W-MAC-HEX           TO SIG-REC-MAC
           MOVE W-KEY-VERSION       TO SIG-REC-KEY-VERSION

           WRITE SIGNATURE-RECORD

           CLOSE SIGNATURE-FILE

           STRING 'signed with key '
                                   DELIMITED BY SIZE
                  W-KEY-LABEL      DELIMITED BY SPACE
                  ' version ' W-KEY-VERSION
                  ' to ' W-SIGNATURE-DSNAME
                                   DELIMITED BY SIZE
               INTO STG-SUMMARY(W-S-DX)
           END-STRING
           .
       SUB-6500-EXIT.
           EXIT.
      /
       SUB-6800-DIGEST-FINAL.
      *--------------------------

      **** ONE PASS OVER THE FINISHED TRANSMISSION DATASET, FEEDING
      **** THE LINEAGE CHECKSUM AND WHICHEVER OF MD5 AND THE HMAC
      **** THE STAGE NEEDS.  THE LINEAGE ENTRY NAMES THE DATASET
      **** THE STAGE ATTESTS.

           PERFORM SUB-2210-OPEN-IN THRU SUB-2210-EXIT

           IF      W-STAGE-FAILED
               GO TO SUB-6800-EXIT
           END-IF

           SET  W-FIRST-LINEAGE     TO TRUE

           IF      W-DIGEST-HMAC
               SET  HMAC-KEY-PTR    TO ADDRESS OF W-KEY
               MOVE W-KEY-LEN       TO HMAC-KEY-LEN
           END-IF

           PERFORM SUB-2300-READ-IN THRU SUB-2300-EXIT

           PERFORM SUB-6810-DIGEST-RECORD THRU SUB-6810-EXIT
               UNTIL W-IN-EOF OR W-STAGE-FAILED

           PERFORM SUB-2250-CLOSE-STAGE THRU SUB-2250-EXIT

           IF      W-STAGE-FAILED
               GO TO SUB-6800-EXIT
           END-IF

           IF      W-DIGEST-MD5
               IF      W-FIRST-IN
                   SET  MD5-STAGE-START-END
                                    TO TRUE
               ELSE
                   SET  MD5-STAGE-END
                                    TO TRUE
               END-IF
               MOVE 0               TO MD5-BUFFER-LEN
               SET  MD5-BUFFER-PTR  TO NULL
               CALL W-MD5-PROG   USING W-MD5-PARAMETER
           END-IF

           IF      W-DIGEST-HMAC
               IF      W-FIRST-IN
                   SET  HMAC-STAGE-START-END
                                    TO TRUE
               ELSE
                   SET  HMAC-STAGE-END
                                    TO TRUE
               END-IF
               MOVE 0               TO HMAC-BUFFER-LEN
               SET  HMAC-BUFFER-PTR TO NULL
               PERFORM SUB-6820-CALL-HMAC THRU SUB-6820-EXIT
               MOVE HMAC-DIGEST-HEX TO W-MAC-HEX
           END-IF

           IF      W-STAGE-FAILED
               GO TO SUB-6800-EXIT
           END-IF

           MOVE W-IN-DSNAME         TO W-LINEAGE-DSNAME
           MOVE W-IN-COUNT          TO W-LINEAGE-COUNT
           PERFORM SUB-2500-FINISH-LINEAGE THRU SUB-2500-EXIT
           .
       SUB-6800-EXIT.
           EXIT.
      /
       SUB-6810-DIGEST-RECORD.
      *---------------------------

           SET  CRC-BUFFER-PTR OF W-CRC32-LINE-PARAMETER
                                    TO ADDRESS OF W-IN-AREA
           MOVE W-IN-REC-LEN        TO CRC-BUFFER-LEN
                                       OF W-CRC32-LINE-PARAMETER
           PERFORM SUB-2450-FEED-LINEAGE THRU SUB-2450-EXIT

           IF      W-DIGEST-MD5
               IF      W-FIRST-IN
                   SET  MD5-STAGE-START
                                    TO TRUE
               ELSE
                   SET  MD5-STAGE-IN-PROCESS
                                    TO TRUE
               END-IF
               SET  MD5-BUFFER-PTR  TO ADDRESS OF W-IN-AREA
               MOVE W-IN-REC-LEN    TO MD5-BUFFER-LEN
               CALL W-MD5-PROG   USING W-MD5-PARAMETER
           END-IF

           IF      W-DIGEST-HMAC
               IF      W-FIRST-IN
                   SET  HMAC-STAGE-START
                                    TO TRUE
               ELSE
                   SET  HMAC-STAGE-IN-PROCESS
                                    TO TRUE
               END-IF
               SET  HMAC-BUFFER-PTR TO ADDRESS OF W-IN-AREA
               MOVE W-IN-REC-LEN    TO HMAC-BUFFER-LEN
               PERFORM SUB-6820-CALL-HMAC THRU SUB-6820-EXIT
           END-IF

           SET  W-NOT-FIRST-IN      TO TRUE

           PERFORM SUB-2300-READ-IN THRU SUB-2300-EXIT
           .
       SUB-6810-EXIT.
           EXIT.
      /
       SUB-6820-CALL-HMAC.
      *----------------------

           CALL W-HMAC-PROG      USING W-HMAC-PARAMETER

           IF      NOT UTIL-RC-OK OF W-HMAC-PARAMETER
               MOVE SPACES          TO W-FAIL-TEXT
               STRING 'HMAC rejected the call - '
                      UTIL-MESSAGE OF W-HMAC-PARAMETER
                   DELIMITED BY SIZE INTO W-FAIL-TEXT
               END-STRING
               SET  W-STAGE-FAILED  TO TRUE
           END-IF
           .
       SUB-6820-EXIT.
           EXIT.
      /
       SUB-7000-REPORT.
      *-------------------

      **** THE ONE SUMMARY REPORT: HEADING, ONE LINE PER STAGE WITH
      **** ITS LINEAGE DATASET, RECORDS AND CRC32 AND A DETAIL LINE
      **** BENEATH, THEN THE OUTCOME.

           MOVE SPACES              TO W-CHAIN-TEXT
           MOVE 1                   TO W-CHAIN-PTR

           PERFORM SUB-7050-LIST-CHAIN THRU SUB-7050-EXIT
               VARYING W-S-DX FROM 1 BY 1
                 UNTIL W-S-DX > W-STAGE-MAX

           DISPLAY 'SENDPREP '
           DISPLAY 'SENDPREP OUTBOUND TRANSMISSION PREPARATION'
           DISPLAY 'SENDPREP ======================================'
           DISPLAY 'SENDPREP partner        : ' W-PARTNER-CODE
           DISPLAY 'SENDPREP certified      : ' W-VERDICT-DATE
           DISPLAY 'SENDPREP input          : ' W-INPUT-DSNAME

           IF      W-OUTPUT-DSNAME NOT = SPACES
               DISPLAY 'SENDPREP output         : ' W-OUTPUT-DSNAME
           END-IF

           IF      W-SIGNATURE-DSNAME NOT = SPACES
               DISPLAY 'SENDPREP signature      : '
                   W-SIGNATURE-DSNAME
           END-IF

           DISPLAY 'SENDPREP chain          : ' W-CHAIN-TEXT
           DISPLAY 'SENDPREP '
           DISPLAY 'SENDPREP stage     result    records    CRC32'
               '     dataset'
           DISPLAY 'SENDPREP --------  --------  ---------  --------'
               '  --------------------------------------------'

           PERFORM SUB-7100-REPORT-STAGE THRU SUB-7100-EXIT
               VARYING W-S-DX FROM 1 BY 1
                 UNTIL W-S-DX > W-STAGE-MAX

           MOVE W-STAGES-RUN        TO W-DISPLAY-COUNT
           DISPLAY 'SENDPREP '
           DISPLAY 'SENDPREP stages run     : ' W-DISPLAY-COUNT
           DISPLAY 'SENDPREP '

           IF      W-CHAIN-BROKEN
               DISPLAY 'SENDPREP ** NOT READY ** - stage '
                   W-FAILED-STAGE ' failed; the transmission must '
                   'not be sent'
           ELSE
               DISPLAY 'SENDPREP READY - every stage in the chain '
                   'completed'
           END-IF
           .
       SUB-7000-EXIT.
           EXIT.
      /
       SUB-7050-LIST-CHAIN.
      *-----------------------

           IF      STG-IN-CHAIN(W-S-DX)
               STRING STG-PROGRAM(W-S-DX) DELIMITED BY SPACE
                      ' '                 DELIMITED BY SIZE
                   INTO W-CHAIN-TEXT
                   WITH POINTER W-CHAIN-PTR
               END-STRING
           END-IF
           .
       SUB-7050-EXIT.
           EXIT.
      /
       SUB-7100-REPORT-STAGE.
      *--------------------------

           IF      STG-NOT-IN-CHAIN(W-S-DX)
               DISPLAY 'SENDPREP ' STG-PROGRAM(W-S-DX)
                   '  (not in chain)'
               GO TO SUB-7100-EXIT
           END-IF

           MOVE STG-RECORDS(W-S-DX) TO W-TXT-NUM-1

           DISPLAY 'SENDPREP ' STG-PROGRAM(W-S-DX) '  '
               STG-RESULT(W-S-DX) '  ' W-TXT-NUM-1 '  '
               STG-CRC-HEX(W-S-DX) '  ' STG-DSNAME(W-S-DX)

           IF      STG-SUMMARY(W-S-DX) NOT = SPACES
               DISPLAY 'SENDPREP           ' STG-SUMMARY(W-S-DX)
           END-IF
           .
       SUB-7100-EXIT.
           EXIT.
      /
       SUB-8000-SHUT-DOWN.
      *-------------------

           IF      W-FAIL-RC = 16
               DISPLAY 'SENDPREP completed with errors'
               GO TO SUB-8000-EXIT
           END-IF

           MOVE 'SENDPREP'          TO STW-PROGRAM
           MOVE W-CURRENT-DSNAME    TO STW-DATASET
           MOVE SPACES              TO STW-CHECKSUM
                                       STW-DETAIL

           IF      W-CHAIN-BROKEN
               SET  STW-RESULT-FAIL TO TRUE
               STRING 'partner ' W-PARTNER-CODE
                      ' failed at stage ' W-FAILED-STAGE
                   DELIMITED BY SIZE INTO STW-DETAIL
               END-STRING
           ELSE
               SET  STW-RESULT-PASS TO TRUE
               STRING 'partner ' W-PARTNER-CODE
                      ' transmission prepared'
                   DELIMITED BY SIZE INTO STW-DETAIL
               END-STRING
           END-IF

           CALL W-STATWRT-PROG   USING W-STATWRT-PARAMETER

      **** THE CALL HANDS STATWRT'S RETURN CODE BACK INTO THIS
      **** PROGRAM'S RETURN-CODE REGISTER, SO THE RUN'S CODE IS
      **** RE-ESTABLISHED AFTERWARDS.

           MOVE W-FAIL-RC           TO RETURN-CODE

           DISPLAY 'SENDPREP completed'
           .
       SUB-8000-EXIT.
           EXIT.
