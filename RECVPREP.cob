      *=========================== RECVPREP ============================*
      * Authors: Brian D Pead
      *
      * Description: One-step inbound transmission recovery, the
      *              receiving side of SENDPREP.  RECVPREP takes a
      *              partner code and the transmission received from
      *              (or sent to) that partner, reads the partner's
      *              profile from the PARTNERS registry, and unwinds
      *              the partner's chain in reverse, checking each
      *              stage as it goes: HMACSIGN's detached signature
      *              is verified over the transmission, every line of
      *              MANIFEST's checksum list is verified against it,
      *              B64FILE's wrapping is decoded and the records cut
      *              back out by their record descriptor words,
      *              ENCFILE's encryption is decrypted under the key
      *              version its header names, resolved through
      *              KEYRES, and proved against its 'T' trailer,
      *              CMPFILE's compression is expanded and proved
      *              against its 'T' trailer, and TRLRGEN's trailer is
      *              reconciled against the body it describes.  The
      *              chain comes from a RECVPREP-tagged CHAIN card
      *              when the profile has one, otherwise from the
      *              SENDPREP-tagged card the sending side runs; the
      *              trailer, decryption and signature stages take
      *              the cards tagged for their own programs, and a
      *              profile carrying an ENCFILE card whose chain
      *              does not name ENCFILE is refused.  Each stage's
      *              output feeds the next through the RECVWK1,
      *              RECVWK2 and RECVWK3 work datasets until the last
      *              one writes the recovered OUTPUT dataset; every
      *              stage leaves one CRCCTL lineage entry under its
      *              program's name, and one summary report shows
      *              every stage's result.  The first stage that
      *              fails verification is named, and nothing beyond
      *              it is run.
      *              RETURN-CODE 8 when a stage fails verification,
      *              16 for a bad deck or a partner with no profile
      *              or chain.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-10-15  1.0      First release
      * 2026-10-15  1.1      ENCFILE decryption stage between the
      *                      Base64 decoding and the expansion; an
      *                      ENCFILE profile card is no longer
      *                      passed over when the chain leaves it out
      *================================================================*

       PROCESS TRUNC(BIN)

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 RECVPREP.

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
      **** CMPFILE AND ENCFILE READ THEM.

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

           SELECT MANIFEST-FILE
               ASSIGN TO           'MANIFEST'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-MAN-FILE-STATUS.

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

       FD  MANIFEST-FILE.

       01  MANIFEST-RECORD             PIC X(100).

      **** THE DETACHED SIGNATURE, IN HMACSIGN'S OWN LAYOUT.

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
       01  W-EXPAND-PROG            PIC X(08)       VALUE 'EXPAND'.
       01  W-AES-PROG               PIC X(08)       VALUE 'AES'.
       01  W-HEXPACK-PROG           PIC X(08)       VALUE 'HEXPACK'.
       01  W-DECB64-PROG            PIC X(08)       VALUE 'DECB64'.
       01  W-MD5-PROG               PIC X(08)       VALUE 'MD5'.
       01  W-HMAC-PROG              PIC X(08)       VALUE 'HMAC'.
       01  W-KEYRES-PROG            PIC X(08)       VALUE 'KEYRES'.
       01  W-STATWRT-PROG           PIC X(08)       VALUE 'STATWRT'.

       01  W-SYSIN-FILE-STATUS      PIC X(02).
       01  W-PRTREG-FILE-STATUS     PIC X(02).
       01  W-IN-FILE-STATUS         PIC X(02).
       01  W-OUT-FILE-STATUS        PIC X(02).
       01  W-MAN-FILE-STATUS        PIC X(02).
       01  W-SIG-FILE-STATUS        PIC X(02).

       01  W-PARTNER-CODE           PIC X(08)       VALUE SPACES.
       01  W-INPUT-DSNAME           PIC X(44)       VALUE SPACES.
       01  W-OUTPUT-DSNAME          PIC X(44)       VALUE SPACES.
       01  W-SIGNATURE-DSNAME       PIC X(44)       VALUE SPACES.

      **** THE DATASETS OF THE STAGE IN PROGRESS, AND THE DATASET
      **** THE UNWINDING HAS REACHED SO FAR (THE TRANSMISSION, UNTIL
      **** A STAGE WRITES A NEW ONE).

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
           'RECVWK1 RECVWK2 RECVWK3 '.
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
           88  W-MAN-EOF                            VALUE 'Y'.
           88  W-MAN-NOT-EOF                        VALUE 'N'.

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

      **** THE CHAIN: THE SIX STAGES IN THE ORDER SENDPREP RUNS
      **** THEM.  RECVPREP UNWINDS THEM FROM THE LAST TO THE FIRST.

       01  W-STAGE-NAMES-X          PIC X(48)       VALUE
           'TRLRGEN CMPFILE ENCFILE B64FILE MANIFESTHMACSIGN'.
       01  FILLER REDEFINES W-STAGE-NAMES-X.
           05  W-STAGE-NAME        PIC X(08)       OCCURS 6.

       01  W-STAGE-DESCS-X          PIC X(96)       VALUE
           'trailer check   expansion       decryption      '
         & 'Base64 decoding manifest check  signature check '.
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
                   88  STG-VERIFIED                 VALUE 'VERIFIED'.
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
       01  W-MISMATCH-COUNT         PIC 9(04)  COMP.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-STAGE-FAILED                       VALUE 'Y'.
           88  W-STAGE-GOOD                         VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-CHAIN-BROKEN                       VALUE 'Y'.
           88  W-CHAIN-WHOLE                        VALUE 'N'.

      **** THE PARTNER'S PROFILE.  A RECVPREP CHAIN CARD, WHEN THE
      **** PROFILE HAS ONE, DESCRIBES WHAT THE PARTNER SENDS IN;
      **** OTHERWISE THE SENDPREP CHAIN CARD IS TAKEN TO DESCRIBE
      **** BOTH DIRECTIONS.

       01  W-PROFILE-CARD           PIC X(80).
       01  W-PROFILE-PROGRAM        PIC X(08).
       01  W-PROFILE-COUNT          PIC 9(05)  COMP VALUE 0.
       01  W-OTHER-CARD-COUNT       PIC 9(05)  COMP VALUE 0.
       01  W-RECV-CHAIN-CARD        PIC X(80)       VALUE SPACES.
       01  W-SEND-CHAIN-CARD        PIC X(80)       VALUE SPACES.
       01  W-CHAIN-CARD             PIC X(80)       VALUE SPACES.
       01  W-CHAIN-SOURCE           PIC X(08)       VALUE SPACES.

      **** THE TRAILER STAGE: TRLRGEN'S OWN CARD FORMAT AND FIELDS.

       01  W-CARD-KEYWORD           PIC X(12).
       01  W-CARD-OFFSET            PIC X(05).
       01  W-CARD-LENGTH            PIC X(05).
       01  W-CARD-FORMAT            PIC X(07).
       01  W-CARD-DIGITS            PIC X(05).

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

       01  W-HELD-RECORD            PIC X(32760).
       01  W-HELD-LEN               PIC 9(05)  COMP.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-HELD-PRESENT                       VALUE 'Y'.
           88  W-HELD-ABSENT                        VALUE 'N'.

       01  W-BODY-COUNT             PIC 9(09)  COMP VALUE 0.
       01  W-BODY-AMOUNT            PIC S9(17) COMP VALUE 0.
       01  W-BODY-CRC               PIC X(08).
       01  W-TRAILER-COUNT          PIC S9(17) COMP.
       01  W-TRAILER-AMOUNT         PIC S9(17) COMP.
       01  W-TRAILER-CRC            PIC X(08).
       01  W-CRC-FOLD-1             PIC X(08).
       01  W-CRC-FOLD-2             PIC X(08).

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

      **** THE EXPANSION STAGE: CMPFILE'S 'T' TRAILER AS READ.

       01  W-EXP-TRAILER-HEX        PIC X(08).
       01  W-EXP-TRAILER-COUNT      PIC 9(09).
       01  W-EXP-FILE-HEX           PIC X(08).

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-EXP-TRAILER-SEEN                   VALUE 'Y'.
           88  W-EXP-TRAILER-NOT-SEEN               VALUE 'N'.

      **** THE DECRYPTION STAGE: THE KEY LABEL THE PROFILE'S ENCFILE
      **** KEY-LABEL CARD NAMES, WHICH THE HEADER MUST NAME TOO, AND
      **** THE KEY RESOLVED THROUGH KEYRES AT THE VERSION THE HEADER
      **** CARRIES.  THE KEY IS NEVER DISPLAYED, AND IS CLEARED AS
      **** SOON AS AES HAS BUILT ITS KEY SCHEDULE FROM IT.

       01  W-ENC-KEY-LABEL          PIC X(16)       VALUE SPACES.
       01  W-ENC-KEY-VERSION        PIC 9(04)       VALUE 0.
       01  W-ENC-KEY                PIC X(32)       VALUE LOW-VALUES.
       01  W-ENC-KEY-LEN            PIC 9(09)  COMP VALUE 0.
       01  W-ENC-ALGORITHM          PIC X(11)       VALUE SPACES.
       01  W-ENC-CARD-COUNT         PIC 9(05)  COMP VALUE 0.
       01  W-IV                     PIC X(16).

      **** ENCFILE'S 'H' HEADER BODY AS READ.  ITS 'T' TRAILER HAS
      **** THE SAME LAYOUT AS CMPFILE'S.

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

       01  W-DEC-TRAILER-HEX        PIC X(08).
       01  W-DEC-TRAILER-COUNT      PIC 9(09).
       01  W-DEC-FILE-HEX           PIC X(08).

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-DEC-TRAILER-SEEN                   VALUE 'Y'.
           88  W-DEC-TRAILER-NOT-SEEN               VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-STREAM-OPEN                        VALUE 'Y'.
           88  W-STREAM-NOT-OPEN                    VALUE 'N'.

      **** THE BASE64 STAGE: THE DECODE CARRY AND THE FRAME BUFFER
      **** THE DECODED BYTES COLLECT IN UNTIL A WHOLE RECORD -- ITS
      **** RECORD DESCRIPTOR WORD AND THE BYTES IT COUNTS -- IS
      **** THERE TO BE CUT OUT.

       01  W-RDW-VALUE              PIC 9(09)  COMP.
       01  W-RDW-BYTES REDEFINES W-RDW-VALUE
                                    PIC X(04).

       01  W-CARRY                  PIC X(03).
       01  W-CARRY-LEN              PIC 9(04)  COMP VALUE 0.

       01  W-WORK-BUF               PIC X(32770).
       01  W-WORK-LEN               PIC 9(09)  COMP.
       01  W-FULL-LEN               PIC 9(09)  COMP.
       01  W-GROUP-COUNT            PIC 9(09)  COMP.
       01  W-GROUP-REM              PIC 9(09)  COMP.

       01  W-CODE-BUF               PIC X(24580).
       01  W-CODE-LEN               PIC 9(09)  COMP.

       01  W-FRAME-BUF              PIC X(57700).
       01  W-FRAME-LEN              PIC 9(09)  COMP VALUE 0.
       01  W-FRAME-POS              PIC 9(09)  COMP.
       01  W-FRAME-REST             PIC 9(09)  COMP.
       01  W-HOLD-BUF               PIC X(57700).

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-FRAME-WAITING                      VALUE 'Y'.
           88  W-FRAME-READY                        VALUE 'N'.

      **** THE MANIFEST STAGE: ONE LINE'S TOKENS AND EXPECTED
      **** FIGURES, IN EITHER LAYOUT MANIFEST WRITES.

       01  W-TOK-1                  PIC X(44).
       01  W-TOK-2                  PIC X(44).
       01  W-TOK-3                  PIC X(44).
       01  W-EXPECT-MD5             PIC X(32).
       01  W-EXPECT-CRC             PIC 9(10).
       01  W-EXPECT-BYTES           PIC 9(18).
       01  W-ACTUAL-CRC             PIC 9(10).
       01  W-MAN-LINES              PIC 9(05)  COMP VALUE 0.
       01  W-MAN-PASSED             PIC 9(05)  COMP VALUE 0.

      **** THE SIGNATURE STAGE: THE SIGNATURE AS READ, AND THE KEY
      **** IT NAMES RESOLVED THROUGH KEYRES AT THE VERSION IT WAS
      **** MADE WITH.  THE KEY IS NEVER DISPLAYED.

       01  W-KEY-LABEL              PIC X(16)       VALUE SPACES.
       01  W-KEY-VERSION            PIC X(04)       VALUE SPACES.
       01  W-KEY                    PIC X(64)       VALUE SPACES.
       01  W-KEY-LEN                PIC 9(09)  COMP VALUE 0.
       01  W-MAC-HEX                PIC X(64)       VALUE SPACES.

       01  W-EXPECTED-MAC           PIC X(64).
       01  W-EXPECTED-BYTES         PIC 9(18).
       01  W-EXPECTED-RECORDS       PIC 9(09).
       01  W-EXPECTED-LABEL         PIC X(16).
       01  W-EXPECTED-VERSION       PIC X(04)       VALUE SPACES.

      **** WHICH DIGESTS A PASS OVER THE TRANSMISSION FEEDS.

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
       01  W-DATA-AREA              PIC X(32760).

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
       01  W-TXT-AMT-2              PIC +9(17).
       01  W-TXT-CRC-1              PIC 9(10).
       01  W-DISPLAY-COUNT          PIC ZZZ,ZZZ,ZZ9.
       01  W-DISPLAY-CARDS          PIC 9(05).
       01  W-CHAIN-TEXT             PIC X(60).
       01  W-CHAIN-PTR              PIC 9(04)  COMP.

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
      **** BODY, THE EXPANDED OR DECRYPTED DATA), WHICH NAMES NO JOB
      **** AND SO LEAVES NO CRCCTL RECORD OF ITS OWN.

       01  W-CRC32-LINE-PARAMETER.  COPY CRC32L.

       01  W-CRC32-DATA-PARAMETER.  COPY CRC32L.

       01  W-CRCHEX-PARAMETER.      COPY CRCHEXL.

       01  W-EXPAND-PARAMETER.      COPY EXPANDL.

       01  W-AES-PARAMETER.         COPY AESL.

       01  W-HEXPACK-PARAMETER.     COPY HEXPACKL.

       01  W-DECB64-PARAMETER.      COPY DECB64L.

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
               PERFORM SUB-2000-UNWIND-CHAIN THRU SUB-2000-EXIT
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

           DISPLAY 'RECVPREP compiled on '
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
      ****   INPUT       THE TRANSMISSION RECEIVED IN 12-55
      ****   OUTPUT      THE RECOVERED DATASET IN 12-55, WRITTEN BY
      ****               THE LAST STAGE THAT TRANSFORMS THE FILE
      ****   SIGNATURE   THE DETACHED SIGNATURE DATASET IN 12-55,
      ****               WHEN THE CHAIN SIGNS
      **** THE MANIFEST, WHEN THE CHAIN CARRIES ONE, IS READ FROM
      **** THE MANIFEST DD.

           OPEN INPUT SYSIN-FILE

           IF      W-SYSIN-FILE-STATUS NOT = '00'
               DISPLAY 'RECVPREP unable to open SYSIN - status '
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
               DISPLAY 'RECVPREP the PARTNER card is required'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1100-EXIT
           END-IF

           IF      W-INPUT-DSNAME = SPACES
               DISPLAY 'RECVPREP the INPUT card is required'
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
                   DISPLAY 'RECVPREP unknown SYSIN card: '
                       SYSIN-RECORD(1:10)
                   MOVE 16          TO RETURN-CODE
           END-EVALUATE
           .
       SUB-1150-EXIT.
           EXIT.
      /
       SUB-1200-LOAD-PROFILE.
      *-------------------------

      **** READ THE PARTNER'S PROFILE FROM THE PARTNERS REGISTRY.
      **** THE TRAILER AND SIGNATURE STAGES NEED THEIR PROGRAMS'
      **** CARDS TO CHECK AGAINST; THE BASE64 AND MANIFEST OPTIONS
      **** SHAPE ONLY WHAT IS SENT, AND ARE LEFT ALONE HERE, AS ARE
      **** CARDS FOR EVERY OTHER PROGRAM.

           OPEN INPUT PARTNER-FILE

           IF      W-PRTREG-FILE-STATUS NOT = '00'
               DISPLAY 'RECVPREP unable to open PARTNERS - status '
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
               DISPLAY 'RECVPREP partner not found in PARTNERS: '
                   W-PARTNER-CODE
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1200-EXIT
           END-IF

           MOVE W-PROFILE-COUNT     TO W-DISPLAY-CARDS
           DISPLAY 'RECVPREP partner profile in effect: '
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
               WHEN 'RECVPREP'
                   PERFORM SUB-1600-TAKE-CHAIN-CARD THRU SUB-1600-EXIT

               WHEN 'SENDPREP'
                   PERFORM SUB-1600-TAKE-CHAIN-CARD THRU SUB-1600-EXIT

               WHEN 'TRLRGEN'
                   PERFORM SUB-1300-TAKE-TRLRGEN-CARD
                      THRU SUB-1300-EXIT

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
      **** COUNT IN 14-18.  TRAILER-MODE AND TRAILER-LEN SAY HOW
      **** THE TRAILER WAS BUILT, NOT WHAT IT HOLDS, SO THEY ARE
      **** ACCEPTED AND LEFT ALONE.

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
                       DISPLAY 'RECVPREP TRLRGEN HEADERS count is not '
                           'numeric: ' W-CARD-DIGITS
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       MOVE W-CARD-DIGITS
                                    TO W-HEADER-COUNT
                   END-IF

               WHEN 'TRAILER-MODE'
                   CONTINUE

               WHEN 'TRAILER-LEN'
                   CONTINUE

               WHEN SPACES
                   CONTINUE

               WHEN OTHER
                   DISPLAY 'RECVPREP unknown TRLRGEN profile card: '
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
               DISPLAY 'RECVPREP TRLRGEN ' W-CARD-KEYWORD
                   ' offset/length not numeric: '
                   W-PROFILE-CARD(1:24)
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1310-EXIT.
           EXIT.
      /
       SUB-1500-TAKE-HMACSIGN-CARD.
      *--------------------------------

      **** HMACSIGN'S PROFILE CARDS: KEY-LABEL WITH THE LABEL IN
      **** COLUMNS 12-27, WHICH THE SIGNATURE MUST NAME.  A RECORD-
      **** MODE CARD IS ACCEPTED AND LEFT ALONE -- THE CHAIN ITSELF
      **** KNOWS WHETHER THE TRANSMISSION IS TEXT OR BINARY.

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
                       DISPLAY 'RECVPREP HMACSIGN KEY-LABEL card has '
                           'no label'
                       MOVE 16      TO RETURN-CODE
                   END-IF

               WHEN 'RECORD-MOD'
                   CONTINUE

               WHEN 'KEY'
                   DISPLAY 'RECVPREP a registry profile may not '
                       'carry key material'
                   MOVE 16          TO RETURN-CODE

               WHEN 'PARTNER'
                   DISPLAY 'RECVPREP a registry entry may not name '
                       'another PARTNER'
                   MOVE 16          TO RETURN-CODE

               WHEN SPACES
                   CONTINUE

               WHEN OTHER
                   DISPLAY 'RECVPREP unknown HMACSIGN profile card: '
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
      **** COLUMNS 12-27, WHICH THE HEADER MUST NAME.  A RECORD-MODE
      **** CARD IS ACCEPTED AND LEFT ALONE -- THE HEADER SAYS WHAT
      **** THE PLAINTEXT WAS.  EVERY ENCFILE CARD IS COUNTED: A
      **** PARTNER WITH ONE HAS ASKED FOR ITS PAYLOADS ENCRYPTED.

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
                       DISPLAY 'RECVPREP ENCFILE KEY-LABEL card has '
                           'no label'
                       MOVE 16      TO RETURN-CODE
                   END-IF

               WHEN 'RECORD-MOD'
                   CONTINUE

               WHEN 'KEY'
                   DISPLAY 'RECVPREP a registry profile may not '
                       'carry key material'
                   MOVE 16          TO RETURN-CODE

               WHEN 'PARTNER'
                   DISPLAY 'RECVPREP a registry entry may not name '
                       'another PARTNER'
                   MOVE 16          TO RETURN-CODE

               WHEN SPACES
                   CONTINUE

               WHEN OTHER
                   DISPLAY 'RECVPREP unknown ENCFILE profile card: '
                       W-CARD-KEYWORD
                   MOVE 16          TO RETURN-CODE
           END-EVALUATE
           .
       SUB-1550-EXIT.
           EXIT.
      /
       SUB-1600-TAKE-CHAIN-CARD.
      *-----------------------------

      **** THE RECVPREP OR SENDPREP CHAIN CARD, KEYWORD IN COLUMNS
      **** 1-11, THE STAGE PROGRAMS ONE PER 9 COLUMNS FROM COLUMN
      **** 12, IN THE ORDER THE SENDING SIDE RUNS THEM.  SENDPREP'S
      **** OTHER CARDS ARE ITS OWN BUSINESS.

           IF      W-PROFILE-CARD(1:11) NOT = 'CHAIN'
               IF      W-PROFILE-PROGRAM = 'RECVPREP'
               AND     W-PROFILE-CARD NOT = SPACES
                   DISPLAY 'RECVPREP unknown RECVPREP profile card: '
                       W-PROFILE-CARD(1:11)
                   MOVE 16          TO RETURN-CODE
               END-IF
               GO TO SUB-1600-EXIT
           END-IF

           IF      W-PROFILE-PROGRAM = 'RECVPREP'
               IF      W-RECV-CHAIN-CARD NOT = SPACES
                   DISPLAY 'RECVPREP only one RECVPREP CHAIN card is '
                       'allowed'
                   MOVE 16          TO RETURN-CODE
               ELSE
                   MOVE W-PROFILE-CARD
                                    TO W-RECV-CHAIN-CARD
               END-IF
           ELSE
               IF      W-SEND-CHAIN-CARD NOT = SPACES
                   DISPLAY 'RECVPREP only one SENDPREP CHAIN card is '
                       'allowed'
                   MOVE 16          TO RETURN-CODE
               ELSE
                   MOVE W-PROFILE-CARD
                                    TO W-SEND-CHAIN-CARD
               END-IF
           END-IF
           .
       SUB-1600-EXIT.
           EXIT.
      /
       SUB-1700-TAKE-CHAIN.
      *-----------------------

      **** EVERY STAGE THE CHAIN CARD NAMES MUST BE A STAGE PROGRAM,
      **** NAMED ONCE, IN CHAIN ORDER.

           IF      W-RECV-CHAIN-CARD NOT = SPACES
               MOVE W-RECV-CHAIN-CARD
                                    TO W-CHAIN-CARD
               MOVE 'RECVPREP'      TO W-CHAIN-SOURCE
           ELSE
               MOVE W-SEND-CHAIN-CARD
                                    TO W-CHAIN-CARD
               MOVE 'SENDPREP'      TO W-CHAIN-SOURCE
           END-IF

           IF      W-CHAIN-CARD = SPACES
               DISPLAY 'RECVPREP partner ' W-PARTNER-CODE
                   ' has no RECVPREP or SENDPREP CHAIN card - '
                   'nothing to unwind'
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
               DISPLAY 'RECVPREP the CHAIN card names no stage'
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
                   DISPLAY 'RECVPREP CHAIN names no stage program: '
                       W-CHAIN-ENTRY
                   MOVE 16          TO RETURN-CODE
                   GO TO SUB-1710-EXIT
               WHEN STG-PROGRAM(W-S-DX) = W-CHAIN-ENTRY
                   SET  W-STAGE-NO  TO W-S-DX
           END-SEARCH

           IF      W-STAGE-NO NOT > W-PREV-STAGE
               DISPLAY 'RECVPREP CHAIN must name each stage once, in '
                   'the order TRLRGEN CMPFILE ENCFILE B64FILE '
                   'MANIFEST HMACSIGN: ' W-CHAIN-ENTRY
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1710-EXIT
           END-IF

           SET  STG-IN-CHAIN(W-S-DX)
                                    TO TRUE
           MOVE W-STAGE-NO          TO W-PREV-STAGE
           ADD  1                   TO W-CHAIN-COUNT

      **** UNWINDING RUNS BACKWARDS, SO THE FIRST TRANSFORMING STAGE
      **** IN CHAIN ORDER IS THE LAST TO RUN AND WRITES THE OUTPUT.

           IF      W-STAGE-NO NOT > W-STG-B64FILE
           AND     W-TRANSFORM-LAST = 0
               MOVE W-STAGE-NO      TO W-TRANSFORM-LAST
           END-IF
           .
       SUB-1710-EXIT.
           EXIT.
      /
       SUB-1800-VALIDATE-PROFILE.
      *------------------------------

      **** EACH STAGE IN THE CHAIN MUST HAVE WHAT IT NEEDS BEFORE
      **** ANYTHING IS READ.

           IF      STG-IN-CHAIN(W-STG-TRLRGEN)
               IF      CNT-PRESENT = 'N'
               AND     AMT-PRESENT = 'N'
               AND     CRF-PRESENT = 'N'
                   DISPLAY 'RECVPREP the chain carries a trailer but '
                       'the profile describes no TRLRGEN trailer '
                       'fields'
                   MOVE 16          TO RETURN-CODE
                   GO TO SUB-1800-EXIT
               END-IF
               IF      AMT-PRESENT = 'Y'
               AND     BDY-PRESENT = 'N'
                   DISPLAY 'RECVPREP TRLRGEN AMOUNT-FIELD needs a '
                       'BODY-AMOUNT card naming the body field to '
                       'total'
                   MOVE 16          TO RETURN-CODE
                   GO TO SUB-1800-EXIT
               END-IF
           END-IF

      **** A PARTNER WHOSE PROFILE CARRIES ENCFILE CARDS SENDS ITS
      **** PAYLOADS ENCRYPTED, SO A CHAIN THAT LEAVES ENCFILE OUT
      **** CANNOT UNWIND WHAT ARRIVES.

           IF      STG-IN-CHAIN(W-STG-ENCFILE)
               IF      W-ENC-KEY-LABEL = SPACES
                   DISPLAY 'RECVPREP the chain decrypts but the '
                       'profile has no ENCFILE KEY-LABEL card'
                   MOVE 16          TO RETURN-CODE
                   GO TO SUB-1800-EXIT
               END-IF
           ELSE
               IF      W-ENC-CARD-COUNT > 0
                   DISPLAY 'RECVPREP partner ' W-PARTNER-CODE
                       ' requires encryption (ENCFILE profile cards) '
                       'but the CHAIN card does not name ENCFILE'
                   MOVE 16          TO RETURN-CODE
                   GO TO SUB-1800-EXIT
               END-IF
           END-IF

           IF      STG-IN-CHAIN(W-STG-HMACSIGN)
               IF      W-KEY-LABEL = SPACES
                   DISPLAY 'RECVPREP the chain signs but the profile '
                       'has no HMACSIGN KEY-LABEL card'
                   MOVE 16          TO RETURN-CODE
                   GO TO SUB-1800-EXIT
               END-IF
               IF      W-SIGNATURE-DSNAME = SPACES
                   DISPLAY 'RECVPREP the chain signs - the SIGNATURE '
                       'card is required'
                   MOVE 16          TO RETURN-CODE
                   GO TO SUB-1800-EXIT
               END-IF
           ELSE
               IF      W-SIGNATURE-DSNAME NOT = SPACES
                   DISPLAY 'RECVPREP SIGNATURE card given but the '
                       'chain does not sign'
                   MOVE 16          TO RETURN-CODE
                   GO TO SUB-1800-EXIT
               END-IF
           END-IF

           IF      W-TRANSFORM-LAST > 0
               IF      W-OUTPUT-DSNAME = SPACES
                   DISPLAY 'RECVPREP the OUTPUT card is required'
                   MOVE 16          TO RETURN-CODE
               END-IF
           ELSE
               IF      W-OUTPUT-DSNAME NOT = SPACES
                   DISPLAY 'RECVPREP OUTPUT card given but no stage '
                       'in the chain writes a new dataset'
                   MOVE 16          TO RETURN-CODE
               END-IF
           END-IF
           .
       SUB-1800-EXIT.
           EXIT.
      /
       SUB-2000-UNWIND-CHAIN.
      *-------------------------

      **** UNWIND THE CHAIN FROM ITS LAST STAGE BACK TO ITS FIRST,
      **** EACH STAGE TAKING THE DATASET THE UNWINDING HAS REACHED,
      **** UNTIL THE CHAIN IS UNWOUND OR A STAGE FAILS.  THE
      **** TRANSMISSION IS BINARY ONLY WHEN THE SENDING SIDE'S LAST
      **** TRANSFORMING STAGE WAS THE COMPRESSION OR ENCRYPTION.

           MOVE W-INPUT-DSNAME      TO W-CURRENT-DSNAME

           IF     (STG-IN-CHAIN(W-STG-CMPFILE)
           OR      STG-IN-CHAIN(W-STG-ENCFILE))
           AND     STG-NOT-IN-CHAIN(W-STG-B64FILE)
               SET  W-CURRENT-BINARY
                                    TO TRUE
           ELSE
               SET  W-CURRENT-TEXT  TO TRUE
           END-IF

           PERFORM SUB-2100-RUN-STAGE THRU SUB-2100-EXIT
               VARYING W-S-DX FROM W-STAGE-MAX BY -1
                 UNTIL W-S-DX < 1
                    OR W-CHAIN-BROKEN
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
           MOVE 0                   TO W-MISMATCH-COUNT

           DISPLAY 'RECVPREP stage ' STG-PROGRAM(W-S-DX) ' - '
               STG-DESC(W-S-DX)

           EVALUATE W-STAGE-NO
               WHEN W-STG-HMACSIGN
                   PERFORM SUB-6500-SIGNATURE-STAGE THRU SUB-6500-EXIT
               WHEN W-STG-MANIFEST
                   PERFORM SUB-6000-MANIFEST-STAGE THRU SUB-6000-EXIT
               WHEN W-STG-B64FILE
                   PERFORM SUB-5000-BASE64-STAGE THRU SUB-5000-EXIT
               WHEN W-STG-ENCFILE
                   PERFORM SUB-4500-DECRYPT-STAGE THRU SUB-4500-EXIT
               WHEN W-STG-CMPFILE
                   PERFORM SUB-4000-EXPAND-STAGE THRU SUB-4000-EXIT
               WHEN W-STG-TRLRGEN
                   PERFORM SUB-3000-TRAILER-STAGE THRU SUB-3000-EXIT
           END-EVALUATE

           IF      W-STAGE-FAILED
               SET  STG-FAILED(W-S-DX)
                                    TO TRUE
               MOVE W-FAIL-TEXT     TO STG-SUMMARY(W-S-DX)
               MOVE STG-PROGRAM(W-S-DX)
                                    TO W-FAILED-STAGE
               SET  W-CHAIN-BROKEN  TO TRUE
               MOVE 8               TO W-FAIL-RC
               DISPLAY 'RECVPREP ** stage ' W-FAILED-STAGE
                   ' FAILED verification - unwinding stopped **'
               DISPLAY 'RECVPREP ** ' W-FAIL-TEXT
               GO TO SUB-2100-EXIT
           END-IF

           SET  STG-VERIFIED(W-S-DX)
                                    TO TRUE
           ADD  1                   TO W-STAGES-RUN

           IF      W-STAGE-NO NOT > W-STG-B64FILE
               MOVE W-OUT-DSNAME    TO W-CURRENT-DSNAME
               MOVE W-OUT-FORMAT    TO W-CURRENT-FORMAT
           END-IF
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2150-NOTE-MISMATCH.
      *---------------------------

      **** EVERY DIFFERENCE A STAGE FINDS IS PRINTED; THE FIRST IS
      **** THE ONE THE REPORT CARRIES.

           DISPLAY 'RECVPREP   ' W-FAIL-TEXT

           IF      W-MISMATCH-COUNT = 0
               MOVE W-FAIL-TEXT     TO STG-SUMMARY(W-S-DX)
           END-IF

           ADD  1                   TO W-MISMATCH-COUNT
           .
       SUB-2150-EXIT.
           EXIT.
      /
       SUB-2200-OPEN-STAGE.
      *------------------------

      **** A TRANSFORMING STAGE READS THE DATASET THE UNWINDING HAS
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

      **** TRLRGEN: RECONCILE THE TRAILER AGAINST THE BODY IT
      **** DESCRIBES, THE WAY TRLRCHK DOES, COPYING EVERY RECORD --
      **** TRAILER INCLUDED -- TO THE RECOVERED DATASET.

           SET  W-OUT-TEXT          TO TRUE
           PERFORM SUB-2200-OPEN-STAGE THRU SUB-2200-EXIT

           IF      W-STAGE-FAILED
               GO TO SUB-3000-EXIT
           END-IF

           MOVE 0                   TO W-BODY-COUNT
                                       W-BODY-AMOUNT
                                       W-HEADER-SEEN
           SET  W-HELD-ABSENT       TO TRUE

           PERFORM SUB-2300-READ-IN THRU SUB-2300-EXIT

           PERFORM SUB-3100-TAKE-RECORD THRU SUB-3100-EXIT
               UNTIL W-IN-EOF OR W-STAGE-FAILED

           PERFORM SUB-2250-CLOSE-STAGE THRU SUB-2250-EXIT

           IF      W-STAGE-FAILED
               GO TO SUB-3000-EXIT
           END-IF

           IF      W-HELD-ABSENT
               MOVE 'the dataset is empty - no trailer record to '
                  & 'reconcile'
                                    TO W-FAIL-TEXT
               SET  W-STAGE-FAILED  TO TRUE
               GO TO SUB-3000-EXIT
           END-IF

           PERFORM SUB-3300-RECONCILE-TRAILER THRU SUB-3300-EXIT

           IF      W-MISMATCH-COUNT > 0
               MOVE STG-SUMMARY(W-S-DX)
                                    TO W-FAIL-TEXT
               SET  W-STAGE-FAILED  TO TRUE
               GO TO SUB-3000-EXIT
           END-IF

           MOVE W-OUT-DSNAME        TO W-LINEAGE-DSNAME
           MOVE W-OUT-COUNT         TO W-LINEAGE-COUNT
           PERFORM SUB-2500-FINISH-LINEAGE THRU SUB-2500-EXIT

           MOVE W-BODY-COUNT        TO W-TXT-NUM-1
           MOVE W-BODY-AMOUNT       TO W-TXT-AMT-1
           STRING 'trailer agrees: body ' W-TXT-NUM-1
                  ' amount ' W-TXT-AMT-1
                  ' CRC32 ' W-BODY-CRC
               DELIMITED BY SIZE INTO STG-SUMMARY(W-S-DX)
           END-STRING
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-TAKE-RECORD.
      *-------------------------

      **** TRLRCHK'S ONE-RECORD LOOKAHEAD: A NEW RECORD MAKES THE
      **** HELD ONE BODY (OR A HEADER BEING SKIPPED), AND WHATEVER
      **** IS HELD AT END OF FILE IS THE TRAILER.

           MOVE W-IN-AREA(1:W-IN-REC-LEN)
                                    TO W-OUT-AREA(1:W-IN-REC-LEN)
           MOVE W-IN-REC-LEN        TO W-OUT-LEN
           PERFORM SUB-2400-WRITE-OUT THRU SUB-2400-EXIT

           IF      W-HELD-PRESENT
               PERFORM SUB-3200-TAKE-BODY-RECORD THRU SUB-3200-EXIT
               IF      W-STAGE-FAILED
                   GO TO SUB-3100-EXIT
               END-IF
           END-IF

           MOVE W-IN-AREA(1:W-IN-REC-LEN)
                                    TO W-HELD-RECORD(1:W-IN-REC-LEN)
           MOVE W-IN-REC-LEN        TO W-HELD-LEN
           SET  W-HELD-PRESENT      TO TRUE

           PERFORM SUB-2300-READ-IN THRU SUB-2300-EXIT
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3200-TAKE-BODY-RECORD.
      *------------------------------

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
      **** TRLRCHK DOES.

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
       SUB-3300-RECONCILE-TRAILER.
      *-------------------------------

      **** THE HELD RECORD IS THE TRAILER.  CLOSE OUT THE BODY
      **** CHECKSUM, THEN COMPARE EACH DESCRIBED TRAILER FIELD.

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

           IF      CNT-PRESENT = 'Y'
               PERFORM SUB-3310-CHECK-COUNT THRU SUB-3310-EXIT
           END-IF

           IF      AMT-PRESENT = 'Y'
               PERFORM SUB-3320-CHECK-AMOUNT THRU SUB-3320-EXIT
           END-IF

           IF      CRF-PRESENT = 'Y'
               PERFORM SUB-3330-CHECK-CRC THRU SUB-3330-EXIT
           END-IF
           .
       SUB-3300-EXIT.
           EXIT.
      /
       SUB-3310-CHECK-COUNT.
      *------------------------

           MOVE CNT-OFFSET          TO W-FLD-POS
           MOVE CNT-LENGTH          TO W-FLD-LEN
           MOVE CNT-FORMAT          TO W-CARD-FORMAT
           PERFORM SUB-3250-EXTRACT-HELD-VALUE THRU SUB-3250-EXIT

           IF      W-VALUE-BAD
               MOVE 'trailer count field is not numeric'
                                    TO W-FAIL-TEXT
               PERFORM SUB-2150-NOTE-MISMATCH THRU SUB-2150-EXIT
               GO TO SUB-3310-EXIT
           END-IF

           MOVE W-NUM-VALUE         TO W-TRAILER-COUNT

           IF      W-TRAILER-COUNT NOT = W-BODY-COUNT
               MOVE W-TRAILER-COUNT TO W-TXT-BIG-1
               MOVE W-BODY-COUNT    TO W-TXT-NUM-1
               MOVE SPACES          TO W-FAIL-TEXT
               STRING 'trailer count ' W-TXT-BIG-1
                      ', body has ' W-TXT-NUM-1
                   DELIMITED BY SIZE INTO W-FAIL-TEXT
               END-STRING
               PERFORM SUB-2150-NOTE-MISMATCH THRU SUB-2150-EXIT
           END-IF
           .
       SUB-3310-EXIT.
           EXIT.
      /
       SUB-3320-CHECK-AMOUNT.
      *-------------------------

           MOVE AMT-OFFSET          TO W-FLD-POS
           MOVE AMT-LENGTH          TO W-FLD-LEN
           MOVE AMT-FORMAT          TO W-CARD-FORMAT
           PERFORM SUB-3250-EXTRACT-HELD-VALUE THRU SUB-3250-EXIT

           IF      W-VALUE-BAD
               MOVE 'trailer amount field is not numeric'
                                    TO W-FAIL-TEXT
               PERFORM SUB-2150-NOTE-MISMATCH THRU SUB-2150-EXIT
               GO TO SUB-3320-EXIT
           END-IF

           MOVE W-NUM-VALUE         TO W-TRAILER-AMOUNT

           IF      W-TRAILER-AMOUNT NOT = W-BODY-AMOUNT
               MOVE W-TRAILER-AMOUNT
                                    TO W-TXT-AMT-1
               MOVE W-BODY-AMOUNT   TO W-TXT-AMT-2
               MOVE SPACES          TO W-FAIL-TEXT
               STRING 'trailer amount ' W-TXT-AMT-1
                      ', body totals ' W-TXT-AMT-2
                   DELIMITED BY SIZE INTO W-FAIL-TEXT
               END-STRING
               PERFORM SUB-2150-NOTE-MISMATCH THRU SUB-2150-EXIT
           END-IF
           .
       SUB-3320-EXIT.
           EXIT.
      /
       SUB-3330-CHECK-CRC.
      *----------------------

           IF      CRF-OFFSET + CRF-LENGTH > W-HELD-LEN
           OR      CRF-LENGTH NOT = 8
               MOVE 'trailer checksum field must be 8 hex digits '
                    & 'inside the record'
                                    TO W-FAIL-TEXT
               PERFORM SUB-2150-NOTE-MISMATCH THRU SUB-2150-EXIT
               GO TO SUB-3330-EXIT
           END-IF

           MOVE W-HELD-RECORD(CRF-OFFSET + 1:8)
                                    TO W-TRAILER-CRC

           MOVE W-TRAILER-CRC       TO W-CRC-FOLD-1
           MOVE W-BODY-CRC          TO W-CRC-FOLD-2
           INSPECT W-CRC-FOLD-1
               CONVERTING 'ABCDEF' TO 'abcdef'
           INSPECT W-CRC-FOLD-2
               CONVERTING 'ABCDEF' TO 'abcdef'

           IF      W-CRC-FOLD-1 NOT = W-CRC-FOLD-2
               MOVE SPACES          TO W-FAIL-TEXT
               STRING 'trailer checksum ' W-TRAILER-CRC
                      ', body computes ' W-BODY-CRC
                   DELIMITED BY SIZE INTO W-FAIL-TEXT
               END-STRING
               PERFORM SUB-2150-NOTE-MISMATCH THRU SUB-2150-EXIT
           END-IF
           .
       SUB-3330-EXIT.
           EXIT.
      /
       SUB-4000-EXPAND-STAGE.
      *--------------------------

      **** CMPFILE EXPAND: EACH 'D' RECORD EXPANDED BACK TO THE
      **** ORIGINAL, THE WHOLE EXPANDED FILE PROVED AGAINST THE 'T'
      **** TRAILER'S CHECKSUM AND RECORD COUNT.

           SET  W-OUT-TEXT          TO TRUE
           PERFORM SUB-2200-OPEN-STAGE THRU SUB-2200-EXIT

           IF      W-STAGE-FAILED
               GO TO SUB-4000-EXIT
           END-IF

           SET  W-EXP-TRAILER-NOT-SEEN
                                    TO TRUE

           PERFORM SUB-2300-READ-IN THRU SUB-2300-EXIT

           PERFORM SUB-4100-EXPAND-RECORD THRU SUB-4100-EXIT
               UNTIL W-IN-EOF OR W-STAGE-FAILED

           PERFORM SUB-2250-CLOSE-STAGE THRU SUB-2250-EXIT

           IF      W-STAGE-FAILED
               GO TO SUB-4000-EXIT
           END-IF

           PERFORM SUB-4200-VERIFY-TRAILER THRU SUB-4200-EXIT

           IF      W-STAGE-FAILED
               GO TO SUB-4000-EXIT
           END-IF

           MOVE W-OUT-DSNAME        TO W-LINEAGE-DSNAME
           MOVE W-OUT-COUNT         TO W-LINEAGE-COUNT
           PERFORM SUB-2500-FINISH-LINEAGE THRU SUB-2500-EXIT

           MOVE W-OUT-COUNT         TO W-TXT-NUM-1
           STRING 'expanded ' W-TXT-NUM-1
                  ' records, trailer checksum ' W-EXP-TRAILER-HEX
                  ' agrees'
               DELIMITED BY SIZE INTO STG-SUMMARY(W-S-DX)
           END-STRING
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-4100-EXPAND-RECORD.
      *---------------------------

           IF      W-IN-AREA(1:1) = 'T'
               SET  W-EXP-TRAILER-SEEN
                                    TO TRUE
               MOVE W-IN-AREA(2:8)  TO W-EXP-TRAILER-HEX
               IF      W-IN-AREA(11:9) NUMERIC
                   MOVE W-IN-AREA(11:9)
                                    TO W-EXP-TRAILER-COUNT
               ELSE
                   MOVE 0           TO W-EXP-TRAILER-COUNT
               END-IF
               GO TO SUB-4100-NEXT
           END-IF

           IF      W-IN-AREA(1:1) NOT = 'D'
               MOVE W-IN-COUNT      TO W-TXT-NUM-1
               MOVE SPACES          TO W-FAIL-TEXT
               STRING 'record ' W-TXT-NUM-1 ' carries an unknown '
                      'tag - not a CMPFILE file'
                   DELIMITED BY SIZE INTO W-FAIL-TEXT
               END-STRING
               SET  W-STAGE-FAILED  TO TRUE
               GO TO SUB-4100-EXIT
           END-IF

           IF      W-FIRST-IN
               SET  EXP-STAGE-START TO TRUE
               SET  CRC-STAGE-START OF W-CRC32-DATA-PARAMETER
                                    TO TRUE
               SET  W-NOT-FIRST-IN  TO TRUE
           ELSE
               SET  EXP-STAGE-IN-PROCESS
                                    TO TRUE
               SET  CRC-STAGE-IN-PROCESS OF W-CRC32-DATA-PARAMETER
                                    TO TRUE
           END-IF

           SET  EXP-INPUT-PTR       TO ADDRESS OF W-IN-AREA(2:1)
           COMPUTE EXP-INPUT-LEN = W-IN-REC-LEN - 1
           SET  EXP-OUTPUT-PTR      TO ADDRESS OF W-DATA-AREA
           MOVE 32760               TO EXP-OUTPUT-MAX

           CALL W-EXPAND-PROG    USING W-EXPAND-PARAMETER

           IF      NOT UTIL-RC-OK OF W-EXPAND-PARAMETER
               MOVE W-IN-COUNT      TO W-TXT-NUM-1
               MOVE SPACES          TO W-FAIL-TEXT
               STRING 'EXPAND failed on record ' W-TXT-NUM-1
                      ' - ' UTIL-MESSAGE OF W-EXPAND-PARAMETER
                   DELIMITED BY SIZE INTO W-FAIL-TEXT
               END-STRING
               SET  W-STAGE-FAILED  TO TRUE
               GO TO SUB-4100-EXIT
           END-IF

           SET  CRC-BUFFER-PTR OF W-CRC32-DATA-PARAMETER
                                    TO ADDRESS OF W-DATA-AREA
           MOVE EXP-OUTPUT-LEN      TO CRC-BUFFER-LEN
                                       OF W-CRC32-DATA-PARAMETER
           CALL W-CRC32-PROG     USING W-CRC32-DATA-PARAMETER

           MOVE W-DATA-AREA(1:EXP-OUTPUT-LEN)
                                    TO W-OUT-AREA(1:EXP-OUTPUT-LEN)
           MOVE EXP-OUTPUT-LEN      TO W-OUT-LEN
           PERFORM SUB-2400-WRITE-OUT THRU SUB-2400-EXIT
           .
       SUB-4100-NEXT.

           PERFORM SUB-2300-READ-IN THRU SUB-2300-EXIT
           .
       SUB-4100-EXIT.
           EXIT.
      /
       SUB-4200-VERIFY-TRAILER.
      *----------------------------

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
           MOVE CH-HEX-OUTPUT       TO W-EXP-FILE-HEX

           IF      W-EXP-TRAILER-NOT-SEEN
               MOVE 'no CMPFILE trailer found - the transmission is '
                  & 'incomplete'
                                    TO W-FAIL-TEXT
               SET  W-STAGE-FAILED  TO TRUE
               GO TO SUB-4200-EXIT
           END-IF

           IF      W-EXP-FILE-HEX NOT = W-EXP-TRAILER-HEX
               MOVE SPACES          TO W-FAIL-TEXT
               STRING 'expanded checksum ' W-EXP-FILE-HEX
                      ' does not match the trailer '
                      W-EXP-TRAILER-HEX
                   DELIMITED BY SIZE INTO W-FAIL-TEXT
               END-STRING
               SET  W-STAGE-FAILED  TO TRUE
               GO TO SUB-4200-EXIT
           END-IF

           IF      W-OUT-COUNT NOT = W-EXP-TRAILER-COUNT
               MOVE W-OUT-COUNT     TO W-TXT-NUM-1
               MOVE SPACES          TO W-FAIL-TEXT
               STRING 'expanded ' W-TXT-NUM-1
                      ' records against a trailer count of '
                      W-EXP-TRAILER-COUNT
                   DELIMITED BY SIZE INTO W-FAIL-TEXT
               END-STRING
               SET  W-STAGE-FAILED  TO TRUE
           END-IF
           .
       SUB-4200-EXIT.
           EXIT.
      /
       SUB-4500-DECRYPT-STAGE.
      *---------------------------

      **** ENCFILE DECRYPT: THE 'H' HEADER IS READ AND CHECKED, THE
      **** KEY IT NAMES IS RESOLVED AT THE VERSION IT CARRIES -- SO
      **** A FILE ENCRYPTED JUST BEFORE A KEY ROTATION STILL
      **** DECRYPTS AFTER IT -- EACH 'D' RECORD IS DECIPHERED, AND
      **** THE WHOLE DECRYPTED FILE IS PROVED AGAINST THE 'T'
      **** TRAILER'S CHECKSUM AND RECORD COUNT.  THE PLAINTEXT IS
      **** BINARY WHEN IT IS A COMPRESSED FILE, TEXT OTHERWISE.

           IF      STG-IN-CHAIN(W-STG-CMPFILE)
               SET  W-OUT-BINARY    TO TRUE
           ELSE
               SET  W-OUT-TEXT      TO TRUE
           END-IF

           PERFORM SUB-2200-OPEN-STAGE THRU SUB-2200-EXIT

           IF      W-STAGE-FAILED
               GO TO SUB-4500-EXIT
           END-IF

           SET  W-DEC-TRAILER-NOT-SEEN
                                    TO TRUE

           PERFORM SUB-2300-READ-IN THRU SUB-2300-EXIT

           PERFORM SUB-4510-READ-HEADER THRU SUB-4510-EXIT

           IF      W-STAGE-GOOD
               PERFORM SUB-4520-RESOLVE-KEY THRU SUB-4520-EXIT
           END-IF

           IF      W-STAGE-GOOD
               PERFORM SUB-4530-START-STREAM THRU SUB-4530-EXIT
           END-IF

           IF      W-STAGE-GOOD
               PERFORM SUB-2300-READ-IN THRU SUB-2300-EXIT
               PERFORM SUB-4550-DECRYPT-RECORD THRU SUB-4550-EXIT
                   UNTIL W-IN-EOF OR W-STAGE-FAILED
           END-IF

           PERFORM SUB-4590-END-STREAM THRU SUB-4590-EXIT

           MOVE LOW-VALUES          TO W-ENC-KEY

           PERFORM SUB-2250-CLOSE-STAGE THRU SUB-2250-EXIT

           IF      W-STAGE-FAILED
               GO TO SUB-4500-EXIT
           END-IF

           PERFORM SUB-4600-VERIFY-TRAILER THRU SUB-4600-EXIT

           IF      W-STAGE-FAILED
               GO TO SUB-4500-EXIT
           END-IF

           MOVE W-OUT-DSNAME        TO W-LINEAGE-DSNAME
           MOVE W-OUT-COUNT         TO W-LINEAGE-COUNT
           PERFORM SUB-2500-FINISH-LINEAGE THRU SUB-2500-EXIT

           MOVE W-OUT-COUNT         TO W-TXT-NUM-1
           STRING 'decrypted ' W-TXT-NUM-1 ' records, key '
                                   DELIMITED BY SIZE
                  W-ENC-KEY-LABEL  DELIMITED BY SPACE
                  ' version ' W-ENC-KEY-VERSION
                  ', trailer agrees'
                                   DELIMITED BY SIZE
               INTO STG-SUMMARY(W-S-DX)
           END-STRING
           .
       SUB-4500-EXIT.
           EXIT.
      /
       SUB-4510-READ-HEADER.
      *-------------------------

      **** THE FIRST RECORD MUST BE A WELL-FORMED 'H' HEADER NAMING
      **** THE KEY LABEL THE PROFILE EXPECTS, AND RECORDING THE
      **** RECORD MODE THE CHAIN EXPECTS BEHIND IT.  A FILE WITHOUT
      **** ONE CANNOT BE DECRYPTED, AND FAILS THE STAGE.

           IF      W-IN-EOF
               MOVE SPACES          TO W-FAIL-TEXT
               STRING W-IN-DSNAME DELIMITED BY SPACE
                      ' is empty - no ENCFILE header'
                                    DELIMITED BY SIZE
                   INTO W-FAIL-TEXT
               END-STRING
               SET  W-STAGE-FAILED  TO TRUE
               GO TO SUB-4510-EXIT
           END-IF

           IF      W-IN-AREA(1:1) NOT = 'H'
           OR      W-IN-REC-LEN < LENGTH OF W-ENC-HEADER + 1
               MOVE 'the first record is not an ENCFILE header - not '
                  & 'an ENCFILE file'
                                    TO W-FAIL-TEXT
               SET  W-STAGE-FAILED  TO TRUE
               GO TO SUB-4510-EXIT
           END-IF

           MOVE W-IN-AREA(2:LENGTH OF W-ENC-HEADER)
                                    TO W-ENC-HEADER

           IF      HDR-KEY-VERSION NOT NUMERIC
           OR      HDR-KEY-LABEL = SPACES
           OR     (HDR-RECORD-MODE NOT = 'BINARY'
           AND     HDR-RECORD-MODE NOT = 'TEXT')
               MOVE 'the ENCFILE header is damaged'
                                    TO W-FAIL-TEXT
               SET  W-STAGE-FAILED  TO TRUE
               GO TO SUB-4510-EXIT
           END-IF

           IF      HDR-KEY-LABEL NOT = W-ENC-KEY-LABEL
               MOVE SPACES          TO W-FAIL-TEXT
               STRING 'the file was encrypted under key '
                      HDR-KEY-LABEL ', not the expected '
                      W-ENC-KEY-LABEL
                   DELIMITED BY SIZE INTO W-FAIL-TEXT
               END-STRING
               SET  W-STAGE-FAILED  TO TRUE
               GO TO SUB-4510-EXIT
           END-IF

           IF     (W-OUT-BINARY AND HDR-RECORD-MODE NOT = 'BINARY')
           OR     (W-OUT-TEXT   AND HDR-RECORD-MODE NOT = 'TEXT')
               MOVE SPACES          TO W-FAIL-TEXT
               STRING 'the ENCFILE header records ' HDR-RECORD-MODE
                      ' plaintext, which the chain does not produce'
                   DELIMITED BY SIZE INTO W-FAIL-TEXT
               END-STRING
               SET  W-STAGE-FAILED  TO TRUE
               GO TO SUB-4510-EXIT
           END-IF

           SET  HP-INPUT-PTR        TO ADDRESS OF HDR-IV-HEX
           MOVE LENGTH OF HDR-IV-HEX
                                    TO HP-INPUT-LEN
           SET  HP-OUTPUT-PTR       TO ADDRESS OF W-IV

           CALL W-HEXPACK-PROG   USING W-HEXPACK-PARAMETER

           IF      NOT UTIL-RC-OK OF W-HEXPACK-PARAMETER
               MOVE 'the ENCFILE header carries a damaged counter '
                  & 'block'
                                    TO W-FAIL-TEXT
               SET  W-STAGE-FAILED  TO TRUE
               GO TO SUB-4510-EXIT
           END-IF

           MOVE HDR-KEY-VERSION     TO W-ENC-KEY-VERSION
           .
       SUB-4510-EXIT.
           EXIT.
      /
       SUB-4520-RESOLVE-KEY.
      *-------------------------

      **** RESOLVE THE HEADER'S KEY LABEL THROUGH THE KEYSTORE
      **** REGISTRY AT THE EXACT VERSION THE HEADER NAMES.  ONLY A
      **** KEY OF THE HEADER'S AES LENGTH WILL DO.

           MOVE W-ENC-KEY-LABEL     TO KR-KEY-LABEL
           MOVE W-ENC-KEY-VERSION   TO KR-REQ-VERSION
           MOVE SPACES              TO KR-PROCESS-DATE

           CALL W-KEYRES-PROG    USING W-KEYRES-PARAMETER

           IF      NOT UTIL-RC-OK OF W-KEYRES-PARAMETER
               MOVE SPACES          TO W-FAIL-TEXT
               STRING 'key label ' W-ENC-KEY-LABEL
                      ' version ' W-ENC-KEY-VERSION
                      ' could not be resolved - '
                      UTIL-MESSAGE OF W-KEYRES-PARAMETER
                   DELIMITED BY SIZE INTO W-FAIL-TEXT
               END-STRING
               SET  W-STAGE-FAILED  TO TRUE
               GO TO SUB-4520-EXIT
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
                   MOVE SPACES      TO W-ENC-ALGORITHM
           END-EVALUATE

           IF      W-ENC-ALGORITHM NOT = HDR-ALGORITHM
               MOVE LOW-VALUES      TO KR-KEY
               MOVE SPACES          TO W-FAIL-TEXT
               STRING 'key ' W-ENC-KEY-LABEL ' version '
                      W-ENC-KEY-VERSION ' is not an '
                      HDR-ALGORITHM ' key'
                   DELIMITED BY SIZE INTO W-FAIL-TEXT
               END-STRING
               SET  W-STAGE-FAILED  TO TRUE
               GO TO SUB-4520-EXIT
           END-IF

           MOVE KR-KEY(1:KR-KEY-LEN)
                                    TO W-ENC-KEY
           MOVE KR-KEY-LEN          TO W-ENC-KEY-LEN
           MOVE LOW-VALUES          TO KR-KEY

           DISPLAY 'RECVPREP key ' W-ENC-KEY-LABEL ' version '
               W-ENC-KEY-VERSION ' resolved from KEYSTORE'
           .
       SUB-4520-EXIT.
           EXIT.
      /
       SUB-4530-START-STREAM.
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
               GO TO SUB-4530-EXIT
           END-IF

           SET  W-STREAM-OPEN       TO TRUE
           .
       SUB-4530-EXIT.
           EXIT.
      /
       SUB-4550-DECRYPT-RECORD.
      *----------------------------

           IF      W-IN-AREA(1:1) = 'T'
               SET  W-DEC-TRAILER-SEEN
                                    TO TRUE
               MOVE W-IN-AREA(2:8)  TO W-DEC-TRAILER-HEX
               IF      W-IN-AREA(11:9) NUMERIC
                   MOVE W-IN-AREA(11:9)
                                    TO W-DEC-TRAILER-COUNT
               ELSE
                   MOVE 0           TO W-DEC-TRAILER-COUNT
               END-IF
               GO TO SUB-4550-NEXT
           END-IF

           IF      W-IN-AREA(1:1) NOT = 'D'
               MOVE W-IN-COUNT      TO W-TXT-NUM-1
               MOVE SPACES          TO W-FAIL-TEXT
               STRING 'record ' W-TXT-NUM-1 ' carries an unknown '
                      'tag - not an ENCFILE file'
                   DELIMITED BY SIZE INTO W-FAIL-TEXT
               END-STRING
               SET  W-STAGE-FAILED  TO TRUE
               GO TO SUB-4550-EXIT
           END-IF

           IF      W-IN-REC-LEN > 32761
               MOVE W-IN-COUNT      TO W-TXT-NUM-1
               MOVE SPACES          TO W-FAIL-TEXT
               STRING 'record ' W-TXT-NUM-1 ' is longer than the '
                      '32760 bytes ENCFILE carries'
                   DELIMITED BY SIZE INTO W-FAIL-TEXT
               END-STRING
               SET  W-STAGE-FAILED  TO TRUE
               GO TO SUB-4550-EXIT
           END-IF

           SET  AES-STAGE-IN-PROCESS
                                    TO TRUE
           SET  AES-BUFFER-PTR      TO ADDRESS OF W-IN-AREA(2:1)
           COMPUTE AES-BUFFER-LEN = W-IN-REC-LEN - 1
           SET  AES-OUTPUT-PTR      TO ADDRESS OF W-OUT-AREA

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

           IF      W-FIRST-IN
               SET  CRC-STAGE-START OF W-CRC32-DATA-PARAMETER
                                    TO TRUE
               SET  W-NOT-FIRST-IN  TO TRUE
           ELSE
               SET  CRC-STAGE-IN-PROCESS OF W-CRC32-DATA-PARAMETER
                                    TO TRUE
           END-IF

           SET  CRC-BUFFER-PTR OF W-CRC32-DATA-PARAMETER
                                    TO ADDRESS OF W-OUT-AREA
           MOVE AES-BUFFER-LEN      TO CRC-BUFFER-LEN
                                       OF W-CRC32-DATA-PARAMETER
           CALL W-CRC32-PROG     USING W-CRC32-DATA-PARAMETER

           MOVE AES-BUFFER-LEN      TO W-OUT-LEN
           PERFORM SUB-2400-WRITE-OUT THRU SUB-2400-EXIT
           .
       SUB-4550-NEXT.

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
       SUB-4600-VERIFY-TRAILER.
      *----------------------------

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
           MOVE CH-HEX-OUTPUT       TO W-DEC-FILE-HEX

           IF      W-DEC-TRAILER-NOT-SEEN
               MOVE 'no ENCFILE trailer found - the transmission is '
                  & 'incomplete'
                                    TO W-FAIL-TEXT
               SET  W-STAGE-FAILED  TO TRUE
               GO TO SUB-4600-EXIT
           END-IF

           IF      W-DEC-FILE-HEX NOT = W-DEC-TRAILER-HEX
               MOVE SPACES          TO W-FAIL-TEXT
               STRING 'decrypted checksum ' W-DEC-FILE-HEX
                      ' does not match the trailer '
                      W-DEC-TRAILER-HEX
                   DELIMITED BY SIZE INTO W-FAIL-TEXT
               END-STRING
               SET  W-STAGE-FAILED  TO TRUE
               GO TO SUB-4600-EXIT
           END-IF

           IF      W-OUT-COUNT NOT = W-DEC-TRAILER-COUNT
               MOVE W-OUT-COUNT     TO W-TXT-NUM-1
               MOVE SPACES          TO W-FAIL-TEXT
               STRING 'decrypted ' W-TXT-NUM-1
                      ' records against a trailer count of '
                      W-DEC-TRAILER-COUNT
                   DELIMITED BY SIZE INTO W-FAIL-TEXT
               END-STRING
               SET  W-STAGE-FAILED  TO TRUE
           END-IF
           .
       SUB-4600-EXIT.
           EXIT.
      /
       SUB-5000-BASE64-STAGE.
      *--------------------------

      **** B64FILE DECODE: THE WRAPPED TEXT IS DECODED WITH THE
      **** CARRY B64FILE USES, SO LINE WRAPPING DISAPPEARS, AND THE
      **** DECODED BYTES ARE CUT BACK INTO RECORDS BY THEIR RECORD
      **** DESCRIPTOR WORDS -- BINARY RECORDS WHEN A COMPRESSED OR
      **** ENCRYPTED FILE WAS WRAPPED, TEXT RECORDS OTHERWISE.

           IF      STG-IN-CHAIN(W-STG-CMPFILE)
           OR      STG-IN-CHAIN(W-STG-ENCFILE)
               SET  W-OUT-BINARY    TO TRUE
           ELSE
               SET  W-OUT-TEXT      TO TRUE
           END-IF

           PERFORM SUB-2200-OPEN-STAGE THRU SUB-2200-EXIT

           IF      W-STAGE-FAILED
               GO TO SUB-5000-EXIT
           END-IF

           MOVE 0                   TO W-CARRY-LEN
                                       W-FRAME-LEN

           PERFORM SUB-2300-READ-IN THRU SUB-2300-EXIT

           PERFORM SUB-5100-DECODE-RECORD THRU SUB-5100-EXIT
               UNTIL W-IN-EOF OR W-STAGE-FAILED

           PERFORM SUB-2250-CLOSE-STAGE THRU SUB-2250-EXIT

           IF      W-STAGE-FAILED
               GO TO SUB-5000-EXIT
           END-IF

           IF      W-CARRY-LEN NOT = 0
               MOVE W-CARRY-LEN     TO W-TXT-NUM-1
               MOVE SPACES          TO W-FAIL-TEXT
               STRING 'input ends with an incomplete Base64 group - '
                      W-TXT-NUM-1 ' character(s) left over'
                   DELIMITED BY SIZE INTO W-FAIL-TEXT
               END-STRING
               SET  W-STAGE-FAILED  TO TRUE
               GO TO SUB-5000-EXIT
           END-IF

           IF      W-FRAME-LEN NOT = 0
               MOVE W-FRAME-LEN     TO W-TXT-NUM-1
               MOVE SPACES          TO W-FAIL-TEXT
               STRING 'decoded data ends part way through a record - '
                      W-TXT-NUM-1 ' byte(s) left over'
                   DELIMITED BY SIZE INTO W-FAIL-TEXT
               END-STRING
               SET  W-STAGE-FAILED  TO TRUE
               GO TO SUB-5000-EXIT
           END-IF

           MOVE W-OUT-DSNAME        TO W-LINEAGE-DSNAME
           MOVE W-OUT-COUNT         TO W-LINEAGE-COUNT
           PERFORM SUB-2500-FINISH-LINEAGE THRU SUB-2500-EXIT

           MOVE W-IN-COUNT          TO W-TXT-NUM-1
           MOVE W-OUT-COUNT         TO W-TXT-NUM-2
           STRING 'lines ' W-TXT-NUM-1
                  ' decoded to records ' W-TXT-NUM-2
               DELIMITED BY SIZE INTO STG-SUMMARY(W-S-DX)
           END-STRING
           .
       SUB-5000-EXIT.
           EXIT.
      /
       SUB-5100-DECODE-RECORD.
      *---------------------------

      **** PREFIX THE CARRIED CHARACTERS TO THIS LINE'S TEXT, DECODE
      **** EVERY COMPLETE 4-CHARACTER GROUP INTO THE FRAME BUFFER,
      **** AND CARRY THE NEW REMAINDER (0-3 CHARACTERS) INTO THE
      **** NEXT LINE.

           IF      W-CARRY-LEN > 0
               MOVE W-CARRY(1:W-CARRY-LEN)
                                    TO W-WORK-BUF(1:W-CARRY-LEN)
           END-IF

           MOVE W-IN-AREA(1:W-IN-REC-LEN)
               TO W-WORK-BUF(W-CARRY-LEN + 1:W-IN-REC-LEN)
           COMPUTE W-WORK-LEN = W-CARRY-LEN + W-IN-REC-LEN

           DIVIDE W-WORK-LEN BY 4  GIVING W-GROUP-COUNT
                                   REMAINDER W-GROUP-REM
           COMPUTE W-FULL-LEN = W-GROUP-COUNT * 4

           IF      W-FULL-LEN > 0
               SET  DB-INPUT-PTR    TO ADDRESS OF W-WORK-BUF
               MOVE W-FULL-LEN      TO DB-INPUT-LEN
               SET  DB-OUTPUT-PTR   TO ADDRESS OF W-CODE-BUF

               CALL W-DECB64-PROG USING W-DECB64-PARAMETER

               IF      NOT UTIL-RC-OK OF W-DECB64-PARAMETER
                   MOVE W-IN-COUNT  TO W-TXT-NUM-1
                   MOVE SPACES      TO W-FAIL-TEXT
                   STRING 'DECB64 failed on line ' W-TXT-NUM-1
                          ' - ' UTIL-MESSAGE OF W-DECB64-PARAMETER
                       DELIMITED BY SIZE INTO W-FAIL-TEXT
                   END-STRING
                   SET  W-STAGE-FAILED
                                    TO TRUE
                   GO TO SUB-5100-EXIT
               END-IF

               MOVE DB-OUTPUT-LEN   TO W-CODE-LEN
               PERFORM SUB-5300-CUT-RECORDS THRU SUB-5300-EXIT
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
       SUB-5300-CUT-RECORDS.
      *-------------------------

      **** APPEND THE DECODED BYTES TO THE FRAME BUFFER, WRITE EVERY
      **** RECORD NOW WHOLE IN IT, THEN SLIDE WHAT IS LEFT TO THE
      **** FRONT OF THE BUFFER.

           MOVE W-CODE-BUF(1:W-CODE-LEN)
               TO W-FRAME-BUF(W-FRAME-LEN + 1:W-CODE-LEN)
           ADD  W-CODE-LEN          TO W-FRAME-LEN
           MOVE 1                   TO W-FRAME-POS
           SET  W-FRAME-READY       TO TRUE

           PERFORM SUB-5310-CUT-ONE-RECORD THRU SUB-5310-EXIT
               UNTIL W-FRAME-LEN - W-FRAME-POS + 1 < 4
                  OR W-FRAME-WAITING
                  OR W-STAGE-FAILED

           COMPUTE W-FRAME-REST = W-FRAME-LEN - W-FRAME-POS + 1

           IF      W-FRAME-POS > 1
           AND     W-FRAME-REST > 0
               MOVE W-FRAME-BUF(W-FRAME-POS:W-FRAME-REST)
                                    TO W-HOLD-BUF(1:W-FRAME-REST)
               MOVE W-HOLD-BUF(1:W-FRAME-REST)
                                    TO W-FRAME-BUF(1:W-FRAME-REST)
           END-IF

           MOVE W-FRAME-REST        TO W-FRAME-LEN
           .
       SUB-5300-EXIT.
           EXIT.
      /
       SUB-5310-CUT-ONE-RECORD.
      *----------------------------

      **** THE RECORD DESCRIPTOR WORD: A 2-BYTE BINARY LENGTH THAT
      **** COUNTS ITSELF, THEN 2 BYTES OF X'00'.  ANYTHING ELSE MEANS
      **** THE DECODED STREAM IS NOT WHAT SENDPREP WRAPPED.

           MOVE 0                   TO W-RDW-VALUE
           MOVE W-FRAME-BUF(W-FRAME-POS:2)
                                    TO W-RDW-BYTES(3:2)

           IF      W-RDW-VALUE NOT > 4
           OR      W-RDW-VALUE > 33105
           OR      W-FRAME-BUF(W-FRAME-POS + 2:2) NOT = LOW-VALUES
               COMPUTE W-TXT-NUM-1 = W-OUT-COUNT + 1
               MOVE SPACES          TO W-FAIL-TEXT
               STRING 'record ' W-TXT-NUM-1 ' has a bad record '
                      'descriptor word - not a SENDPREP transmission'
                   DELIMITED BY SIZE INTO W-FAIL-TEXT
               END-STRING
               SET  W-STAGE-FAILED  TO TRUE
               GO TO SUB-5310-EXIT
           END-IF

           IF      W-FRAME-LEN - W-FRAME-POS + 1 < W-RDW-VALUE
               SET  W-FRAME-WAITING TO TRUE
               GO TO SUB-5310-EXIT
           END-IF

           COMPUTE W-OUT-LEN = W-RDW-VALUE - 4

           IF      W-OUT-TEXT
           AND     W-OUT-LEN > 32760
               COMPUTE W-TXT-NUM-1 = W-OUT-COUNT + 1
               MOVE SPACES          TO W-FAIL-TEXT
               STRING 'record ' W-TXT-NUM-1 ' is longer than a '
                      'text record can be'
                   DELIMITED BY SIZE INTO W-FAIL-TEXT
               END-STRING
               SET  W-STAGE-FAILED  TO TRUE
               GO TO SUB-5310-EXIT
           END-IF

           MOVE W-FRAME-BUF(W-FRAME-POS + 4:W-OUT-LEN)
                                    TO W-OUT-AREA(1:W-OUT-LEN)
           PERFORM SUB-2400-WRITE-OUT THRU SUB-2400-EXIT

           ADD  W-RDW-VALUE         TO W-FRAME-POS
           .
       SUB-5310-EXIT.
           EXIT.
      /
       SUB-6000-MANIFEST-STAGE.
      *----------------------------

      **** MANIFEST VERIFY AGAINST THE TRANSMISSION: EVERY LINE OF
      **** THE MANIFEST, IN EITHER LAYOUT, MUST AGREE WITH IT.  THE
      **** NAME ON A LINE IS THE SENDING SIDE'S NAME FOR THE FILE,
      **** SO IT IS SHOWN BUT NOT COMPARED.

           SET  W-DIGEST-MD5        TO TRUE
           SET  W-DIGEST-NO-HMAC    TO TRUE
           PERFORM SUB-6800-DIGEST-FINAL THRU SUB-6800-EXIT

           IF      W-STAGE-FAILED
               GO TO SUB-6000-EXIT
           END-IF

           MOVE 0                   TO W-MAN-LINES
                                       W-MAN-PASSED

           OPEN INPUT MANIFEST-FILE

           IF      W-MAN-FILE-STATUS NOT = '00'
               MOVE SPACES          TO W-FAIL-TEXT
               STRING 'unable to open MANIFEST - status '
                      W-MAN-FILE-STATUS
                   DELIMITED BY SIZE INTO W-FAIL-TEXT
               END-STRING
               SET  W-STAGE-FAILED  TO TRUE
               GO TO SUB-6000-EXIT
           END-IF

           SET  W-MAN-NOT-EOF       TO TRUE
           PERFORM SUB-6100-READ-MANIFEST THRU SUB-6100-EXIT

           PERFORM SUB-6200-VERIFY-LINE THRU SUB-6200-EXIT
               UNTIL W-MAN-EOF

           CLOSE MANIFEST-FILE

           IF      W-MAN-LINES = 0
               MOVE 'the manifest is empty - nothing attests the '
                  & 'transmission'
                                    TO W-FAIL-TEXT
               SET  W-STAGE-FAILED  TO TRUE
               GO TO SUB-6000-EXIT
           END-IF

           IF      W-MISMATCH-COUNT > 0
               MOVE STG-SUMMARY(W-S-DX)
                                    TO W-FAIL-TEXT
               SET  W-STAGE-FAILED  TO TRUE
               GO TO SUB-6000-EXIT
           END-IF

           MOVE W-MAN-PASSED        TO W-TXT-NUM-1
           STRING 'manifest lines agreeing ' W-TXT-NUM-1
                  ' - md5 ' MD5-DIGEST-HEX
               DELIMITED BY SIZE INTO STG-SUMMARY(W-S-DX)
           END-STRING
           .
       SUB-6000-EXIT.
           EXIT.
      /
       SUB-6100-READ-MANIFEST.
      *---------------------------

           READ MANIFEST-FILE
               AT END
                   SET  W-MAN-EOF   TO TRUE
           END-READ
           .
       SUB-6100-EXIT.
           EXIT.
      /
       SUB-6200-VERIFY-LINE.
      *------------------------

      **** A MANIFEST LINE IS EITHER MD5SUM LAYOUT (32-HEX DIGEST
      **** THEN FILENAME) OR CKSUM LAYOUT (DECIMAL CHECKSUM, BYTE
      **** COUNT, FILENAME).  TWO TOKENS MEANS MD5SUM, THREE MEANS
      **** CKSUM.

           IF      MANIFEST-RECORD = SPACES
               GO TO SUB-6200-NEXT
           END-IF

           ADD  1                   TO W-MAN-LINES
           MOVE SPACES              TO W-TOK-1 W-TOK-2 W-TOK-3

           UNSTRING MANIFEST-RECORD
               DELIMITED BY ALL ' '
               INTO W-TOK-1 W-TOK-2 W-TOK-3
           END-UNSTRING

           IF      W-TOK-3 = SPACES
               MOVE W-TOK-1(1:32)   TO W-EXPECT-MD5
               IF      MD5-DIGEST-HEX = W-EXPECT-MD5
                   ADD  1           TO W-MAN-PASSED
                   DISPLAY 'RECVPREP   manifest PASS ' W-TOK-2
                       ' md5 ' MD5-DIGEST-HEX
               ELSE
                   MOVE SPACES      TO W-FAIL-TEXT
                   STRING 'md5 computed ' MD5-DIGEST-HEX
                          ' expected ' W-EXPECT-MD5
                       DELIMITED BY SIZE INTO W-FAIL-TEXT
                   END-STRING
                   PERFORM SUB-2150-NOTE-MISMATCH THRU SUB-2150-EXIT
               END-IF
               GO TO SUB-6200-NEXT
           END-IF

           IF      FUNCTION TEST-NUMVAL(W-TOK-1) NOT = 0
           OR      FUNCTION TEST-NUMVAL(W-TOK-2) NOT = 0
               MOVE SPACES          TO W-FAIL-TEXT
               STRING 'unrecognized manifest line: '
                      MANIFEST-RECORD(1:50)
                   DELIMITED BY SIZE INTO W-FAIL-TEXT
               END-STRING
               PERFORM SUB-2150-NOTE-MISMATCH THRU SUB-2150-EXIT
               GO TO SUB-6200-NEXT
           END-IF

           COMPUTE W-EXPECT-CRC =
               FUNCTION NUMVAL(W-TOK-1)
           COMPUTE W-EXPECT-BYTES =
               FUNCTION NUMVAL(W-TOK-2)

           MOVE CRC-CHECKSUM OF W-CRC32-LINE-PARAMETER
                                    TO W-ACTUAL-CRC

           IF      W-ACTUAL-CRC = W-EXPECT-CRC
           AND     CRC-BYTE-OFFSET OF W-CRC32-LINE-PARAMETER
                                    = W-EXPECT-BYTES
               ADD  1               TO W-MAN-PASSED
               DISPLAY 'RECVPREP   manifest PASS ' W-TOK-3
                   ' crc ' W-ACTUAL-CRC
           ELSE
               MOVE CRC-BYTE-OFFSET OF W-CRC32-LINE-PARAMETER
                                    TO W-TXT-BIG-1
               MOVE SPACES          TO W-FAIL-TEXT
               STRING 'crc ' W-ACTUAL-CRC ' bytes ' W-TXT-BIG-1
                      ' expected ' W-EXPECT-CRC
                   DELIMITED BY SIZE INTO W-FAIL-TEXT
               END-STRING
               PERFORM SUB-2150-NOTE-MISMATCH THRU SUB-2150-EXIT
           END-IF
           .
       SUB-6200-NEXT.

           PERFORM SUB-6100-READ-MANIFEST THRU SUB-6100-EXIT
           .
       SUB-6200-EXIT.
           EXIT.
      /
       SUB-6500-SIGNATURE-STAGE.
      *-----------------------------

      **** HMACSIGN VERIFY OVER THE TRANSMISSION: THE SIGNATURE IS
      **** READ FIRST, THE KEY IT NAMES IS RESOLVED AT THE VERSION
      **** IT WAS MADE WITH, AND EVERY ATTESTED FIGURE IS COMPARED.

           PERFORM SUB-6600-READ-SIGNATURE THRU SUB-6600-EXIT

           IF      W-STAGE-FAILED
               GO TO SUB-6500-EXIT
           END-IF

           PERFORM SUB-6700-RESOLVE-KEY THRU SUB-6700-EXIT

           IF      W-STAGE-FAILED
               GO TO SUB-6500-EXIT
           END-IF

           SET  W-DIGEST-NO-MD5     TO TRUE
           SET  W-DIGEST-HMAC       TO TRUE
           PERFORM SUB-6800-DIGEST-FINAL THRU SUB-6800-EXIT

           MOVE LOW-VALUES          TO W-KEY

           IF      W-STAGE-FAILED
               GO TO SUB-6500-EXIT
           END-IF

           IF      W-KEY-LABEL NOT = W-EXPECTED-LABEL
               MOVE SPACES          TO W-FAIL-TEXT
               STRING 'signature key label ' W-EXPECTED-LABEL
                      ' is not the expected ' W-KEY-LABEL
                   DELIMITED BY SIZE INTO W-FAIL-TEXT
               END-STRING
               PERFORM SUB-2150-NOTE-MISMATCH THRU SUB-2150-EXIT
           END-IF

           IF      W-IN-BYTES NOT = W-EXPECTED-BYTES
               MOVE W-IN-BYTES      TO W-TXT-BIG-1
               MOVE SPACES          TO W-FAIL-TEXT
               STRING 'byte count ' W-TXT-BIG-1
                      ' against a signed count of ' W-EXPECTED-BYTES
                   DELIMITED BY SIZE INTO W-FAIL-TEXT
               END-STRING
               PERFORM SUB-2150-NOTE-MISMATCH THRU SUB-2150-EXIT
           END-IF

           IF      W-IN-COUNT NOT = W-EXPECTED-RECORDS
               MOVE W-IN-COUNT      TO W-TXT-NUM-1
               MOVE SPACES          TO W-FAIL-TEXT
               STRING 'record count ' W-TXT-NUM-1
                      ' against a signed count of '
                      W-EXPECTED-RECORDS
                   DELIMITED BY SIZE INTO W-FAIL-TEXT
               END-STRING
               PERFORM SUB-2150-NOTE-MISMATCH THRU SUB-2150-EXIT
           END-IF

           IF      W-MAC-HEX NOT = W-EXPECTED-MAC
               MOVE SPACES          TO W-FAIL-TEXT
               STRING 'computed MAC ' W-MAC-HEX(1:24)
                      '... does not match the signed MAC'
                   DELIMITED BY SIZE INTO W-FAIL-TEXT
               END-STRING
               PERFORM SUB-2150-NOTE-MISMATCH THRU SUB-2150-EXIT
           END-IF

           IF      W-MISMATCH-COUNT > 0
               MOVE STG-SUMMARY(W-S-DX)
                                    TO W-FAIL-TEXT
               SET  W-STAGE-FAILED  TO TRUE
               GO TO SUB-6500-EXIT
           END-IF

           STRING 'signature verified with key '
                                   DELIMITED BY SIZE
                  W-KEY-LABEL      DELIMITED BY SPACE
                  ' version ' W-KEY-VERSION
                                   DELIMITED BY SIZE
               INTO STG-SUMMARY(W-S-DX)
           END-STRING
           .
       SUB-6500-EXIT.
           EXIT.
      /
       SUB-6600-READ-SIGNATURE.
      *----------------------------

      **** A SIGNATURE THAT CANNOT BE READ FAILS THE STAGE -- THE
      **** TRANSMISSION CANNOT BE SHOWN TO BE THE ONE SIGNED.

           OPEN INPUT SIGNATURE-FILE

           IF      W-SIG-FILE-STATUS NOT = '00'
               MOVE SPACES          TO W-FAIL-TEXT
               STRING 'unable to open signature ' W-SIGNATURE-DSNAME
                      ' - status ' W-SIG-FILE-STATUS
                   DELIMITED BY SIZE INTO W-FAIL-TEXT
               END-STRING
               SET  W-STAGE-FAILED  TO TRUE
               GO TO SUB-6600-EXIT
           END-IF

           READ SIGNATURE-FILE
               AT END
                   MOVE '10'        TO W-SIG-FILE-STATUS
           END-READ

           CLOSE SIGNATURE-FILE

           IF      W-SIG-FILE-STATUS NOT = '00'
               MOVE 'the signature dataset is empty'
                                    TO W-FAIL-TEXT
               SET  W-STAGE-FAILED  TO TRUE
               GO TO SUB-6600-EXIT
           END-IF

           IF      SIG-REC-BYTES NOT NUMERIC
           OR      SIG-REC-RECORDS NOT NUMERIC
           OR      SIG-REC-ALGORITHM NOT = 'HMAC-SHA256'
               MOVE 'the signature record is not an HMACSIGN '
                  & 'signature'
                                    TO W-FAIL-TEXT
               SET  W-STAGE-FAILED  TO TRUE
               GO TO SUB-6600-EXIT
           END-IF

           MOVE SIG-REC-MAC         TO W-EXPECTED-MAC
           MOVE SIG-REC-BYTES       TO W-EXPECTED-BYTES
           MOVE SIG-REC-RECORDS     TO W-EXPECTED-RECORDS
           MOVE SIG-REC-KEY-LABEL   TO W-EXPECTED-LABEL
           MOVE SPACES              TO W-EXPECTED-VERSION

      **** A SIGNATURE WRITTEN BEFORE KEY VERSIONS WERE CARRIED
      **** READS BACK WITH A BLANK VERSION.

           IF      SIG-REC-SEP-7 = SPACE
           AND     SIG-REC-KEY-VERSION NUMERIC
               MOVE SIG-REC-KEY-VERSION
                                    TO W-EXPECTED-VERSION
           END-IF
           .
       SUB-6600-EXIT.
           EXIT.
      /
       SUB-6700-RESOLVE-KEY.
      *------------------------

      **** RESOLVE THE PROFILE'S KEY LABEL THROUGH THE KEYSTORE
      **** REGISTRY, AT THE VERSION THE SIGNATURE WAS MADE WITH, SO
      **** A FILE SIGNED JUST BEFORE A ROTATION STILL VERIFIES.

           MOVE W-KEY-LABEL         TO KR-KEY-LABEL
           MOVE 0                   TO KR-REQ-VERSION
           MOVE SPACES              TO KR-PROCESS-DATE

           IF      W-EXPECTED-LABEL = W-KEY-LABEL
           AND     W-EXPECTED-VERSION NUMERIC
               MOVE W-EXPECTED-VERSION
                                    TO KR-REQ-VERSION
           END-IF

           CALL W-KEYRES-PROG    USING W-KEYRES-PARAMETER

           IF      NOT UTIL-RC-OK OF W-KEYRES-PARAMETER
               MOVE SPACES          TO W-FAIL-TEXT
               STRING 'key label ' W-KEY-LABEL
                      ' could not be resolved - '
                      UTIL-MESSAGE OF W-KEYRES-PARAMETER
                   DELIMITED BY SIZE INTO W-FAIL-TEXT
               END-STRING
               SET  W-STAGE-FAILED  TO TRUE
               GO TO SUB-6700-EXIT
           END-IF

           MOVE KR-KEY              TO W-KEY
           MOVE KR-KEY-LEN          TO W-KEY-LEN
           MOVE KR-KEY-VERSION      TO W-KEY-VERSION
           MOVE LOW-VALUES          TO KR-KEY

           DISPLAY 'RECVPREP key ' W-KEY-LABEL ' version '
               W-KEY-VERSION ' resolved from KEYSTORE'
           .
       SUB-6700-EXIT.
           EXIT.
      /
       SUB-6800-DIGEST-FINAL.
      *--------------------------

      **** ONE PASS OVER THE TRANSMISSION, FEEDING THE LINEAGE
      **** CHECKSUM AND WHICHEVER OF MD5 AND THE HMAC THE STAGE
      **** NEEDS.  THE LINEAGE ENTRY NAMES THE DATASET THE STAGE
      **** VERIFIED.

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

      **** THE ONE SUMMARY REPORT: HEADING, ONE LINE PER STAGE IN
      **** THE ORDER THEY WERE UNWOUND WITH ITS LINEAGE DATASET,
      **** RECORDS AND CRC32 AND A DETAIL LINE BENEATH, THEN THE
      **** OUTCOME.

           MOVE SPACES              TO W-CHAIN-TEXT
           MOVE 1                   TO W-CHAIN-PTR

           PERFORM SUB-7050-LIST-CHAIN THRU SUB-7050-EXIT
               VARYING W-S-DX FROM 1 BY 1
                 UNTIL W-S-DX > W-STAGE-MAX

           DISPLAY 'RECVPREP '
           DISPLAY 'RECVPREP INBOUND TRANSMISSION RECOVERY'
           DISPLAY 'RECVPREP ======================================'
           DISPLAY 'RECVPREP partner        : ' W-PARTNER-CODE
           DISPLAY 'RECVPREP transmission   : ' W-INPUT-DSNAME

           IF      W-OUTPUT-DSNAME NOT = SPACES
               DISPLAY 'RECVPREP recovered to   : ' W-OUTPUT-DSNAME
           END-IF

           IF      W-SIGNATURE-DSNAME NOT = SPACES
               DISPLAY 'RECVPREP signature      : '
                   W-SIGNATURE-DSNAME
           END-IF

           DISPLAY 'RECVPREP chain          : ' W-CHAIN-TEXT
           DISPLAY 'RECVPREP chain from     : ' W-CHAIN-SOURCE
               ' CHAIN card'
           DISPLAY 'RECVPREP '
           DISPLAY 'RECVPREP stage     result    records    CRC32'
               '     dataset'
           DISPLAY 'RECVPREP --------  --------  ---------  --------'
               '  --------------------------------------------'

           PERFORM SUB-7100-REPORT-STAGE THRU SUB-7100-EXIT
               VARYING W-S-DX FROM W-STAGE-MAX BY -1
                 UNTIL W-S-DX < 1

           MOVE W-STAGES-RUN        TO W-DISPLAY-COUNT
           DISPLAY 'RECVPREP '
           DISPLAY 'RECVPREP stages verified: ' W-DISPLAY-COUNT
           DISPLAY 'RECVPREP '

           IF      W-CHAIN-BROKEN
               DISPLAY 'RECVPREP ** REJECTED ** - stage '
                   W-FAILED-STAGE ' failed verification; the '
                   'transmission must not be used'
           ELSE
               DISPLAY 'RECVPREP ACCEPTED - every stage in the chain '
                   'verified'
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
               DISPLAY 'RECVPREP ' STG-PROGRAM(W-S-DX)
                   '  (not in chain)'
               GO TO SUB-7100-EXIT
           END-IF

           MOVE STG-RECORDS(W-S-DX) TO W-TXT-NUM-1

           DISPLAY 'RECVPREP ' STG-PROGRAM(W-S-DX) '  '
               STG-RESULT(W-S-DX) '  ' W-TXT-NUM-1 '  '
               STG-CRC-HEX(W-S-DX) '  ' STG-DSNAME(W-S-DX)

           IF      STG-SUMMARY(W-S-DX) NOT = SPACES
               DISPLAY 'RECVPREP           ' STG-SUMMARY(W-S-DX)
           END-IF
           .
       SUB-7100-EXIT.
           EXIT.
      /
       SUB-8000-SHUT-DOWN.
      *-------------------

           IF      W-FAIL-RC = 16
               DISPLAY 'RECVPREP completed with errors'
               GO TO SUB-8000-EXIT
           END-IF

           MOVE 'RECVPREP'          TO STW-PROGRAM
           MOVE W-INPUT-DSNAME      TO STW-DATASET
           MOVE SPACES              TO STW-CHECKSUM
                                       STW-DETAIL

           IF      W-CHAIN-BROKEN
               SET  STW-RESULT-FAIL TO TRUE
               STRING 'partner ' W-PARTNER-CODE
                      ' failed verification at stage '
                      W-FAILED-STAGE
                   DELIMITED BY SIZE INTO STW-DETAIL
               END-STRING
           ELSE
               SET  STW-RESULT-PASS TO TRUE
               STRING 'partner ' W-PARTNER-CODE
                      ' transmission verified and recovered'
                   DELIMITED BY SIZE INTO STW-DETAIL
               END-STRING
           END-IF

           CALL W-STATWRT-PROG   USING W-STATWRT-PARAMETER

      **** THE CALL HANDS STATWRT'S RETURN CODE BACK INTO THIS
      **** PROGRAM'S RETURN-CODE REGISTER, SO THE RUN'S CODE IS
      **** RE-ESTABLISHED AFTERWARDS.

           MOVE W-FAIL-RC           TO RETURN-CODE

           DISPLAY 'RECVPREP completed'
           .
       SUB-8000-EXIT.
           EXIT.
