      *=========================== PRTCERT ============================*
      * Authors: Brian D Pead
      *
      * Description: Partner onboarding certification.  Onboarding a
      *              partner used to mean running the partner's
      *              sample file through TRLRCHK, VALIDCHK, GAPCHK,
      *              DUPFIND and MANIFEST one job at a time and
      *              writing the results up by hand for sign-off.
      *              PRTCERT takes a partner code and a sample
      *              dataset, pulls the partner's profile from the
      *              PARTNERS registry and runs every check the
      *              profile defines -- each check is driven by the
      *              cards tagged for that program, in that
      *              program's own card formats (LAYOUT cards are
      *              followed into the LAYOUTS registry), and a
      *              PRTCERT-tagged CHECK card requires a check that
      *              needs no cards of its own.  The sample is read
      *              once, every check fed from the same pass, and
      *              one certification report shows each check's
      *              result with its first exceptions, the file's
      *              CRC32, cksum and MD5 checksums, and an overall
      *              CERTIFIED or NOT CERTIFIED verdict.  The
      *              verdict, its date and the sample certified are
      *              recorded on the partner's profile as a
      *              PRTCERT-tagged VERDICT card, through the
      *              PRTWORK copy-and-rewrite PRTMAINT uses, with a
      *              PRTAUDIT line, so production sends can be
      *              refused for a partner never certified.
      *              RETURN-CODE 4 when NOT CERTIFIED, 16 for a bad
      *              deck, a partner with no profile or no checks, a
      *              profile card the check would reject, or a
      *              dataset that could not be opened (nothing is
      *              then recorded).
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-10-14  1.0      First release
      * 2026-10-15  1.1      Refuse a TRLRCHK or VALIDCHK layout
      *                      carrying RECTYPE, WHEN or OCCURS cards,
      *                      naming the layout and the card
      *================================================================*

       PROCESS TRUNC(BIN)

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 PRTCERT.

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

           SELECT SAMPLE-FILE
               ASSIGN TO DYNAMIC   W-SAMPLE-DSNAME
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-SAMPLE-FILE-STATUS.

           SELECT PARTNER-FILE
               ASSIGN TO           'PARTNERS'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-PRTREG-FILE-STATUS.

           SELECT WORK-FILE
               ASSIGN TO           'PRTWORK'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-WRK-FILE-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO           'PRTAUDIT'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-AUD-FILE-STATUS.

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

       FD  SAMPLE-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
               DEPENDING ON        W-SAMPLE-REC-LEN.

       01  SAMPLE-RECORD               PIC X(32760).

       FD  PARTNER-FILE.

       01  PARTNER-RECORD.
           05  PRT-REC-PARTNER         PIC X(08).
           05  PRT-REC-SEP-1           PIC X(01).
           05  PRT-REC-PROGRAM         PIC X(08).
           05  PRT-REC-SEP-2           PIC X(01).
           05  PRT-REC-CARD            PIC X(80).

       FD  WORK-FILE.

       01  WORK-RECORD                 PIC X(98).

       FD  AUDIT-FILE.

       01  AUDIT-RECORD.
           05  AUD-REC-TIMESTAMP       PIC X(19).
           05  AUD-REC-SEP-1           PIC X(01).
           05  AUD-REC-ACTION          PIC X(08).
           05  AUD-REC-SEP-2           PIC X(01).
           05  AUD-REC-PARTNER         PIC X(08).
           05  AUD-REC-SEP-3           PIC X(01).
           05  AUD-REC-CARDS           PIC 9(05).
           05  AUD-REC-SEP-4           PIC X(01).
           05  AUD-REC-JOB             PIC X(08).

       FD  LAYOUT-FILE.

       01  LAYOUT-RECORD.
           05  LAY-REC-NAME            PIC X(16).
           05  LAY-REC-SEP             PIC X(01).
           05  LAY-REC-CARD            PIC X(80).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-CRC32-PROG             PIC X(08)       VALUE 'CRC32'.
       01  W-CRCHEX-PROG            PIC X(08)       VALUE 'CRCHEX'.
       01  W-MD5-PROG               PIC X(08)       VALUE 'MD5'.
       01  W-STATWRT-PROG           PIC X(08)       VALUE 'STATWRT'.

       01  W-SYSIN-FILE-STATUS      PIC X(02).
       01  W-SAMPLE-FILE-STATUS     PIC X(02).
       01  W-PRTREG-FILE-STATUS     PIC X(02).
       01  W-WRK-FILE-STATUS        PIC X(02).
       01  W-AUD-FILE-STATUS        PIC X(02).
       01  W-LAYREG-FILE-STATUS     PIC X(02).

       01  W-PARTNER-CODE           PIC X(08)       VALUE SPACES.
       01  W-SAMPLE-DSNAME          PIC X(44)       VALUE SPACES.
       01  W-SAMPLE-REC-LEN         PIC 9(05)  COMP.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-SYSIN-EOF                          VALUE 'Y'.
           88  W-SYSIN-NOT-EOF                      VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-SAMPLE-EOF                         VALUE 'Y'.
           88  W-SAMPLE-NOT-EOF                     VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-PRTREG-EOF                         VALUE 'Y'.
           88  W-PRTREG-NOT-EOF                     VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-WRK-EOF                            VALUE 'Y'.
           88  W-WRK-NOT-EOF                        VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-LAYREG-EOF                         VALUE 'Y'.
           88  W-LAYREG-NOT-EOF                     VALUE 'N'.

      **** THE CHECK TABLE, ONE ENTRY PER CHECK PROGRAM IN REPORT
      **** ORDER.  A CHECK RUNS WHEN THE PARTNER'S PROFILE CARRIES
      **** CARDS TAGGED FOR ITS PROGRAM OR A PRTCERT CHECK CARD
      **** NAMING IT.  EACH ENTRY KEEPS ITS RESULT, A ONE-LINE
      **** SUMMARY AND THE FIRST EXCEPTIONS FOUND.

       01  W-CHECK-NAMES-X          PIC X(40)       VALUE
           'TRLRCHK VALIDCHKGAPCHK  DUPFIND MANIFEST'.
       01  FILLER REDEFINES W-CHECK-NAMES-X.
           05  W-CHECK-NAME        PIC X(08)       OCCURS 5.

       01  W-CHK-TRLRCHK            PIC 9(04)  COMP VALUE 1.
       01  W-CHK-VALIDCHK           PIC 9(04)  COMP VALUE 2.
       01  W-CHK-GAPCHK             PIC 9(04)  COMP VALUE 3.
       01  W-CHK-DUPFIND            PIC 9(04)  COMP VALUE 4.
       01  W-CHK-MANIFEST           PIC 9(04)  COMP VALUE 5.

       01  W-CHECK-MAX              PIC 9(04)  COMP VALUE 5.
       01  W-CHECK-TABLE.
           05  W-CHECK-ENTRY       OCCURS 5        INDEXED W-K-DX.
               10  CHK-PROGRAM     PIC X(08).
               10  CHK-SWITCH      PIC X(01).
                   88  CHK-REQUIRED                 VALUE 'Y'.
                   88  CHK-NOT-REQUIRED             VALUE 'N'.
               10  CHK-CARDS       PIC 9(05)  COMP.
               10  CHK-RESULT      PIC X(04).
                   88  CHK-PASSED                   VALUE 'PASS'.
                   88  CHK-FAILED                   VALUE 'FAIL'.
               10  CHK-EXC-TOTAL   PIC 9(09)  COMP.
               10  CHK-SUMMARY     PIC X(100).
               10  CHK-EXC-LINE    PIC X(100)      OCCURS 20.

      **** HOW MANY EXCEPTIONS EACH CHECK LISTS ON THE REPORT.  THE
      **** REST ARE COUNTED ONLY.

       01  W-EXC-MAX                PIC 9(04)  COMP VALUE 5.
       01  W-EXC-LIMIT              PIC 9(04)  COMP VALUE 20.
       01  W-EXC-TEXT               PIC X(100).
       01  W-EXC-SHOWN              PIC 9(04)  COMP.
       01  W-E-DX                   PIC 9(04)  COMP.
       01  W-CARD-DIGITS-2          PIC X(02).

       01  W-CHECKS-RUN             PIC 9(04)  COMP VALUE 0.
       01  W-CHECKS-FAILED          PIC 9(04)  COMP VALUE 0.
       01  W-PROFILE-COUNT          PIC 9(05)  COMP VALUE 0.
       01  W-OTHER-CARD-COUNT       PIC 9(05)  COMP VALUE 0.

       01  W-VERDICT                PIC X(13)       VALUE SPACES.
           88  W-VERDICT-CERTIFIED                  VALUE
                                                      'CERTIFIED'.
           88  W-VERDICT-NOT-CERTIFIED              VALUE
                                                  'NOT CERTIFIED'.
       01  W-VERDICT-DATE           PIC X(10).

      **** THE VERDICT LAST RECORDED ON THE PROFILE, IF ANY, SHOWN
      **** IN THE REPORT HEADING.

       01  W-PREV-VERDICT           PIC X(13)       VALUE SPACES.
       01  W-PREV-DATE              PIC X(10)       VALUE SPACES.

      **** THE PROFILE CARD BEING TAKEN -- A PARTNERS CARD IMAGE OR
      **** A LAYOUTS CARD IMAGE PULLED ON ITS BEHALF -- AND THE
      **** PROGRAM IT IS TAGGED FOR.

       01  W-PROFILE-CARD           PIC X(80).
       01  W-PROFILE-PROGRAM        PIC X(08).

       01  W-CARD-KEYWORD           PIC X(12).
       01  W-CARD-OFFSET            PIC X(05).
       01  W-CARD-LENGTH            PIC X(05).
       01  W-CARD-FORMAT            PIC X(07).
       01  W-CARD-DIGITS            PIC X(05).
       01  W-CARD-START             PIC X(18).

      **** A TRLRCHK OR VALIDCHK PROFILE MAY NAME A LAYOUTS REGISTRY
      **** ENTRY; ITS STORED CARDS ARE TAKEN AS THOUGH THEY WERE
      **** TAGGED FOR THAT PROGRAM ON THE PROFILE ITSELF.

       01  W-TRL-LAYOUT-NAME        PIC X(16)       VALUE SPACES.
       01  W-VAL-LAYOUT-NAME        PIC X(16)       VALUE SPACES.
       01  W-LAYOUT-NAME            PIC X(16).
       01  W-LAYOUT-CARD-COUNT      PIC 9(05)  COMP.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-LAYOUT-LOADING                     VALUE 'Y'.
           88  W-LAYOUT-NOT-LOADING                 VALUE 'N'.

      **** TRLRCHK: THE TRAILER FIELDS, THE BODY FIELD TO TOTAL AND
      **** THE ONE-RECORD LOOKAHEAD THAT MAKES THE LAST RECORD THE
      **** TRAILER.

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

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-HELD-PRESENT                       VALUE 'Y'.
           88  W-HELD-ABSENT                        VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'Y'.
           88  W-FIRST-BODY                         VALUE 'Y'.
           88  W-NOT-FIRST-BODY                     VALUE 'N'.

       01  W-HELD-RECORD            PIC X(32760).
       01  W-HELD-LEN               PIC 9(05)  COMP.

       01  W-BODY-COUNT             PIC 9(09)  COMP VALUE 0.
       01  W-BODY-AMOUNT            PIC S9(17) COMP VALUE 0.
       01  W-TRAILER-COUNT          PIC 9(18).
       01  W-TRAILER-AMOUNT         PIC S9(17).
       01  W-TRAILER-CRC            PIC X(08).
       01  W-BODY-CRC               PIC X(08)       VALUE SPACES.
       01  W-CRC-FOLD-1             PIC X(08).
       01  W-CRC-FOLD-2             PIC X(08).

      **** VALIDCHK: THE FIELD TABLE AND ALLOWED-VALUE LIST IN
      **** VALIDCHK'S OWN CARD FORMAT.

       01  W-FIELD-MAX              PIC 9(04)  COMP VALUE 50.
       01  W-FIELD-COUNT            PIC 9(04)  COMP VALUE 0.
       01  W-FIELD-TABLE.
           05  W-FIELD-ENTRY       OCCURS 50       INDEXED W-F-DX.
               10  FLD-NAME        PIC X(12).
               10  FLD-OFFSET      PIC 9(05).
               10  FLD-LENGTH      PIC 9(05).
               10  FLD-TYPE        PIC X(06).
                   88  FLD-TYPE-CHAR                VALUE 'CHAR'.
                   88  FLD-TYPE-PACKED              VALUE 'PACKED'.
                   88  FLD-TYPE-BINARY              VALUE 'BINARY'.
               10  FLD-CHECK       PIC X(07).
                   88  FLD-CHECK-NONE               VALUE SPACES.
                   88  FLD-CHECK-NUMERIC            VALUE 'NUMERIC'.
                   88  FLD-CHECK-DATE               VALUE 'DATE'.
                   88  FLD-CHECK-VALUES             VALUE 'VALUES'.

       01  W-VALUE-MAX              PIC 9(04)  COMP VALUE 200.
       01  W-VALUE-COUNT            PIC 9(04)  COMP VALUE 0.
       01  W-VALUE-TABLE.
           05  W-VALUE-ENTRY       OCCURS 200      INDEXED W-V-DX.
               10  VAL-FIELD-NAME  PIC X(12).
               10  VAL-VALUE       PIC X(16).

       01  W-DATE-FROM              PIC X(08)       VALUE '00000000'.
       01  W-DATE-TO                PIC X(08)       VALUE '99999999'.

       01  W-FAILED-COUNT           PIC 9(09)  COMP VALUE 0.
       01  W-FAIL-FIELD-COUNT       PIC 9(09)  COMP VALUE 0.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-RECORD-FAILED                      VALUE 'Y'.
           88  W-RECORD-CLEAN                       VALUE 'N'.

       01  W-FAIL-REASON            PIC X(30).

       01  W-DATE-WORK.
           05  W-DATE-W-YYYY        PIC X(04).
           05  W-DATE-W-MM          PIC X(02).
           05  W-DATE-W-DD          PIC X(02).
       01  W-DATE-W-NUM REDEFINES W-DATE-WORK
                                    PIC 9(08).
       01  W-DATE-MM-NUM            PIC 9(02).
       01  W-DATE-DD-NUM            PIC 9(02).
       01  W-DATE-YYYY-NUM          PIC 9(04).
       01  W-MONTH-DAYS-X           PIC X(24)       VALUE
           '312831303130313130313031'.
       01  FILLER REDEFINES W-MONTH-DAYS-X.
           05  W-MONTH-DAYS        PIC 9(02)       OCCURS 12.
       01  W-MAX-DAY                PIC 9(02).
       01  W-LEAP-REM               PIC 9(04)  COMP.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-VALUE-MATCHED                      VALUE 'Y'.
           88  W-VALUE-NOT-MATCHED                  VALUE 'N'.

      **** GAPCHK: THE SEQUENCE FIELD AND ITS RUNNING STATE.

       01  W-SEQ-OFFSET             PIC 9(05)       VALUE 0.
       01  W-SEQ-LENGTH             PIC 9(05)       VALUE 0.
       01  W-SEQ-FORMAT             PIC X(07)       VALUE SPACES.
           88  W-FMT-DISPLAY                        VALUE 'DISPLAY'.
           88  W-FMT-PACKED                         VALUE 'PACKED'.
           88  W-FMT-BINARY                         VALUE 'BINARY'.

       01  W-START-VALUE            PIC 9(18)       VALUE 0.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-START-GIVEN                        VALUE 'Y'.
           88  W-START-NOT-GIVEN                    VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'Y'.
           88  W-FIRST-SEQ                          VALUE 'Y'.
           88  W-NOT-FIRST-SEQ                      VALUE 'N'.

       01  W-GAP-COUNT              PIC 9(09)  COMP VALUE 0.
       01  W-MISSING-COUNT          PIC 9(18)  COMP VALUE 0.
       01  W-DUP-COUNT              PIC 9(09)  COMP VALUE 0.
       01  W-OOO-COUNT              PIC 9(09)  COMP VALUE 0.
       01  W-BAD-COUNT              PIC 9(09)  COMP VALUE 0.

       01  W-SEQ-VALUE              PIC 9(18)  COMP.
       01  W-PREV-VALUE             PIC 9(18)  COMP VALUE 0.
       01  W-NEXT-EXPECTED          PIC 9(18)  COMP VALUE 0.

      **** DUPFIND: ONE CRC32 FINGERPRINT PER RECORD, SHELL SORTED
      **** SO COLLIDING RECORDS SIT TOGETHER.

       01  W-RANGE-OFFSET           PIC 9(05)       VALUE 0.
       01  W-RANGE-LENGTH           PIC 9(05)       VALUE 0.
       01  W-FP-POS                 PIC 9(09)  COMP.
       01  W-FP-LEN                 PIC 9(09)  COMP.

       01  W-ENTRY-MAX              PIC 9(09)  COMP VALUE 100000.
       01  W-ENTRY-COUNT            PIC 9(09)  COMP VALUE 0.
       01  W-FP-TABLE.
           05  W-FP-ENTRY          OCCURS 100000.
               10  FP-CRC          PIC 9(09)  COMP.
               10  FP-RECNO        PIC 9(09)  COMP.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-FP-TABLE-FULL                      VALUE 'Y'.
           88  W-FP-TABLE-ROOM                      VALUE 'N'.

       01  W-GAP                    PIC 9(09)  COMP.
       01  W-SRT-I                  PIC 9(09)  COMP.
       01  W-SRT-J                  PIC 9(09)  COMP.
       01  W-SRT-CRC                PIC 9(09)  COMP.
       01  W-SRT-RECNO              PIC 9(09)  COMP.

       01  W-SCAN-DX                PIC 9(09)  COMP.
       01  W-GROUP-START            PIC 9(09)  COMP.
       01  W-GROUP-SIZE             PIC 9(09)  COMP.
       01  W-GROUP-COUNT            PIC 9(09)  COMP VALUE 0.
       01  W-DUP-RECORD-COUNT       PIC 9(09)  COMP VALUE 0.

      **** MANIFEST: THE STYLE THE PARTNER EXPECTS.

       01  W-STYLE                  PIC X(08)       VALUE 'BOTH'.
           88  W-STYLE-MD5                          VALUE 'MD5'.
           88  W-STYLE-CKSUM                        VALUE 'CKSUM'.
           88  W-STYLE-BOTH                         VALUE 'BOTH'.
           88  W-STYLE-VALID                        VALUES 'MD5'
                                                       'CKSUM'
                                                        'BOTH'.

      **** THE WHOLE-FILE CHECKSUMS, COMPUTED FOR EVERY SAMPLE.

       01  W-RECORD-COUNT           PIC 9(09)  COMP VALUE 0.
       01  W-FILE-CRC               PIC X(08).
       01  W-CRC-DECIMAL            PIC Z(09)9.
       01  W-BYTES-DECIMAL          PIC Z(17)9.

      **** NUMERIC EXTRACTION WORK FIELDS, SHARED BY THE CHECKS.

       01  W-NUM-VALUE              PIC S9(17).
       01  W-ZONED-WORK             PIC X(18).
       01  W-ZONED-NUM REDEFINES W-ZONED-WORK
                                    PIC 9(18).
       01  W-PACKED-WORK            PIC X(09).
       01  W-PACKED-NUM REDEFINES W-PACKED-WORK
                                    PIC S9(17) COMP-3.
       01  W-BINARY-WORK            PIC X(08)       VALUE LOW-VALUES.
       01  W-BINARY-NUM REDEFINES W-BINARY-WORK
                                    PIC 9(18)  COMP.
       01  W-FLD-POS                PIC 9(09)  COMP.
       01  W-FLD-LEN                PIC 9(09)  COMP.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-VALUE-GOOD                         VALUE 'Y'.
           88  W-VALUE-BAD                          VALUE 'N'.

      **** NUMBERS AS THEY APPEAR IN REPORT TEXT.

       01  W-TXT-NUM-1              PIC 9(09).
       01  W-TXT-NUM-2              PIC 9(09).
       01  W-TXT-NUM-3              PIC 9(09).
       01  W-TXT-BIG-1              PIC 9(18).
       01  W-TXT-BIG-2              PIC 9(18).
       01  W-TXT-AMT-1              PIC +9(17).
       01  W-TXT-AMT-2              PIC +9(17).
       01  W-DISPLAY-COUNT          PIC ZZZ,ZZZ,ZZ9.
       01  W-DISPLAY-CARDS          PIC 9(05).

      **** THE PROFILE REWRITE AND ITS AUDIT LINE.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-IN-PARTNER                         VALUE 'Y'.
           88  W-NOT-IN-PARTNER                     VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-VERDICT-WRITTEN                    VALUE 'Y'.
           88  W-VERDICT-NOT-WRITTEN                VALUE 'N'.

       01  W-VERDICT-CARD.
           05  VRD-KEYWORD          PIC X(11).
           05  VRD-VERDICT          PIC X(13).
           05  FILLER               PIC X(01).
           05  VRD-DATE             PIC X(10).
           05  FILLER               PIC X(01).
           05  VRD-DSNAME           PIC X(44).

       01  W-OPEN-TRY               PIC 9(04)  COMP.
       01  W-OPEN-TRY-MAX           PIC 9(04)  COMP VALUE 100.
       01  W-SPIN-DX                PIC 9(09)  COMP.
       01  W-SPIN-SINK              PIC 9(09)  COMP.

       01  W-CURRENT-DATE.
           05  W-CURRENT-DATE-YYYY  PIC X(04).
           05  W-CURRENT-DATE-MM    PIC X(02).
           05  W-CURRENT-DATE-DD    PIC X(02).
           05  W-CURRENT-TIME-HH    PIC X(02).
           05  W-CURRENT-TIME-MM    PIC X(02).
           05  W-CURRENT-TIME-SS    PIC X(02).
           05  FILLER               PIC X(07).

       01  W-FAIL-RC                PIC S9(04) COMP VALUE 0.

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                    PIC X(04).
           05  W-COMPILED-DATE-MM   PIC X(02).
           05  W-COMPILED-DATE-DD   PIC X(02).
           05  W-COMPILED-TIME-HH   PIC X(02).
           05  W-COMPILED-TIME-MM   PIC X(02).
           05  W-COMPILED-TIME-SS   PIC X(02).
           05  FILLER               PIC X(07).

       01  W-CRC32-FILE-PARAMETER.  COPY CRC32L.

       01  W-CRC32-BODY-PARAMETER.  COPY CRC32L.

       01  W-CRC32-PARAMETER.       COPY CRC32L.

       01  W-CRCHEX-PARAMETER.      COPY CRCHEXL.

       01  W-MD5-PARAMETER.         COPY MD5L.

       01  W-STATWRT-PARAMETER.     COPY STATWRTL.
      /
       PROCEDURE DIVISION.
      *===================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      RETURN-CODE = 0
               PERFORM SUB-2000-READ-SAMPLE THRU SUB-2000-EXIT
           END-IF

           IF      RETURN-CODE = 0
               PERFORM SUB-3000-FINISH-CHECKS THRU SUB-3000-EXIT
               PERFORM SUB-4000-REPORT THRU SUB-4000-EXIT
               PERFORM SUB-5000-RECORD-VERDICT THRU SUB-5000-EXIT
           END-IF

           PERFORM SUB-6000-SHUT-DOWN THRU SUB-6000-EXIT
           .
       MAIN-EXIT.
           STOP RUN.
      /
       SUB-1000-START-UP.
      *------------------

           MOVE FUNCTION WHEN-COMPILED
                                    TO W-COMPILED-DATE

           DISPLAY 'PRTCERT  compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           PERFORM SUB-1050-CLEAR-CHECK THRU SUB-1050-EXIT
               VARYING W-K-DX FROM 1 BY 1
                 UNTIL W-K-DX > W-CHECK-MAX

           PERFORM SUB-1100-READ-SYSIN THRU SUB-1100-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1200-LOAD-PROFILE THRU SUB-1200-EXIT

           IF      RETURN-CODE = 0
           AND     W-TRL-LAYOUT-NAME NOT = SPACES
               MOVE W-TRL-LAYOUT-NAME
                                    TO W-LAYOUT-NAME
               MOVE 'TRLRCHK'       TO W-PROFILE-PROGRAM
               PERFORM SUB-1700-LOAD-LAYOUT THRU SUB-1700-EXIT
           END-IF

           IF      RETURN-CODE = 0
           AND     W-VAL-LAYOUT-NAME NOT = SPACES
               MOVE W-VAL-LAYOUT-NAME
                                    TO W-LAYOUT-NAME
               MOVE 'VALIDCHK'      TO W-PROFILE-PROGRAM
               PERFORM SUB-1700-LOAD-LAYOUT THRU SUB-1700-EXIT
           END-IF

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1800-VALIDATE-PROFILE THRU SUB-1800-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           OPEN INPUT SAMPLE-FILE

           IF      W-SAMPLE-FILE-STATUS NOT = '00'
               DISPLAY 'PRTCERT  unable to open ' W-SAMPLE-DSNAME
                   ' - status ' W-SAMPLE-FILE-STATUS
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1050-CLEAR-CHECK.
      *------------------------

           MOVE W-CHECK-NAME(W-K-DX)
                                    TO CHK-PROGRAM(W-K-DX)
           SET  CHK-NOT-REQUIRED(W-K-DX)
                                    TO TRUE
           MOVE 0                   TO CHK-CARDS(W-K-DX)
                                       CHK-EXC-TOTAL(W-K-DX)
           SET  CHK-PASSED(W-K-DX)  TO TRUE
           MOVE SPACES              TO CHK-SUMMARY(W-K-DX)
           .
       SUB-1050-EXIT.
           EXIT.
      /
       SUB-1100-READ-SYSIN.
      *----------------------

      **** KEYWORD IN COLUMNS 1-10, VALUE FROM COLUMN 12:
      ****   PARTNER     PARTNER CODE IN 12-19
      ****   SAMPLE      SAMPLE DATASET NAME IN 12-55
      ****   EXCEPTIONS  EXCEPTIONS LISTED PER CHECK IN 12-13
      ****               (01-20, DEFAULT 05)

           OPEN INPUT SYSIN-FILE

           IF      W-SYSIN-FILE-STATUS NOT = '00'
               DISPLAY 'PRTCERT  unable to open SYSIN - status '
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
               DISPLAY 'PRTCERT  the PARTNER card is required'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1100-EXIT
           END-IF

           IF      W-SAMPLE-DSNAME = SPACES
               DISPLAY 'PRTCERT  the SAMPLE card is required'
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

               WHEN 'SAMPLE'
                   MOVE SYSIN-RECORD(12:44)
                                    TO W-SAMPLE-DSNAME

               WHEN 'EXCEPTIONS'
                   MOVE SYSIN-RECORD(12:2)
                                    TO W-CARD-DIGITS-2
                   IF      W-CARD-DIGITS-2 NOT NUMERIC
                       DISPLAY 'PRTCERT  EXCEPTIONS must be 01-20: '
                           W-CARD-DIGITS-2
                       MOVE 16      TO RETURN-CODE
                       GO TO SUB-1150-EXIT
                   END-IF
                   MOVE W-CARD-DIGITS-2
                                    TO W-EXC-MAX
                   IF      W-EXC-MAX = 0
                   OR      W-EXC-MAX > W-EXC-LIMIT
                       DISPLAY 'PRTCERT  EXCEPTIONS must be 01-20: '
                           W-CARD-DIGITS-2
                       MOVE 16      TO RETURN-CODE
                   END-IF

               WHEN SPACES
                   CONTINUE

               WHEN OTHER
                   DISPLAY 'PRTCERT  unknown SYSIN card: '
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
      **** AND TAKE EVERY CARD TAGGED FOR A CHECK PROGRAM IN THAT
      **** PROGRAM'S OWN FORMAT.  CARDS FOR OTHER PROGRAMS (B64FILE,
      **** HMACSIGN AND THE LIKE) ARE NOT CHECKS AND ARE LEFT ALONE.

           OPEN INPUT PARTNER-FILE

           IF      W-PRTREG-FILE-STATUS NOT = '00'
               DISPLAY 'PRTCERT  unable to open PARTNERS - status '
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
               DISPLAY 'PRTCERT  partner not found in PARTNERS: '
                   W-PARTNER-CODE
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1200-EXIT
           END-IF

           MOVE W-PROFILE-COUNT     TO W-DISPLAY-CARDS
           DISPLAY 'PRTCERT  partner profile in effect: '
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
               WHEN 'TRLRCHK'
                   SET  W-K-DX      TO W-CHK-TRLRCHK
                   PERFORM SUB-1300-TAKE-TRLRCHK-CARD
                      THRU SUB-1300-EXIT

               WHEN 'VALIDCHK'
                   SET  W-K-DX      TO W-CHK-VALIDCHK
                   PERFORM SUB-1400-TAKE-VALIDCHK-CARD
                      THRU SUB-1400-EXIT

               WHEN 'GAPCHK'
                   SET  W-K-DX      TO W-CHK-GAPCHK
                   PERFORM SUB-1500-TAKE-GAPCHK-CARD
                      THRU SUB-1500-EXIT

               WHEN 'DUPFIND'
                   SET  W-K-DX      TO W-CHK-DUPFIND
                   PERFORM SUB-1600-TAKE-DUPFIND-CARD
                      THRU SUB-1600-EXIT

               WHEN 'MANIFEST'
                   SET  W-K-DX      TO W-CHK-MANIFEST
                   PERFORM SUB-1650-TAKE-MANIFEST-CARD
                      THRU SUB-1650-EXIT

               WHEN 'PRTCERT'
                   PERFORM SUB-1680-TAKE-PRTCERT-CARD
                      THRU SUB-1680-EXIT
                   GO TO SUB-1220-EXIT

               WHEN OTHER
                   ADD  1           TO W-OTHER-CARD-COUNT
                   GO TO SUB-1220-EXIT
           END-EVALUATE

      **** A BLANK CARD IMAGE DOES NOT BY ITSELF CALL FOR A CHECK.

           IF      W-PROFILE-CARD NOT = SPACES
               ADD  1               TO CHK-CARDS(W-K-DX)
               SET  CHK-REQUIRED(W-K-DX)
                                    TO TRUE
           END-IF
           .
       SUB-1220-EXIT.
           EXIT.
      /
       SUB-1300-TAKE-TRLRCHK-CARD.
      *-------------------------------

      **** TRLRCHK'S CARD FORMAT, KEYWORD IN COLUMNS 1-12: COUNT-
      **** FIELD, AMOUNT-FIELD, BODY-AMOUNT AND CRC-FIELD WITH
      **** OFFSET 14-18, LENGTH 20-24, FORMAT 26-32; HEADERS WITH A
      **** COUNT IN 14-18; LAYOUT WITH A LAYOUTS ENTRY IN 14-29.

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
                       DISPLAY 'PRTCERT  TRLRCHK HEADERS count is not '
                           'numeric: ' W-CARD-DIGITS
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       MOVE W-CARD-DIGITS
                                    TO W-HEADER-COUNT
                   END-IF

               WHEN 'LAYOUT'
                   IF      W-LAYOUT-LOADING
                       DISPLAY 'PRTCERT  a registry layout may not '
                           'name another LAYOUT'
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       IF      W-TRL-LAYOUT-NAME NOT = SPACES
                           DISPLAY 'PRTCERT  only one TRLRCHK LAYOUT '
                               'card is allowed'
                           MOVE 16  TO RETURN-CODE
                       ELSE
                           MOVE W-PROFILE-CARD(14:16)
                                    TO W-TRL-LAYOUT-NAME
                       END-IF
                   END-IF

               WHEN 'PARTNER'
                   DISPLAY 'PRTCERT  a registry entry may not name '
                       'another PARTNER'
                   MOVE 16          TO RETURN-CODE

               WHEN 'RECTYPE'
               WHEN 'WHEN'
               WHEN 'OCCURS'
                   PERFORM SUB-1390-REFUSE-TYPED-CARD
                      THRU SUB-1390-EXIT

               WHEN SPACES
                   CONTINUE

               WHEN OTHER
                   DISPLAY 'PRTCERT  unknown TRLRCHK profile card: '
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
               DISPLAY 'PRTCERT  TRLRCHK ' W-CARD-KEYWORD
                   ' offset/length not numeric: '
                   W-PROFILE-CARD(1:24)
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1310-EXIT.
           EXIT.
      /
       SUB-1390-REFUSE-TYPED-CARD.
      *-------------------------------

      **** RECTYPE, WHEN AND OCCURS CARDS DESCRIBE A FILE OF SEVERAL
      **** RECORD TYPES.  THE CERTIFICATION CHECKS APPLY ONE FIXED
      **** FIELD SET TO EVERY RECORD, SO A PROFILE OR LAYOUT CARRYING
      **** THEM IS REFUSED RATHER THAN HAVING FIELDS APPLIED TO
      **** RECORDS THEY DO NOT DESCRIBE.

           IF      W-LAYOUT-LOADING
               DISPLAY 'PRTCERT  ' W-PROFILE-PROGRAM ' layout '
                   W-LAYOUT-NAME ' refused - multi-record-type '
                   'layouts are not supported, card: ' W-CARD-KEYWORD
           ELSE
               DISPLAY 'PRTCERT  ' W-PROFILE-PROGRAM ' profile - '
                   'multi-record-type layouts are not supported, '
                   'card: ' W-CARD-KEYWORD
           END-IF

           MOVE 16                  TO RETURN-CODE
           .
       SUB-1390-EXIT.
           EXIT.
      /
       SUB-1400-TAKE-VALIDCHK-CARD.
      *--------------------------------

      **** VALIDCHK'S CARD FORMAT, KEYWORD IN COLUMNS 1-11: FIELD,
      **** VALUES, DATE-FROM, DATE-TO AND LAYOUT (ENTRY IN 12-27).

           MOVE W-PROFILE-CARD(1:11)
                                    TO W-CARD-KEYWORD

           EVALUATE W-CARD-KEYWORD
               WHEN 'FIELD'
                   PERFORM SUB-1410-TAKE-FIELD THRU SUB-1410-EXIT

               WHEN 'VALUES'
                   PERFORM SUB-1420-TAKE-VALUE THRU SUB-1420-EXIT

               WHEN 'DATE-FROM'
                   MOVE W-PROFILE-CARD(12:8)
                                    TO W-DATE-FROM
                   IF      W-DATE-FROM NOT NUMERIC
                       DISPLAY 'PRTCERT  VALIDCHK DATE-FROM is not '
                           'YYYYMMDD: ' W-DATE-FROM
                       MOVE 16      TO RETURN-CODE
                   END-IF

               WHEN 'DATE-TO'
                   MOVE W-PROFILE-CARD(12:8)
                                    TO W-DATE-TO
                   IF      W-DATE-TO NOT NUMERIC
                       DISPLAY 'PRTCERT  VALIDCHK DATE-TO is not '
                           'YYYYMMDD: ' W-DATE-TO
                       MOVE 16      TO RETURN-CODE
                   END-IF

               WHEN 'LAYOUT'
                   IF      W-LAYOUT-LOADING
                       DISPLAY 'PRTCERT  a registry layout may not '
                           'name another LAYOUT'
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       IF      W-VAL-LAYOUT-NAME NOT = SPACES
                           DISPLAY 'PRTCERT  only one VALIDCHK LAYOUT '
                               'card is allowed'
                           MOVE 16  TO RETURN-CODE
                       ELSE
                           MOVE W-PROFILE-CARD(12:16)
                                    TO W-VAL-LAYOUT-NAME
                       END-IF
                   END-IF

               WHEN 'RECTYPE'
               WHEN 'WHEN'
               WHEN 'OCCURS'
                   PERFORM SUB-1390-REFUSE-TYPED-CARD
                      THRU SUB-1390-EXIT

               WHEN SPACES
                   CONTINUE

               WHEN OTHER
                   DISPLAY 'PRTCERT  unknown VALIDCHK profile card: '
                       W-CARD-KEYWORD
                   MOVE 16          TO RETURN-CODE
           END-EVALUATE
           .
       SUB-1400-EXIT.
           EXIT.
      /
       SUB-1410-TAKE-FIELD.
      *-----------------------

           IF      W-FIELD-COUNT >= W-FIELD-MAX
               DISPLAY 'PRTCERT  too many VALIDCHK FIELD cards - '
                   'limit 50'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1410-EXIT
           END-IF

           MOVE W-PROFILE-CARD(25:5)
                                    TO W-CARD-OFFSET
           MOVE W-PROFILE-CARD(31:5)
                                    TO W-CARD-LENGTH

           IF      W-CARD-OFFSET NOT NUMERIC
           OR      W-CARD-LENGTH NOT NUMERIC
               DISPLAY 'PRTCERT  VALIDCHK FIELD card offset/length '
                   'not numeric: ' W-PROFILE-CARD(1:42)
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1410-EXIT
           END-IF

           ADD  1                   TO W-FIELD-COUNT
           SET  W-F-DX              TO W-FIELD-COUNT

           MOVE W-PROFILE-CARD(12:12)
                                    TO FLD-NAME(W-F-DX)
           MOVE W-CARD-OFFSET       TO FLD-OFFSET(W-F-DX)
           MOVE W-CARD-LENGTH       TO FLD-LENGTH(W-F-DX)
           MOVE W-PROFILE-CARD(37:6)
                                    TO FLD-TYPE(W-F-DX)
           MOVE W-PROFILE-CARD(44:7)
                                    TO FLD-CHECK(W-F-DX)

           IF      NOT FLD-TYPE-CHAR(W-F-DX)
           AND     NOT FLD-TYPE-PACKED(W-F-DX)
           AND     NOT FLD-TYPE-BINARY(W-F-DX)
               DISPLAY 'PRTCERT  VALIDCHK FIELD type must be CHAR, '
                   'PACKED or BINARY: ' W-PROFILE-CARD(37:6)
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1410-EXIT
           END-IF

           IF      NOT FLD-CHECK-NONE(W-F-DX)
           AND     NOT FLD-CHECK-NUMERIC(W-F-DX)
           AND     NOT FLD-CHECK-DATE(W-F-DX)
           AND     NOT FLD-CHECK-VALUES(W-F-DX)
               DISPLAY 'PRTCERT  VALIDCHK FIELD check must be '
                   'NUMERIC, DATE or VALUES: ' W-PROFILE-CARD(44:7)
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1410-EXIT
           END-IF

           IF      FLD-LENGTH(W-F-DX) = 0
           OR      FLD-LENGTH(W-F-DX) > 64
               DISPLAY 'PRTCERT  VALIDCHK FIELD length must be '
                   '1-64: ' W-CARD-LENGTH
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1410-EXIT
           END-IF

           IF      FLD-TYPE-PACKED(W-F-DX)
           AND     FLD-LENGTH(W-F-DX) > 9
               DISPLAY 'PRTCERT  VALIDCHK PACKED field length must '
                   'be 1-9: ' W-CARD-LENGTH
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1410-EXIT
           END-IF

           IF      FLD-CHECK-DATE(W-F-DX)
           AND     FLD-LENGTH(W-F-DX) NOT = 8
               DISPLAY 'PRTCERT  VALIDCHK DATE fields are YYYYMMDD - '
                   'length must be 8'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1410-EXIT
           END-IF

           IF      (FLD-CHECK-NUMERIC(W-F-DX)
                OR  FLD-CHECK-DATE(W-F-DX)
                OR  FLD-CHECK-VALUES(W-F-DX))
           AND     NOT FLD-TYPE-CHAR(W-F-DX)
               DISPLAY 'PRTCERT  VALIDCHK ' FLD-CHECK(W-F-DX)
                   ' check applies to CHAR fields: ' FLD-NAME(W-F-DX)
               MOVE 16              TO RETURN-CODE
           END-IF

           IF      FLD-CHECK-VALUES(W-F-DX)
           AND     FLD-LENGTH(W-F-DX) > 16
               DISPLAY 'PRTCERT  VALIDCHK VALUES fields compare at '
                   'most 16 bytes: ' FLD-NAME(W-F-DX)
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1410-EXIT.
           EXIT.
      /
       SUB-1420-TAKE-VALUE.
      *-----------------------

           IF      W-VALUE-COUNT >= W-VALUE-MAX
               DISPLAY 'PRTCERT  too many VALIDCHK VALUES cards - '
                   'limit 200'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1420-EXIT
           END-IF

           ADD  1                   TO W-VALUE-COUNT
           SET  W-V-DX              TO W-VALUE-COUNT

           MOVE W-PROFILE-CARD(12:12)
                                    TO VAL-FIELD-NAME(W-V-DX)
           MOVE W-PROFILE-CARD(25:16)
                                    TO VAL-VALUE(W-V-DX)
           .
       SUB-1420-EXIT.
           EXIT.
      /
       SUB-1500-TAKE-GAPCHK-CARD.
      *------------------------------

      **** GAPCHK'S CARD FORMAT, KEYWORD IN COLUMNS 1-11: SEQ-FIELD
      **** WITH OFFSET 12-16, LENGTH 18-22, FORMAT 24-30; START WITH
      **** THE EXPECTED FIRST VALUE IN 12-29.

           MOVE W-PROFILE-CARD(1:11)
                                    TO W-CARD-KEYWORD

           EVALUATE W-CARD-KEYWORD
               WHEN 'SEQ-FIELD'
                   MOVE W-PROFILE-CARD(12:5)
                                    TO W-CARD-OFFSET
                   MOVE W-PROFILE-CARD(18:5)
                                    TO W-CARD-LENGTH
                   IF      W-CARD-OFFSET NOT NUMERIC
                   OR      W-CARD-LENGTH NOT NUMERIC
                       DISPLAY 'PRTCERT  GAPCHK SEQ-FIELD offset/'
                           'length not numeric: '
                           W-PROFILE-CARD(1:22)
                       MOVE 16      TO RETURN-CODE
                       GO TO SUB-1500-EXIT
                   END-IF
                   MOVE W-CARD-OFFSET
                                    TO W-SEQ-OFFSET
                   MOVE W-CARD-LENGTH
                                    TO W-SEQ-LENGTH
                   MOVE W-PROFILE-CARD(24:7)
                                    TO W-SEQ-FORMAT
                   PERFORM SUB-1510-CHECK-FORMAT THRU SUB-1510-EXIT

               WHEN 'START'
                   MOVE W-PROFILE-CARD(12:18)
                                    TO W-CARD-START
                   IF      W-CARD-START NOT NUMERIC
                       DISPLAY 'PRTCERT  GAPCHK START value is not '
                           'numeric: ' W-CARD-START
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       MOVE W-CARD-START
                                    TO W-START-VALUE
                       SET  W-START-GIVEN
                                    TO TRUE
                   END-IF

               WHEN SPACES
                   CONTINUE

               WHEN OTHER
                   DISPLAY 'PRTCERT  unknown GAPCHK profile card: '
                       W-CARD-KEYWORD
                   MOVE 16          TO RETURN-CODE
           END-EVALUATE
           .
       SUB-1500-EXIT.
           EXIT.
      /
       SUB-1510-CHECK-FORMAT.
      *--------------------------

           IF      NOT W-FMT-DISPLAY
           AND     NOT W-FMT-PACKED
           AND     NOT W-FMT-BINARY
               DISPLAY 'PRTCERT  GAPCHK SEQ-FIELD format must be '
                   'DISPLAY, PACKED or BINARY: ' W-SEQ-FORMAT
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1510-EXIT
           END-IF

           EVALUATE TRUE
               WHEN W-FMT-DISPLAY
                   IF      W-SEQ-LENGTH = 0 OR W-SEQ-LENGTH > 18
                       DISPLAY 'PRTCERT  GAPCHK DISPLAY sequence '
                           'length must be 1-18'
                       MOVE 16      TO RETURN-CODE
                   END-IF
               WHEN W-FMT-PACKED
                   IF      W-SEQ-LENGTH = 0 OR W-SEQ-LENGTH > 9
                       DISPLAY 'PRTCERT  GAPCHK PACKED sequence '
                           'length must be 1-9'
                       MOVE 16      TO RETURN-CODE
                   END-IF
               WHEN W-FMT-BINARY
                   IF      W-SEQ-LENGTH = 0 OR W-SEQ-LENGTH > 8
                       DISPLAY 'PRTCERT  GAPCHK BINARY sequence '
                           'length must be 1-8'
                       MOVE 16      TO RETURN-CODE
                   END-IF
           END-EVALUATE
           .
       SUB-1510-EXIT.
           EXIT.
      /
       SUB-1600-TAKE-DUPFIND-CARD.
      *-------------------------------

      **** DUPFIND'S CARD FORMAT: 'RANGE' IN COLUMNS 1-10 WITH
      **** OFFSET 12-16 AND LENGTH 18-22.  NO RANGE CARD MEANS THE
      **** WHOLE RECORD IS FINGERPRINTED.

           IF      W-PROFILE-CARD = SPACES
               GO TO SUB-1600-EXIT
           END-IF

           IF      W-PROFILE-CARD(1:10) NOT = 'RANGE'
               DISPLAY 'PRTCERT  unknown DUPFIND profile card: '
                   W-PROFILE-CARD(1:10)
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1600-EXIT
           END-IF

           MOVE W-PROFILE-CARD(12:5)
                                    TO W-CARD-OFFSET
           MOVE W-PROFILE-CARD(18:5)
                                    TO W-CARD-LENGTH

           IF      W-CARD-OFFSET NOT NUMERIC
           OR      W-CARD-LENGTH NOT NUMERIC
               DISPLAY 'PRTCERT  DUPFIND RANGE card offset/length '
                   'not numeric: ' W-PROFILE-CARD(1:22)
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1600-EXIT
           END-IF

           MOVE W-CARD-OFFSET       TO W-RANGE-OFFSET
           MOVE W-CARD-LENGTH       TO W-RANGE-LENGTH
           .
       SUB-1600-EXIT.
           EXIT.
      /
       SUB-1650-TAKE-MANIFEST-CARD.
      *--------------------------------

      **** MANIFEST'S PROFILE CARD: 'STYLE' IN COLUMNS 1-10 WITH MD5,
      **** CKSUM OR BOTH IN 12-19.

           IF      W-PROFILE-CARD = SPACES
               GO TO SUB-1650-EXIT
           END-IF

           IF      W-PROFILE-CARD(1:10) NOT = 'STYLE'
               DISPLAY 'PRTCERT  unknown MANIFEST profile card: '
                   W-PROFILE-CARD(1:10)
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1650-EXIT
           END-IF

           MOVE W-PROFILE-CARD(12:8)
                                    TO W-STYLE

           IF      NOT W-STYLE-VALID
               DISPLAY 'PRTCERT  MANIFEST profile STYLE must be MD5, '
                   'CKSUM or BOTH: ' W-STYLE
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1650-EXIT.
           EXIT.
      /
       SUB-1680-TAKE-PRTCERT-CARD.
      *-------------------------------

      **** PRTCERT'S OWN PROFILE CARDS, KEYWORD IN COLUMNS 1-11:
      ****   CHECK    A CHECK PROGRAM NAME IN 12-19, REQUIRING A
      ****            CHECK THAT TAKES NO CARDS (DUPFIND OVER THE
      ****            WHOLE RECORD, MANIFEST IN THE DEFAULT STYLE)
      ****   VERDICT  THE LAST VERDICT RECORDED BY THIS PROGRAM

           EVALUATE W-PROFILE-CARD(1:11)
               WHEN 'CHECK'
                   SET  W-K-DX      TO 1
                   SEARCH W-CHECK-ENTRY
                       AT END
                           DISPLAY 'PRTCERT  CHECK card names no '
                               'check program: '
                               W-PROFILE-CARD(12:8)
                           MOVE 16  TO RETURN-CODE
                       WHEN CHK-PROGRAM(W-K-DX)
                          = W-PROFILE-CARD(12:8)
                           SET  CHK-REQUIRED(W-K-DX)
                                    TO TRUE
                   END-SEARCH

               WHEN 'VERDICT'
                   MOVE W-PROFILE-CARD(12:13)
                                    TO W-PREV-VERDICT
                   MOVE W-PROFILE-CARD(26:10)
                                    TO W-PREV-DATE

               WHEN SPACES
                   CONTINUE

               WHEN OTHER
                   DISPLAY 'PRTCERT  unknown PRTCERT profile card: '
                       W-PROFILE-CARD(1:11)
                   MOVE 16          TO RETURN-CODE
           END-EVALUATE
           .
       SUB-1680-EXIT.
           EXIT.
      /
       SUB-1700-LOAD-LAYOUT.
      *------------------------

      **** PULL THE NAMED LAYOUT'S STORED CARD IMAGES FROM THE
      **** LAYOUTS REGISTRY AND TAKE EACH AS A PROFILE CARD FOR THE
      **** PROGRAM WHOSE LAYOUT CARD NAMED IT.

           MOVE 0                   TO W-LAYOUT-CARD-COUNT
           SET  W-LAYREG-NOT-EOF    TO TRUE

           OPEN INPUT LAYOUT-FILE

           IF      W-LAYREG-FILE-STATUS NOT = '00'
               DISPLAY 'PRTCERT  unable to open LAYOUTS - status '
                   W-LAYREG-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1700-EXIT
           END-IF

           SET  W-LAYOUT-LOADING    TO TRUE

           PERFORM SUB-1710-READ-LAYOUT-CARD THRU SUB-1710-EXIT
               UNTIL W-LAYREG-EOF OR RETURN-CODE NOT = 0

           SET  W-LAYOUT-NOT-LOADING
                                    TO TRUE

           CLOSE LAYOUT-FILE

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1700-EXIT
           END-IF

           IF      W-LAYOUT-CARD-COUNT = 0
               DISPLAY 'PRTCERT  layout not found in LAYOUTS: '
                   W-LAYOUT-NAME
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1700-EXIT
           END-IF

           MOVE W-LAYOUT-CARD-COUNT TO W-DISPLAY-CARDS
           DISPLAY 'PRTCERT  ' W-PROFILE-PROGRAM ' layout in effect: '
               W-LAYOUT-NAME ' (' W-DISPLAY-CARDS ' cards)'
           .
       SUB-1700-EXIT.
           EXIT.
      /
       SUB-1710-READ-LAYOUT-CARD.
      *------------------------------

           READ LAYOUT-FILE
               AT END
                   SET  W-LAYREG-EOF
                                    TO TRUE
                   GO TO SUB-1710-EXIT
           END-READ

           IF      LAY-REC-NAME NOT = W-LAYOUT-NAME
               GO TO SUB-1710-EXIT
           END-IF

           ADD  1                   TO W-LAYOUT-CARD-COUNT
           MOVE LAY-REC-CARD        TO W-PROFILE-CARD

           PERFORM SUB-1220-TAKE-PROFILE-CARD THRU SUB-1220-EXIT
           .
       SUB-1710-EXIT.
           EXIT.
      /
       SUB-1800-VALIDATE-PROFILE.
      *------------------------------

      **** A CHECK THE PROFILE CALLS FOR MUST BE COMPLETE ENOUGH FOR
      **** ITS OWN PROGRAM TO RUN -- THE SAME DECK RULES EACH PROGRAM
      **** APPLIES ON ITS OWN.

           SET  W-K-DX              TO W-CHK-TRLRCHK

           IF      CHK-REQUIRED(W-K-DX)
               IF      CNT-PRESENT = 'N'
               AND     AMT-PRESENT = 'N'
               AND     CRF-PRESENT = 'N'
                   DISPLAY 'PRTCERT  TRLRCHK profile describes no '
                       'trailer fields'
                   MOVE 16          TO RETURN-CODE
               END-IF
               IF      AMT-PRESENT = 'Y'
               AND     BDY-PRESENT = 'N'
                   DISPLAY 'PRTCERT  TRLRCHK AMOUNT-FIELD needs a '
                       'BODY-AMOUNT card naming the body field'
                   MOVE 16          TO RETURN-CODE
               END-IF
           END-IF

           SET  W-K-DX              TO W-CHK-VALIDCHK

           IF      CHK-REQUIRED(W-K-DX)
           AND     W-FIELD-COUNT = 0
               DISPLAY 'PRTCERT  VALIDCHK profile has no FIELD cards'
               MOVE 16              TO RETURN-CODE
           END-IF

           SET  W-K-DX              TO W-CHK-GAPCHK

           IF      CHK-REQUIRED(W-K-DX)
           AND     W-SEQ-LENGTH = 0
               DISPLAY 'PRTCERT  GAPCHK profile has no SEQ-FIELD card'
               MOVE 16              TO RETURN-CODE
           END-IF

           PERFORM SUB-1810-COUNT-REQUIRED THRU SUB-1810-EXIT
               VARYING W-K-DX FROM 1 BY 1
                 UNTIL W-K-DX > W-CHECK-MAX

           IF      RETURN-CODE = 0
           AND     W-CHECKS-RUN = 0
               DISPLAY 'PRTCERT  the profile for ' W-PARTNER-CODE
                   ' defines no checks - nothing to certify'
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-1800-EXIT.
           EXIT.
      /
       SUB-1810-COUNT-REQUIRED.
      *----------------------------

           IF      CHK-REQUIRED(W-K-DX)
               ADD  1               TO W-CHECKS-RUN
           END-IF
           .
       SUB-1810-EXIT.
           EXIT.
      /
       SUB-2000-READ-SAMPLE.
      *------------------------

      **** ONE PASS OVER THE SAMPLE FEEDS EVERY CHECK: THE WHOLE-
      **** FILE CHECKSUMS, THEN EACH REQUIRED CHECK IN TURN.

           PERFORM SUB-2100-READ-SAMPLE-RECORD THRU SUB-2100-EXIT

           PERFORM SUB-2200-TAKE-RECORD THRU SUB-2200-EXIT
               UNTIL W-SAMPLE-EOF

           CLOSE SAMPLE-FILE
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-READ-SAMPLE-RECORD.
      *--------------------------------

           READ SAMPLE-FILE
               AT END
                   SET  W-SAMPLE-EOF
                                    TO TRUE
           END-READ
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-TAKE-RECORD.
      *------------------------

           ADD  1                   TO W-RECORD-COUNT

           PERFORM SUB-2300-DIGEST-RECORD THRU SUB-2300-EXIT

           IF      CHK-REQUIRED(W-CHK-TRLRCHK)
               PERFORM SUB-2400-TRAILER-ADVANCE THRU SUB-2400-EXIT
           END-IF

           IF      CHK-REQUIRED(W-CHK-VALIDCHK)
               PERFORM SUB-2500-VALIDATE-RECORD THRU SUB-2500-EXIT
           END-IF

           IF      CHK-REQUIRED(W-CHK-GAPCHK)
               PERFORM SUB-2600-SEQUENCE-RECORD THRU SUB-2600-EXIT
           END-IF

           IF      CHK-REQUIRED(W-CHK-DUPFIND)
               PERFORM SUB-2700-FINGERPRINT-RECORD THRU SUB-2700-EXIT
           END-IF

           PERFORM SUB-2100-READ-SAMPLE-RECORD THRU SUB-2100-EXIT
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-DIGEST-RECORD.
      *---------------------------

      **** THE FILE'S CRC32 AND MD5, STAGED THE WAY MANIFEST STAGES
      **** THEM, SO THE CHECKSUMS MATCH A MANIFEST RUN ON THE SAME
      **** FILE.

           IF      W-RECORD-COUNT = 1
               SET  CRC-STAGE-START OF W-CRC32-FILE-PARAMETER
                                    TO TRUE
               SET  MD5-STAGE-START TO TRUE
           ELSE
               SET  CRC-STAGE-IN-PROCESS OF W-CRC32-FILE-PARAMETER
                                    TO TRUE
               SET  MD5-STAGE-IN-PROCESS
                                    TO TRUE
           END-IF

           SET  CRC-BUFFER-PTR OF W-CRC32-FILE-PARAMETER
                                    TO ADDRESS OF SAMPLE-RECORD
           MOVE W-SAMPLE-REC-LEN    TO CRC-BUFFER-LEN
                                       OF W-CRC32-FILE-PARAMETER
           CALL W-CRC32-PROG     USING W-CRC32-FILE-PARAMETER

           SET  MD5-BUFFER-PTR      TO ADDRESS OF SAMPLE-RECORD
           MOVE W-SAMPLE-REC-LEN    TO MD5-BUFFER-LEN
           CALL W-MD5-PROG       USING W-MD5-PARAMETER
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2400-TRAILER-ADVANCE.
      *-----------------------------

      **** TRLRCHK'S ONE-RECORD LOOKAHEAD: A NEW RECORD MAKES THE
      **** HELD ONE BODY (OR A HEADER BEING SKIPPED), AND WHATEVER
      **** IS HELD AT END OF FILE IS THE TRAILER.

           IF      W-HELD-PRESENT
               PERFORM SUB-2410-TAKE-BODY-RECORD THRU SUB-2410-EXIT
           END-IF

           MOVE SAMPLE-RECORD(1:W-SAMPLE-REC-LEN)
                                    TO W-HELD-RECORD
                                       (1:W-SAMPLE-REC-LEN)
           MOVE W-SAMPLE-REC-LEN    TO W-HELD-LEN
           SET  W-HELD-PRESENT      TO TRUE
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2410-TAKE-BODY-RECORD.
      *------------------------------

           IF      W-HEADER-SEEN < W-HEADER-COUNT
               ADD  1               TO W-HEADER-SEEN
               GO TO SUB-2410-EXIT
           END-IF

           ADD  1                   TO W-BODY-COUNT

           IF      W-FIRST-BODY
               SET  CRC-STAGE-START OF W-CRC32-BODY-PARAMETER
                                    TO TRUE
               SET  W-NOT-FIRST-BODY
                                    TO TRUE
           ELSE
               SET  CRC-STAGE-IN-PROCESS OF W-CRC32-BODY-PARAMETER
                                    TO TRUE
           END-IF

           SET  CRC-BUFFER-PTR OF W-CRC32-BODY-PARAMETER
                                    TO ADDRESS OF W-HELD-RECORD
           MOVE W-HELD-LEN          TO CRC-BUFFER-LEN
                                       OF W-CRC32-BODY-PARAMETER
           CALL W-CRC32-PROG     USING W-CRC32-BODY-PARAMETER

           IF      BDY-PRESENT = 'N'
               GO TO SUB-2410-EXIT
           END-IF

           MOVE BDY-OFFSET          TO W-FLD-POS
           MOVE BDY-LENGTH          TO W-FLD-LEN
           MOVE BDY-FORMAT          TO W-CARD-FORMAT
           PERFORM SUB-2420-EXTRACT-HELD-VALUE THRU SUB-2420-EXIT

           IF      W-VALUE-GOOD
               ADD  W-NUM-VALUE     TO W-BODY-AMOUNT
               GO TO SUB-2410-EXIT
           END-IF

      **** ON ITS OWN TRLRCHK STOPS AT A BAD BODY AMOUNT; HERE IT IS
      **** AN EXCEPTION AGAINST THE SAMPLE AND THE PASS GOES ON SO
      **** THE OTHER CHECKS STILL SEE THE WHOLE FILE.

           MOVE W-RECORD-COUNT      TO W-TXT-NUM-1
           SUBTRACT 1             FROM W-TXT-NUM-1
           MOVE SPACES              TO W-EXC-TEXT
           STRING 'body amount field is not numeric in record '
                  W-TXT-NUM-1
               DELIMITED BY SIZE INTO W-EXC-TEXT
           END-STRING
           SET  W-K-DX              TO W-CHK-TRLRCHK
           PERFORM SUB-8000-ADD-EXCEPTION THRU SUB-8000-EXIT
           .
       SUB-2410-EXIT.
           EXIT.
      /
       SUB-2420-EXTRACT-HELD-VALUE.
      *--------------------------------

      **** PULL A NUMERIC VALUE OUT OF THE HELD RECORD AT W-FLD-POS
      **** (0-BASED) FOR W-FLD-LEN BYTES, DISPLAY OR PACKED, THE WAY
      **** TRLRCHK DOES.

           SET  W-VALUE-BAD         TO TRUE

           IF      W-FLD-POS + W-FLD-LEN > W-HELD-LEN
               GO TO SUB-2420-EXIT
           END-IF

           IF      W-CARD-FORMAT = 'PACKED'
               IF      W-FLD-LEN > 9
                   GO TO SUB-2420-EXIT
               END-IF
               MOVE ALL X'00'       TO W-PACKED-WORK
               MOVE W-HELD-RECORD(W-FLD-POS + 1:W-FLD-LEN)
                   TO W-PACKED-WORK(10 - W-FLD-LEN:W-FLD-LEN)
               IF      W-PACKED-NUM NOT NUMERIC
                   GO TO SUB-2420-EXIT
               END-IF
               MOVE W-PACKED-NUM    TO W-NUM-VALUE
               SET  W-VALUE-GOOD    TO TRUE
           ELSE
               IF      W-FLD-LEN > 18
                   GO TO SUB-2420-EXIT
               END-IF
               MOVE ALL '0'         TO W-ZONED-WORK
               MOVE W-HELD-RECORD(W-FLD-POS + 1:W-FLD-LEN)
                   TO W-ZONED-WORK(19 - W-FLD-LEN:W-FLD-LEN)
               IF      W-ZONED-WORK NOT NUMERIC
                   GO TO SUB-2420-EXIT
               END-IF
               MOVE W-ZONED-NUM     TO W-NUM-VALUE
               SET  W-VALUE-GOOD    TO TRUE
           END-IF
           .
       SUB-2420-EXIT.
           EXIT.
      /
       SUB-2500-VALIDATE-RECORD.
      *-----------------------------

           SET  W-RECORD-CLEAN      TO TRUE

           PERFORM SUB-2510-CHECK-FIELD THRU SUB-2510-EXIT
               VARYING W-F-DX FROM 1 BY 1
                 UNTIL W-F-DX > W-FIELD-COUNT

           IF      W-RECORD-FAILED
               ADD  1               TO W-FAILED-COUNT
           END-IF
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2510-CHECK-FIELD.
      *------------------------

           COMPUTE W-FLD-POS = FLD-OFFSET(W-F-DX) + 1
           MOVE FLD-LENGTH(W-F-DX)  TO W-FLD-LEN

           IF      W-FLD-POS + W-FLD-LEN - 1 > W-SAMPLE-REC-LEN
               MOVE 'record ends inside field'
                                    TO W-FAIL-REASON
               PERFORM SUB-2590-FIELD-FAILURE THRU SUB-2590-EXIT
               GO TO SUB-2510-EXIT
           END-IF

           EVALUATE TRUE
               WHEN FLD-TYPE-PACKED(W-F-DX)
                   PERFORM SUB-2520-CHECK-PACKED THRU SUB-2520-EXIT

               WHEN FLD-CHECK-NUMERIC(W-F-DX)
                   PERFORM SUB-2530-CHECK-NUMERIC THRU SUB-2530-EXIT

               WHEN FLD-CHECK-DATE(W-F-DX)
                   PERFORM SUB-2540-CHECK-DATE THRU SUB-2540-EXIT

               WHEN FLD-CHECK-VALUES(W-F-DX)
                   PERFORM SUB-2550-CHECK-VALUES THRU SUB-2550-EXIT
           END-EVALUATE
           .
       SUB-2510-EXIT.
           EXIT.
      /
       SUB-2520-CHECK-PACKED.
      *--------------------------

           MOVE ALL X'00'           TO W-PACKED-WORK
           MOVE SAMPLE-RECORD(W-FLD-POS:W-FLD-LEN)
               TO W-PACKED-WORK(10 - W-FLD-LEN:W-FLD-LEN)

           IF      W-PACKED-NUM NOT NUMERIC
               MOVE 'invalid packed digits/sign'
                                    TO W-FAIL-REASON
               PERFORM SUB-2590-FIELD-FAILURE THRU SUB-2590-EXIT
           END-IF
           .
       SUB-2520-EXIT.
           EXIT.
      /
       SUB-2530-CHECK-NUMERIC.
      *---------------------------

           MOVE ALL '0'             TO W-ZONED-WORK
           MOVE SAMPLE-RECORD(W-FLD-POS:W-FLD-LEN)
               TO W-ZONED-WORK(19 - W-FLD-LEN:W-FLD-LEN)

           IF      W-ZONED-WORK NOT NUMERIC
               MOVE 'display field not numeric'
                                    TO W-FAIL-REASON
               PERFORM SUB-2590-FIELD-FAILURE THRU SUB-2590-EXIT
           END-IF
           .
       SUB-2530-EXIT.
           EXIT.
      /
       SUB-2540-CHECK-DATE.
      *-----------------------

           MOVE SAMPLE-RECORD(W-FLD-POS:8)
                                    TO W-DATE-WORK

           IF      W-DATE-W-NUM NOT NUMERIC
               MOVE 'date field not numeric'
                                    TO W-FAIL-REASON
               PERFORM SUB-2590-FIELD-FAILURE THRU SUB-2590-EXIT
               GO TO SUB-2540-EXIT
           END-IF

           MOVE W-DATE-W-YYYY       TO W-DATE-YYYY-NUM
           MOVE W-DATE-W-MM         TO W-DATE-MM-NUM
           MOVE W-DATE-W-DD         TO W-DATE-DD-NUM

           IF      W-DATE-MM-NUM < 1 OR W-DATE-MM-NUM > 12
               MOVE 'month outside 01-12'
                                    TO W-FAIL-REASON
               PERFORM SUB-2590-FIELD-FAILURE THRU SUB-2590-EXIT
               GO TO SUB-2540-EXIT
           END-IF

           MOVE W-MONTH-DAYS(W-DATE-MM-NUM)
                                    TO W-MAX-DAY

           IF      W-DATE-MM-NUM = 2
               COMPUTE W-LEAP-REM =
                   FUNCTION MOD(W-DATE-YYYY-NUM, 4)
               IF      W-LEAP-REM = 0
                   MOVE 29          TO W-MAX-DAY
               END-IF
               COMPUTE W-LEAP-REM =
                   FUNCTION MOD(W-DATE-YYYY-NUM, 100)
               IF      W-LEAP-REM = 0
                   COMPUTE W-LEAP-REM =
                       FUNCTION MOD(W-DATE-YYYY-NUM, 400)
                   IF      W-LEAP-REM = 0
                       MOVE 29      TO W-MAX-DAY
                   ELSE
                       MOVE 28      TO W-MAX-DAY
                   END-IF
               END-IF
           END-IF

           IF      W-DATE-DD-NUM < 1
           OR      W-DATE-DD-NUM > W-MAX-DAY
               MOVE 'day invalid for month'
                                    TO W-FAIL-REASON
               PERFORM SUB-2590-FIELD-FAILURE THRU SUB-2590-EXIT
               GO TO SUB-2540-EXIT
           END-IF

           IF      W-DATE-WORK < W-DATE-FROM
           OR      W-DATE-WORK > W-DATE-TO
               MOVE 'date outside declared range'
                                    TO W-FAIL-REASON
               PERFORM SUB-2590-FIELD-FAILURE THRU SUB-2590-EXIT
           END-IF
           .
       SUB-2540-EXIT.
           EXIT.
      /
       SUB-2550-CHECK-VALUES.
      *--------------------------

           SET  W-VALUE-NOT-MATCHED TO TRUE

           PERFORM SUB-2560-MATCH-VALUE THRU SUB-2560-EXIT
               VARYING W-V-DX FROM 1 BY 1
                 UNTIL W-V-DX > W-VALUE-COUNT
                    OR W-VALUE-MATCHED

           IF      W-VALUE-NOT-MATCHED
               MOVE 'value not in allowed list'
                                    TO W-FAIL-REASON
               PERFORM SUB-2590-FIELD-FAILURE THRU SUB-2590-EXIT
           END-IF
           .
       SUB-2550-EXIT.
           EXIT.
      /
       SUB-2560-MATCH-VALUE.
      *------------------------

           IF      VAL-FIELD-NAME(W-V-DX) = FLD-NAME(W-F-DX)
           AND     SAMPLE-RECORD(W-FLD-POS:W-FLD-LEN)
                 = VAL-VALUE(W-V-DX)(1:W-FLD-LEN)
               SET  W-VALUE-MATCHED TO TRUE
           END-IF
           .
       SUB-2560-EXIT.
           EXIT.
      /
       SUB-2590-FIELD-FAILURE.
      *---------------------------

           SET  W-RECORD-FAILED     TO TRUE
           ADD  1                   TO W-FAIL-FIELD-COUNT

           MOVE W-RECORD-COUNT      TO W-TXT-NUM-1
           MOVE SPACES              TO W-EXC-TEXT
           STRING 'record ' W-TXT-NUM-1 ' field ' FLD-NAME(W-F-DX)
                  ' - ' W-FAIL-REASON
               DELIMITED BY SIZE INTO W-EXC-TEXT
           END-STRING
           SET  W-K-DX              TO W-CHK-VALIDCHK
           PERFORM SUB-8000-ADD-EXCEPTION THRU SUB-8000-EXIT
           .
       SUB-2590-EXIT.
           EXIT.
      /
       SUB-2600-SEQUENCE-RECORD.
      *-----------------------------

           PERFORM SUB-2610-EXTRACT-SEQUENCE THRU SUB-2610-EXIT

           MOVE W-RECORD-COUNT      TO W-TXT-NUM-1
           MOVE SPACES              TO W-EXC-TEXT
           SET  W-K-DX              TO W-CHK-GAPCHK

           IF      W-VALUE-BAD
               ADD  1               TO W-BAD-COUNT
               STRING 'record ' W-TXT-NUM-1
                      ' sequence field is not a valid '
                      W-SEQ-FORMAT ' number'
                   DELIMITED BY SIZE INTO W-EXC-TEXT
               END-STRING
               PERFORM SUB-8000-ADD-EXCEPTION THRU SUB-8000-EXIT
               GO TO SUB-2600-EXIT
           END-IF

      **** THE FIRST RECORD WITHOUT A START CARD JUST SETS THE
      **** BASELINE; WITH ONE, A LATE FIRST VALUE IS ALREADY A GAP.

           IF      W-FIRST-SEQ
           AND     W-START-NOT-GIVEN
               SET  W-NOT-FIRST-SEQ TO TRUE
               MOVE W-SEQ-VALUE     TO W-PREV-VALUE
               COMPUTE W-NEXT-EXPECTED = W-SEQ-VALUE + 1
               GO TO SUB-2600-EXIT
           END-IF

           IF      W-FIRST-SEQ
               MOVE W-START-VALUE   TO W-NEXT-EXPECTED
           END-IF

           MOVE W-SEQ-VALUE         TO W-TXT-BIG-1

           EVALUATE TRUE
               WHEN W-SEQ-VALUE = W-PREV-VALUE
                AND W-NOT-FIRST-SEQ
                   ADD  1           TO W-DUP-COUNT
                   STRING 'record ' W-TXT-NUM-1
                          ' DUPLICATE sequence ' W-TXT-BIG-1
                       DELIMITED BY SIZE INTO W-EXC-TEXT
                   END-STRING
                   PERFORM SUB-8000-ADD-EXCEPTION THRU SUB-8000-EXIT

               WHEN W-SEQ-VALUE < W-NEXT-EXPECTED
                   ADD  1           TO W-OOO-COUNT
                   STRING 'record ' W-TXT-NUM-1
                          ' OUT OF ORDER sequence ' W-TXT-BIG-1
                       DELIMITED BY SIZE INTO W-EXC-TEXT
                   END-STRING
                   PERFORM SUB-8000-ADD-EXCEPTION THRU SUB-8000-EXIT

               WHEN W-SEQ-VALUE > W-NEXT-EXPECTED
                   ADD  1           TO W-GAP-COUNT
                   ADD  W-SEQ-VALUE TO W-MISSING-COUNT
                   SUBTRACT W-NEXT-EXPECTED
                                  FROM W-MISSING-COUNT
                   MOVE W-NEXT-EXPECTED
                                    TO W-TXT-BIG-1
                   COMPUTE W-TXT-BIG-2 = W-SEQ-VALUE - 1
                   STRING 'record ' W-TXT-NUM-1
                          ' GAP - missing ' W-TXT-BIG-1
                          ' through ' W-TXT-BIG-2
                       DELIMITED BY SIZE INTO W-EXC-TEXT
                   END-STRING
                   PERFORM SUB-8000-ADD-EXCEPTION THRU SUB-8000-EXIT

               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           SET  W-NOT-FIRST-SEQ     TO TRUE

           IF      W-SEQ-VALUE >= W-NEXT-EXPECTED
               COMPUTE W-NEXT-EXPECTED = W-SEQ-VALUE + 1
           END-IF

           MOVE W-SEQ-VALUE         TO W-PREV-VALUE
           .
       SUB-2600-EXIT.
           EXIT.
      /
       SUB-2610-EXTRACT-SEQUENCE.
      *------------------------------

           SET  W-VALUE-BAD         TO TRUE

           COMPUTE W-FLD-POS = W-SEQ-OFFSET + 1
           MOVE W-SEQ-LENGTH        TO W-FLD-LEN

           IF      W-FLD-POS + W-FLD-LEN - 1 > W-SAMPLE-REC-LEN
               GO TO SUB-2610-EXIT
           END-IF

           EVALUATE TRUE
               WHEN W-FMT-DISPLAY
                   MOVE ALL '0'     TO W-ZONED-WORK
                   MOVE SAMPLE-RECORD(W-FLD-POS:W-FLD-LEN)
                       TO W-ZONED-WORK(19 - W-FLD-LEN:W-FLD-LEN)
                   IF      W-ZONED-WORK NUMERIC
                       MOVE W-ZONED-NUM
                                    TO W-SEQ-VALUE
                       SET  W-VALUE-GOOD
                                    TO TRUE
                   END-IF

               WHEN W-FMT-PACKED
                   MOVE ALL X'00'   TO W-PACKED-WORK
                   MOVE SAMPLE-RECORD(W-FLD-POS:W-FLD-LEN)
                       TO W-PACKED-WORK(10 - W-FLD-LEN:W-FLD-LEN)
                   IF      W-PACKED-NUM NUMERIC
                       MOVE W-PACKED-NUM
                                    TO W-SEQ-VALUE
                       SET  W-VALUE-GOOD
                                    TO TRUE
                   END-IF

               WHEN W-FMT-BINARY
                   MOVE ALL X'00'   TO W-BINARY-WORK
                   MOVE SAMPLE-RECORD(W-FLD-POS:W-FLD-LEN)
                       TO W-BINARY-WORK(9 - W-FLD-LEN:W-FLD-LEN)
                   MOVE W-BINARY-NUM
                                    TO W-SEQ-VALUE
                   SET  W-VALUE-GOOD
                                    TO TRUE
           END-EVALUATE
           .
       SUB-2610-EXIT.
           EXIT.
      /
       SUB-2700-FINGERPRINT-RECORD.
      *--------------------------------

           IF      W-FP-TABLE-FULL
               GO TO SUB-2700-EXIT
           END-IF

           IF      W-ENTRY-COUNT >= W-ENTRY-MAX
               SET  W-FP-TABLE-FULL TO TRUE
               MOVE 'sample exceeds the 100,000-record fingerprint '
                    & 'table'
                                    TO W-EXC-TEXT
               SET  W-K-DX          TO W-CHK-DUPFIND
               PERFORM SUB-8000-ADD-EXCEPTION THRU SUB-8000-EXIT
               GO TO SUB-2700-EXIT
           END-IF

      **** THE FINGERPRINT COVERS THE DECLARED RANGE CLIPPED TO THE
      **** RECORD, AS DUPFIND TAKES IT.

           IF      W-RANGE-LENGTH = 0
               MOVE 1               TO W-FP-POS
               MOVE W-SAMPLE-REC-LEN
                                    TO W-FP-LEN
           ELSE
               COMPUTE W-FP-POS = W-RANGE-OFFSET + 1
               MOVE W-RANGE-LENGTH  TO W-FP-LEN
               IF      W-FP-POS > W-SAMPLE-REC-LEN
                   MOVE 0           TO W-FP-LEN
               ELSE
                   IF      W-FP-POS + W-FP-LEN - 1 > W-SAMPLE-REC-LEN
                       COMPUTE W-FP-LEN =
                           W-SAMPLE-REC-LEN - W-FP-POS + 1
                   END-IF
               END-IF
           END-IF

           SET  CRC-STAGE-START-END OF W-CRC32-PARAMETER
                                    TO TRUE

           IF      W-FP-LEN = 0
               MOVE 0               TO CRC-BUFFER-LEN
                                       OF W-CRC32-PARAMETER
               SET  CRC-BUFFER-PTR OF W-CRC32-PARAMETER
                                    TO NULL
           ELSE
               SET  CRC-BUFFER-PTR OF W-CRC32-PARAMETER
                                    TO ADDRESS OF
                                       SAMPLE-RECORD(W-FP-POS:1)
               MOVE W-FP-LEN        TO CRC-BUFFER-LEN
                                       OF W-CRC32-PARAMETER
           END-IF

           CALL W-CRC32-PROG     USING W-CRC32-PARAMETER

           ADD  1                   TO W-ENTRY-COUNT
           MOVE CRC-CHECKSUM OF W-CRC32-PARAMETER
                                    TO FP-CRC(W-ENTRY-COUNT)
           MOVE W-RECORD-COUNT      TO FP-RECNO(W-ENTRY-COUNT)
           .
       SUB-2700-EXIT.
           EXIT.
      /
       SUB-3000-FINISH-CHECKS.
      *--------------------------

           PERFORM SUB-3500-FINISH-DIGEST THRU SUB-3500-EXIT

           IF      CHK-REQUIRED(W-CHK-TRLRCHK)
               PERFORM SUB-3100-RECONCILE-TRAILER THRU SUB-3100-EXIT
           END-IF

           IF      CHK-REQUIRED(W-CHK-VALIDCHK)
               PERFORM SUB-3200-FINISH-VALIDCHK THRU SUB-3200-EXIT
           END-IF

           IF      CHK-REQUIRED(W-CHK-GAPCHK)
               PERFORM SUB-3300-FINISH-GAPCHK THRU SUB-3300-EXIT
           END-IF

           IF      CHK-REQUIRED(W-CHK-DUPFIND)
               PERFORM SUB-3400-FINISH-DUPFIND THRU SUB-3400-EXIT
           END-IF

           IF      CHK-REQUIRED(W-CHK-MANIFEST)
               PERFORM SUB-3600-FINISH-MANIFEST THRU SUB-3600-EXIT
           END-IF

      **** ANY EXCEPTION FAILS ITS CHECK; ANY FAILED CHECK WITHHOLDS
      **** CERTIFICATION.

           PERFORM SUB-3900-SETTLE-CHECK THRU SUB-3900-EXIT
               VARYING W-K-DX FROM 1 BY 1
                 UNTIL W-K-DX > W-CHECK-MAX

           IF      W-CHECKS-FAILED = 0
               SET  W-VERDICT-CERTIFIED
                                    TO TRUE
           ELSE
               SET  W-VERDICT-NOT-CERTIFIED
                                    TO TRUE
               MOVE 4               TO W-FAIL-RC
           END-IF
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-RECONCILE-TRAILER.
      *-------------------------------

           SET  W-K-DX              TO W-CHK-TRLRCHK

           IF      W-HELD-ABSENT
               MOVE 'sample is empty - no trailer record to reconcile'
                                    TO W-EXC-TEXT
               PERFORM SUB-8000-ADD-EXCEPTION THRU SUB-8000-EXIT
               MOVE 'no trailer'    TO CHK-SUMMARY(W-K-DX)
               GO TO SUB-3100-EXIT
           END-IF

      **** THE HELD RECORD IS THE TRAILER.  CLOSE OUT THE BODY
      **** CHECKSUM, THEN COMPARE EACH DESCRIBED TRAILER FIELD.

           IF      W-FIRST-BODY
               SET  CRC-STAGE-START-END OF W-CRC32-BODY-PARAMETER
                                    TO TRUE
           ELSE
               SET  CRC-STAGE-END OF W-CRC32-BODY-PARAMETER
                                    TO TRUE
           END-IF

           MOVE 0                   TO CRC-BUFFER-LEN
                                       OF W-CRC32-BODY-PARAMETER
           SET  CRC-BUFFER-PTR OF W-CRC32-BODY-PARAMETER
                                    TO NULL
           CALL W-CRC32-PROG     USING W-CRC32-BODY-PARAMETER

           MOVE CRC-CHECKSUM OF W-CRC32-BODY-PARAMETER
                                    TO CH-CHECKSUM
           CALL W-CRCHEX-PROG    USING W-CRCHEX-PARAMETER
           MOVE CH-HEX-OUTPUT       TO W-BODY-CRC

           IF      CNT-PRESENT = 'Y'
               PERFORM SUB-3110-CHECK-COUNT THRU SUB-3110-EXIT
           END-IF

           IF      AMT-PRESENT = 'Y'
               PERFORM SUB-3120-CHECK-AMOUNT THRU SUB-3120-EXIT
           END-IF

           IF      CRF-PRESENT = 'Y'
               PERFORM SUB-3130-CHECK-CRC THRU SUB-3130-EXIT
           END-IF

           MOVE W-BODY-COUNT        TO W-TXT-NUM-1
           MOVE W-BODY-AMOUNT       TO W-TXT-AMT-1
           STRING 'body records ' W-TXT-NUM-1
                  ' amount ' W-TXT-AMT-1
                  ' CRC32 X''' W-BODY-CRC ''''
               DELIMITED BY SIZE INTO CHK-SUMMARY(W-K-DX)
           END-STRING
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3110-CHECK-COUNT.
      *------------------------

           MOVE CNT-OFFSET          TO W-FLD-POS
           MOVE CNT-LENGTH          TO W-FLD-LEN
           MOVE CNT-FORMAT          TO W-CARD-FORMAT
           PERFORM SUB-2420-EXTRACT-HELD-VALUE THRU SUB-2420-EXIT

           IF      W-VALUE-BAD
               MOVE 'trailer count field is not numeric'
                                    TO W-EXC-TEXT
               PERFORM SUB-8000-ADD-EXCEPTION THRU SUB-8000-EXIT
               GO TO SUB-3110-EXIT
           END-IF

           MOVE W-NUM-VALUE         TO W-TRAILER-COUNT

           IF      W-TRAILER-COUNT NOT = W-BODY-COUNT
               MOVE W-TRAILER-COUNT TO W-TXT-BIG-1
               MOVE W-BODY-COUNT    TO W-TXT-NUM-1
               MOVE SPACES          TO W-EXC-TEXT
               STRING 'trailer count ' W-TXT-BIG-1
                      ', body has ' W-TXT-NUM-1
                   DELIMITED BY SIZE INTO W-EXC-TEXT
               END-STRING
               PERFORM SUB-8000-ADD-EXCEPTION THRU SUB-8000-EXIT
           END-IF
           .
       SUB-3110-EXIT.
           EXIT.
      /
       SUB-3120-CHECK-AMOUNT.
      *-------------------------

           MOVE AMT-OFFSET          TO W-FLD-POS
           MOVE AMT-LENGTH          TO W-FLD-LEN
           MOVE AMT-FORMAT          TO W-CARD-FORMAT
           PERFORM SUB-2420-EXTRACT-HELD-VALUE THRU SUB-2420-EXIT

           IF      W-VALUE-BAD
               MOVE 'trailer amount field is not numeric'
                                    TO W-EXC-TEXT
               PERFORM SUB-8000-ADD-EXCEPTION THRU SUB-8000-EXIT
               GO TO SUB-3120-EXIT
           END-IF

           MOVE W-NUM-VALUE         TO W-TRAILER-AMOUNT

           IF      W-TRAILER-AMOUNT NOT = W-BODY-AMOUNT
               MOVE W-TRAILER-AMOUNT
                                    TO W-TXT-AMT-1
               MOVE W-BODY-AMOUNT   TO W-TXT-AMT-2
               MOVE SPACES          TO W-EXC-TEXT
               STRING 'trailer amount ' W-TXT-AMT-1
                      ', body totals ' W-TXT-AMT-2
                   DELIMITED BY SIZE INTO W-EXC-TEXT
               END-STRING
               PERFORM SUB-8000-ADD-EXCEPTION THRU SUB-8000-EXIT
           END-IF
           .
       SUB-3120-EXIT.
           EXIT.
      /
       SUB-3130-CHECK-CRC.
      *----------------------

           IF      CRF-OFFSET + CRF-LENGTH > W-HELD-LEN
           OR      CRF-LENGTH NOT = 8
               MOVE 'trailer checksum field must be 8 hex digits '
                    & 'inside the record'
                                    TO W-EXC-TEXT
               PERFORM SUB-8000-ADD-EXCEPTION THRU SUB-8000-EXIT
               GO TO SUB-3130-EXIT
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
               MOVE SPACES          TO W-EXC-TEXT
               STRING 'trailer checksum X''' W-TRAILER-CRC
                      ''', body computes X''' W-BODY-CRC ''''
                   DELIMITED BY SIZE INTO W-EXC-TEXT
               END-STRING
               PERFORM SUB-8000-ADD-EXCEPTION THRU SUB-8000-EXIT
           END-IF
           .
       SUB-3130-EXIT.
           EXIT.
      /
       SUB-3200-FINISH-VALIDCHK.
      *-----------------------------

           SET  W-K-DX              TO W-CHK-VALIDCHK

           MOVE W-RECORD-COUNT      TO W-TXT-NUM-1
           MOVE W-FAILED-COUNT      TO W-TXT-NUM-2
           MOVE W-FAIL-FIELD-COUNT  TO W-TXT-NUM-3
           STRING 'records ' W-TXT-NUM-1
                  ' failed ' W-TXT-NUM-2
                  ' field failures ' W-TXT-NUM-3
               DELIMITED BY SIZE INTO CHK-SUMMARY(W-K-DX)
           END-STRING
           .
       SUB-3200-EXIT.
           EXIT.
      /
       SUB-3300-FINISH-GAPCHK.
      *---------------------------

           SET  W-K-DX              TO W-CHK-GAPCHK

           MOVE W-GAP-COUNT         TO W-TXT-NUM-1
           MOVE W-MISSING-COUNT     TO W-TXT-BIG-1
           MOVE W-DUP-COUNT         TO W-TXT-NUM-2
           MOVE W-OOO-COUNT         TO W-TXT-NUM-3
           STRING 'gaps ' W-TXT-NUM-1
                  ' missing ' W-TXT-BIG-1
                  ' dups ' W-TXT-NUM-2
                  ' out of order ' W-TXT-NUM-3
               DELIMITED BY SIZE INTO CHK-SUMMARY(W-K-DX)
           END-STRING
           .
       SUB-3300-EXIT.
           EXIT.
      /
       SUB-3400-FINISH-DUPFIND.
      *----------------------------

      **** SHELL SORT THE FINGERPRINTS BY CRC, THEN COUNT EACH RUN
      **** OF EQUAL FINGERPRINTS AS A DUPLICATE GROUP, AS DUPFIND
      **** DOES.

           MOVE W-ENTRY-COUNT       TO W-GAP

           PERFORM SUB-3410-GAP-PASS THRU SUB-3410-EXIT
               UNTIL W-GAP <= 1

           MOVE 1                   TO W-SCAN-DX

           PERFORM SUB-3440-SCAN-GROUP THRU SUB-3440-EXIT
               UNTIL W-SCAN-DX > W-ENTRY-COUNT

           SET  W-K-DX              TO W-CHK-DUPFIND

           MOVE W-ENTRY-COUNT       TO W-TXT-NUM-1
           MOVE W-GROUP-COUNT       TO W-TXT-NUM-2
           MOVE W-DUP-RECORD-COUNT  TO W-TXT-NUM-3
           STRING 'records ' W-TXT-NUM-1
                  ' duplicate groups ' W-TXT-NUM-2
                  ' duplicate records ' W-TXT-NUM-3
               DELIMITED BY SIZE INTO CHK-SUMMARY(W-K-DX)
           END-STRING
           .
       SUB-3400-EXIT.
           EXIT.
      /
       SUB-3410-GAP-PASS.
      *---------------------

           DIVIDE W-GAP BY 2 GIVING W-GAP

           IF      W-GAP = 0
               MOVE 1               TO W-GAP
           END-IF

           PERFORM SUB-3420-INSERT-ENTRY THRU SUB-3420-EXIT
               VARYING W-SRT-I FROM 1 BY 1
                 UNTIL W-SRT-I + W-GAP > W-ENTRY-COUNT

           IF      W-GAP = 1
               MOVE 0               TO W-GAP
           END-IF
           .
       SUB-3410-EXIT.
           EXIT.
      /
       SUB-3420-INSERT-ENTRY.
      *-------------------------

           COMPUTE W-SRT-J = W-SRT-I + W-GAP

           MOVE FP-CRC(W-SRT-J)     TO W-SRT-CRC
           MOVE FP-RECNO(W-SRT-J)   TO W-SRT-RECNO

           PERFORM SUB-3430-SHIFT-ENTRY THRU SUB-3430-EXIT
               UNTIL W-SRT-J <= W-GAP
                  OR FP-CRC(W-SRT-J - W-GAP) <= W-SRT-CRC

           MOVE W-SRT-CRC           TO FP-CRC(W-SRT-J)
           MOVE W-SRT-RECNO         TO FP-RECNO(W-SRT-J)
           .
       SUB-3420-EXIT.
           EXIT.
      /
       SUB-3430-SHIFT-ENTRY.
      *------------------------

           MOVE FP-CRC(W-SRT-J - W-GAP)
                                    TO FP-CRC(W-SRT-J)
           MOVE FP-RECNO(W-SRT-J - W-GAP)
                                    TO FP-RECNO(W-SRT-J)
           SUBTRACT W-GAP           FROM W-SRT-J
           .
       SUB-3430-EXIT.
           EXIT.
      /
       SUB-3440-SCAN-GROUP.
      *-----------------------

           MOVE W-SCAN-DX           TO W-GROUP-START
           MOVE 1                   TO W-GROUP-SIZE

           PERFORM SUB-3450-COUNT-RUN THRU SUB-3450-EXIT
               UNTIL W-SCAN-DX + 1 > W-ENTRY-COUNT
                  OR FP-CRC(W-SCAN-DX + 1)
                       NOT = FP-CRC(W-GROUP-START)

           ADD  1                   TO W-SCAN-DX

           IF      W-GROUP-SIZE < 2
               GO TO SUB-3440-EXIT
           END-IF

           ADD  1                   TO W-GROUP-COUNT
           ADD  W-GROUP-SIZE        TO W-DUP-RECORD-COUNT

           MOVE W-GROUP-SIZE        TO W-TXT-NUM-1
           MOVE FP-RECNO(W-GROUP-START)
                                    TO W-TXT-NUM-2
           MOVE FP-RECNO(W-GROUP-START + 1)
                                    TO W-TXT-NUM-3
           MOVE SPACES              TO W-EXC-TEXT
           STRING W-TXT-NUM-1 ' records alike, first records '
                  W-TXT-NUM-2 ' and ' W-TXT-NUM-3
               DELIMITED BY SIZE INTO W-EXC-TEXT
           END-STRING
           SET  W-K-DX              TO W-CHK-DUPFIND
           PERFORM SUB-8000-ADD-EXCEPTION THRU SUB-8000-EXIT
           .
       SUB-3440-EXIT.
           EXIT.
      /
       SUB-3450-COUNT-RUN.
      *----------------------

           ADD  1                   TO W-SCAN-DX
           ADD  1                   TO W-GROUP-SIZE
           .
       SUB-3450-EXIT.
           EXIT.
      /
       SUB-3500-FINISH-DIGEST.
      *---------------------------

      **** CLOSE OUT THE WHOLE-FILE CRC32 AND MD5.  THE CRC32 END
      **** CALL CARRIES THE JOB AND DATASET NAME SO THE CERTIFIED
      **** SAMPLE'S CHECKSUM LANDS ON CRCCTL LIKE ANY OTHER.

           IF      W-RECORD-COUNT = 0
               SET  CRC-STAGE-START-END OF W-CRC32-FILE-PARAMETER
                                    TO TRUE
               SET  MD5-STAGE-START-END
                                    TO TRUE
           ELSE
               SET  CRC-STAGE-END OF W-CRC32-FILE-PARAMETER
                                    TO TRUE
               SET  MD5-STAGE-END   TO TRUE
           END-IF

           MOVE 0                   TO CRC-BUFFER-LEN
                                       OF W-CRC32-FILE-PARAMETER
           SET  CRC-BUFFER-PTR OF W-CRC32-FILE-PARAMETER
                                    TO NULL
           MOVE 'PRTCERT'           TO CRC-JOB-NAME
                                       OF W-CRC32-FILE-PARAMETER
           MOVE W-SAMPLE-DSNAME     TO CRC-DATASET-NAME
                                       OF W-CRC32-FILE-PARAMETER
           MOVE W-RECORD-COUNT      TO CRC-RECORD-COUNT
                                       OF W-CRC32-FILE-PARAMETER
           CALL W-CRC32-PROG     USING W-CRC32-FILE-PARAMETER

           MOVE 0                   TO MD5-BUFFER-LEN
           SET  MD5-BUFFER-PTR      TO NULL
           CALL W-MD5-PROG       USING W-MD5-PARAMETER

           MOVE CRC-CHECKSUM OF W-CRC32-FILE-PARAMETER
                                    TO CH-CHECKSUM
           CALL W-CRCHEX-PROG    USING W-CRCHEX-PARAMETER
           MOVE CH-HEX-OUTPUT       TO W-FILE-CRC

           MOVE CRC-CHECKSUM OF W-CRC32-FILE-PARAMETER
                                    TO W-CRC-DECIMAL
           MOVE CRC-BYTE-OFFSET OF W-CRC32-FILE-PARAMETER
                                    TO W-BYTES-DECIMAL
           .
       SUB-3500-EXIT.
           EXIT.
      /
       SUB-3600-FINISH-MANIFEST.
      *-----------------------------

      **** THE MANIFEST CHECK PRODUCES THE CHECKSUMS IN THE STYLE THE
      **** PARTNER EXPECTS; THEY ARE PRINTED WITH THE FILE'S
      **** CHECKSUMS BELOW.

           SET  W-K-DX              TO W-CHK-MANIFEST

           EVALUATE TRUE
               WHEN W-STYLE-MD5
                   MOVE 'style MD5 - md5sum line produced'
                                    TO CHK-SUMMARY(W-K-DX)
               WHEN W-STYLE-CKSUM
                   MOVE 'style CKSUM - cksum line produced'
                                    TO CHK-SUMMARY(W-K-DX)
               WHEN OTHER
                   MOVE 'style BOTH - md5sum and cksum lines produced'
                                    TO CHK-SUMMARY(W-K-DX)
           END-EVALUATE
           .
       SUB-3600-EXIT.
           EXIT.
      /
       SUB-3900-SETTLE-CHECK.
      *--------------------------

           IF      CHK-REQUIRED(W-K-DX)
           AND     CHK-EXC-TOTAL(W-K-DX) > 0
               SET  CHK-FAILED(W-K-DX)
                                    TO TRUE
               ADD  1               TO W-CHECKS-FAILED
           END-IF
           .
       SUB-3900-EXIT.
           EXIT.
      /
       SUB-4000-REPORT.
      *-------------------

      **** THE CERTIFICATION REPORT: HEADING, ONE BLOCK PER CHECK
      **** RUN WITH ITS FIRST EXCEPTIONS, THE FILE'S CHECKSUMS AND
      **** THE VERDICT.

           MOVE FUNCTION CURRENT-DATE
                                    TO W-CURRENT-DATE

           STRING W-CURRENT-DATE-YYYY   '-'
                  W-CURRENT-DATE-MM     '-'
                  W-CURRENT-DATE-DD
               DELIMITED BY SIZE INTO W-VERDICT-DATE
           END-STRING

           DISPLAY 'PRTCERT  '
           DISPLAY 'PRTCERT  PARTNER ONBOARDING CERTIFICATION'
           DISPLAY 'PRTCERT  ==================================='
           DISPLAY 'PRTCERT  partner        : ' W-PARTNER-CODE
           DISPLAY 'PRTCERT  sample         : ' W-SAMPLE-DSNAME
           MOVE W-RECORD-COUNT      TO W-DISPLAY-COUNT
           DISPLAY 'PRTCERT  records        : ' W-DISPLAY-COUNT
           DISPLAY 'PRTCERT  run date       : ' W-VERDICT-DATE

           IF      W-PREV-VERDICT NOT = SPACES
               DISPLAY 'PRTCERT  last verdict   : ' W-PREV-VERDICT
                   ' on ' W-PREV-DATE
           ELSE
               DISPLAY 'PRTCERT  last verdict   : (never certified)'
           END-IF

           DISPLAY 'PRTCERT  '
           DISPLAY 'PRTCERT  check     result'
           DISPLAY 'PRTCERT  --------  ------'

           PERFORM SUB-4100-REPORT-CHECK THRU SUB-4100-EXIT
               VARYING W-K-DX FROM 1 BY 1
                 UNTIL W-K-DX > W-CHECK-MAX

           DISPLAY 'PRTCERT  '
           DISPLAY 'PRTCERT  checksums of ' W-SAMPLE-DSNAME
           DISPLAY 'PRTCERT    CRC32  X''' W-FILE-CRC ''''
           DISPLAY 'PRTCERT    cksum  ' W-CRC-DECIMAL ' '
               W-BYTES-DECIMAL
           DISPLAY 'PRTCERT    MD5    ' MD5-DIGEST-HEX

           IF      CHK-REQUIRED(W-CHK-MANIFEST)
               DISPLAY 'PRTCERT    partner manifest style: ' W-STYLE
           END-IF

           MOVE W-CHECKS-RUN        TO W-DISPLAY-COUNT
           DISPLAY 'PRTCERT  '
           DISPLAY 'PRTCERT  checks run     : ' W-DISPLAY-COUNT
           MOVE W-CHECKS-FAILED     TO W-DISPLAY-COUNT
           DISPLAY 'PRTCERT  checks failed  : ' W-DISPLAY-COUNT
           DISPLAY 'PRTCERT  '

           IF      W-VERDICT-CERTIFIED
               DISPLAY 'PRTCERT  VERDICT: CERTIFIED - every check the '
                   'profile defines passed'
           ELSE
               DISPLAY 'PRTCERT  VERDICT: ** NOT CERTIFIED ** - '
                   'one or more checks failed'
           END-IF
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-4100-REPORT-CHECK.
      *--------------------------

           IF      CHK-NOT-REQUIRED(W-K-DX)
               DISPLAY 'PRTCERT  ' CHK-PROGRAM(W-K-DX)
                   '  (not in profile)'
               GO TO SUB-4100-EXIT
           END-IF

           DISPLAY 'PRTCERT  ' CHK-PROGRAM(W-K-DX) '  '
               CHK-RESULT(W-K-DX) '    ' CHK-SUMMARY(W-K-DX)

           IF      CHK-PASSED(W-K-DX)
               GO TO SUB-4100-EXIT
           END-IF

           MOVE CHK-EXC-TOTAL(W-K-DX)
                                    TO W-DISPLAY-COUNT
           DISPLAY 'PRTCERT            exceptions: ' W-DISPLAY-COUNT

           IF      CHK-EXC-TOTAL(W-K-DX) > W-EXC-MAX
               MOVE W-EXC-MAX       TO W-EXC-SHOWN
           ELSE
               MOVE CHK-EXC-TOTAL(W-K-DX)
                                    TO W-EXC-SHOWN
           END-IF

           PERFORM SUB-4110-REPORT-EXCEPTION THRU SUB-4110-EXIT
               VARYING W-E-DX FROM 1 BY 1
                 UNTIL W-E-DX > W-EXC-SHOWN

           IF      CHK-EXC-TOTAL(W-K-DX) > W-EXC-SHOWN
               DISPLAY 'PRTCERT              ...'
           END-IF
           .
       SUB-4100-EXIT.
           EXIT.
      /
       SUB-4110-REPORT-EXCEPTION.
      *------------------------------

           DISPLAY 'PRTCERT              '
               CHK-EXC-LINE(W-K-DX, W-E-DX)
           .
       SUB-4110-EXIT.
           EXIT.
      /
       SUB-5000-RECORD-VERDICT.
      *----------------------------

      **** RECORD THE VERDICT ON THE PARTNER'S PROFILE: PASS 1
      **** COPIES THE REGISTRY TO PRTWORK, DROPPING THE PARTNER'S
      **** PREVIOUS VERDICT CARD AND PLACING THE NEW ONE AFTER THE
      **** PARTNER'S LAST CARD; PASS 2 COPIES IT BACK.

           MOVE 'VERDICT'           TO VRD-KEYWORD
           MOVE W-VERDICT           TO VRD-VERDICT
           MOVE W-VERDICT-DATE      TO VRD-DATE
           MOVE W-SAMPLE-DSNAME     TO VRD-DSNAME

           SET  W-PRTREG-NOT-EOF    TO TRUE

           OPEN INPUT PARTNER-FILE

           IF      W-PRTREG-FILE-STATUS NOT = '00'
               DISPLAY 'PRTCERT  unable to reopen PARTNERS - status '
                   W-PRTREG-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-5000-EXIT
           END-IF

           OPEN OUTPUT WORK-FILE

           IF      W-WRK-FILE-STATUS NOT = '00'
               DISPLAY 'PRTCERT  unable to open PRTWORK - status '
                   W-WRK-FILE-STATUS
               CLOSE PARTNER-FILE
               MOVE 16              TO RETURN-CODE
               GO TO SUB-5000-EXIT
           END-IF

           PERFORM SUB-5110-READ-PARTNER THRU SUB-5110-EXIT

           PERFORM SUB-5120-SPLIT-RECORD THRU SUB-5120-EXIT
               UNTIL W-PRTREG-EOF

           IF      W-VERDICT-NOT-WRITTEN
               PERFORM SUB-5130-WRITE-VERDICT THRU SUB-5130-EXIT
           END-IF

           CLOSE PARTNER-FILE
           CLOSE WORK-FILE

           PERFORM SUB-5200-REWRITE-PARTNERS THRU SUB-5200-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-5000-EXIT
           END-IF

           DISPLAY 'PRTCERT  verdict recorded on the PARTNERS '
               'profile for ' W-PARTNER-CODE

           PERFORM SUB-5300-WRITE-AUDIT THRU SUB-5300-EXIT
           .
       SUB-5000-EXIT.
           EXIT.
      /
       SUB-5110-READ-PARTNER.
      *-------------------------

           READ PARTNER-FILE
               AT END
                   SET  W-PRTREG-EOF
                                    TO TRUE
           END-READ
           .
       SUB-5110-EXIT.
           EXIT.
      /
       SUB-5120-SPLIT-RECORD.
      *-------------------------

           IF      PRT-REC-PARTNER = W-PARTNER-CODE
               SET  W-IN-PARTNER    TO TRUE
               IF      PRT-REC-PROGRAM = 'PRTCERT'
               AND     PRT-REC-CARD(1:11) = 'VERDICT'
                   GO TO SUB-5120-NEXT
               END-IF
           ELSE
               IF      W-IN-PARTNER
               AND     W-VERDICT-NOT-WRITTEN
                   PERFORM SUB-5130-WRITE-VERDICT THRU SUB-5130-EXIT
               END-IF
               SET  W-NOT-IN-PARTNER
                                    TO TRUE
           END-IF

           WRITE WORK-RECORD      FROM PARTNER-RECORD
           .
       SUB-5120-NEXT.

           PERFORM SUB-5110-READ-PARTNER THRU SUB-5110-EXIT
           .
       SUB-5120-EXIT.
           EXIT.
      /
       SUB-5130-WRITE-VERDICT.
      *--------------------------

           MOVE SPACES              TO WORK-RECORD
           MOVE W-PARTNER-CODE      TO WORK-RECORD(1:8)
           MOVE 'PRTCERT'           TO WORK-RECORD(10:8)
           MOVE W-VERDICT-CARD      TO WORK-RECORD(19:80)

           WRITE WORK-RECORD

           SET  W-VERDICT-WRITTEN   TO TRUE
           .
       SUB-5130-EXIT.
           EXIT.
      /
       SUB-5200-REWRITE-PARTNERS.
      *------------------------------

           OPEN INPUT WORK-FILE

           IF      W-WRK-FILE-STATUS NOT = '00'
               DISPLAY 'PRTCERT  unable to reopen PRTWORK - status '
                   W-WRK-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-5200-EXIT
           END-IF

           OPEN OUTPUT PARTNER-FILE

           IF      W-PRTREG-FILE-STATUS NOT = '00'
               DISPLAY 'PRTCERT  unable to rewrite PARTNERS - '
                   'status ' W-PRTREG-FILE-STATUS
               CLOSE WORK-FILE
               MOVE 16              TO RETURN-CODE
               GO TO SUB-5200-EXIT
           END-IF

           PERFORM SUB-5210-READ-WORK THRU SUB-5210-EXIT

           PERFORM SUB-5220-COPY-BACK THRU SUB-5220-EXIT
               UNTIL W-WRK-EOF

           CLOSE WORK-FILE
           CLOSE PARTNER-FILE
           .
       SUB-5200-EXIT.
           EXIT.
      /
       SUB-5210-READ-WORK.
      *----------------------

           READ WORK-FILE
               AT END
                   SET  W-WRK-EOF   TO TRUE
           END-READ
           .
       SUB-5210-EXIT.
           EXIT.
      /
       SUB-5220-COPY-BACK.
      *----------------------

           WRITE PARTNER-RECORD   FROM WORK-RECORD

           PERFORM SUB-5210-READ-WORK THRU SUB-5210-EXIT
           .
       SUB-5220-EXIT.
           EXIT.
      /
       SUB-5300-WRITE-AUDIT.
      *------------------------

      **** ONE PRTAUDIT LINE PER CERTIFICATION, IN PRTMAINT'S
      **** LAYOUT, SO THE PROFILE'S HISTORY SHOWS WHEN IT WAS
      **** CERTIFIED ALONGSIDE WHEN IT WAS CHANGED.

           MOVE FUNCTION CURRENT-DATE
                                    TO W-CURRENT-DATE

           STRING W-CURRENT-DATE-YYYY   '-'
                  W-CURRENT-DATE-MM     '-'
                  W-CURRENT-DATE-DD     ' '
                  W-CURRENT-TIME-HH     ':'
                  W-CURRENT-TIME-MM     ':'
                  W-CURRENT-TIME-SS
               DELIMITED BY SIZE INTO AUD-REC-TIMESTAMP
           END-STRING

           MOVE SPACE               TO AUD-REC-SEP-1 AUD-REC-SEP-2
                                       AUD-REC-SEP-3 AUD-REC-SEP-4
           MOVE 'CERTIFY'           TO AUD-REC-ACTION
           MOVE W-PARTNER-CODE      TO AUD-REC-PARTNER
           MOVE 1                   TO AUD-REC-CARDS
           MOVE 'PRTCERT'           TO AUD-REC-JOB

           PERFORM SUB-5350-OPEN-FOR-APPEND THRU SUB-5350-EXIT

           IF      W-AUD-FILE-STATUS = '00'
               WRITE AUDIT-RECORD
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY 'PRTCERT  unable to append the audit line - '
                   'status ' W-AUD-FILE-STATUS
           END-IF
           .
       SUB-5300-EXIT.
           EXIT.
      /
       SUB-5350-OPEN-FOR-APPEND.
      *-----------------------------

      **** OPEN THE AUDIT DATASET FOR APPEND UNDER CONCURRENT
      **** WRITERS: RETRY A BUSY EXTEND, CREATE ONLY WHEN THE
      **** DATASET DOES NOT EXIST, NEVER TRUNCATE A LIVE FILE.

           MOVE 0                   TO W-OPEN-TRY

           OPEN EXTEND AUDIT-FILE

           PERFORM SUB-5360-RETRY-OPEN THRU SUB-5360-EXIT
               UNTIL W-AUD-FILE-STATUS = '00'
                  OR W-AUD-FILE-STATUS = '35'
                  OR W-OPEN-TRY >= W-OPEN-TRY-MAX

           IF      W-AUD-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF
           .
       SUB-5350-EXIT.
           EXIT.
      /
       SUB-5360-RETRY-OPEN.
      *-----------------------

           ADD  1                   TO W-OPEN-TRY

           PERFORM SUB-5370-SPIN THRU SUB-5370-EXIT
               VARYING W-SPIN-DX FROM 1 BY 1
                 UNTIL W-SPIN-DX > 10000

           OPEN EXTEND AUDIT-FILE
           .
       SUB-5360-EXIT.
           EXIT.
      /
       SUB-5370-SPIN.
      *-----------------

           COMPUTE W-SPIN-SINK = W-SPIN-DX + W-OPEN-TRY
           .
       SUB-5370-EXIT.
           EXIT.
      /
       SUB-6000-SHUT-DOWN.
      *-------------------

           IF      RETURN-CODE = 16
               DISPLAY 'PRTCERT  completed with errors'
               GO TO SUB-6000-EXIT
           END-IF

           MOVE 'PRTCERT'           TO STW-PROGRAM
           MOVE W-SAMPLE-DSNAME     TO STW-DATASET
           MOVE W-FILE-CRC          TO STW-CHECKSUM
           MOVE SPACES              TO STW-DETAIL
           IF      W-VERDICT-CERTIFIED
               SET  STW-RESULT-PASS TO TRUE
           ELSE
               SET  STW-RESULT-FAIL TO TRUE
           END-IF
           STRING 'partner ' W-PARTNER-CODE ' ' W-VERDICT
               DELIMITED BY SIZE INTO STW-DETAIL
           END-STRING
           CALL W-STATWRT-PROG   USING W-STATWRT-PARAMETER

      **** THE CALL HANDS STATWRT'S RETURN CODE BACK INTO THIS
      **** PROGRAM'S RETURN-CODE REGISTER, SO THE VERDICT'S CODE IS
      **** RE-ESTABLISHED AFTERWARDS.

           MOVE W-FAIL-RC           TO RETURN-CODE

           DISPLAY 'PRTCERT  completed'
           .
       SUB-6000-EXIT.
           EXIT.
      /
       SUB-8000-ADD-EXCEPTION.
      *---------------------------

      **** COUNT AN EXCEPTION AGAINST THE CHECK AT W-K-DX AND KEEP
      **** ITS TEXT WHILE THE CHECK'S LIST HAS ROOM.

           ADD  1                   TO CHK-EXC-TOTAL(W-K-DX)

           IF      CHK-EXC-TOTAL(W-K-DX) <= W-EXC-MAX
               MOVE CHK-EXC-TOTAL(W-K-DX)
                                    TO W-E-DX
               MOVE W-EXC-TEXT      TO CHK-EXC-LINE(W-K-DX, W-E-DX)
           END-IF

           MOVE SPACES              TO W-EXC-TEXT
           .
       SUB-8000-EXIT.
           EXIT.
