      *=========================== KEYMAINT ============================*
      * Authors: Brian D Pead
      *
      * Description: Maintenance for the KEYSTORE managed key
      *              registry that stands behind the HMAC key label
      *              in a PARTNERS profile.  Each registry record
      *              carries a key label, a key version, effective
      *              and expiry dates, an ACTIVE or RETIRED status,
      *              the key length and the key itself in hex; the
      *              key is never printed -- LIST shows only its
      *              length and a key check value, the first eight
      *              hex digits of its SHA-256 digest.  The first
      *              SYSIN card gives the function -- ADD, ROTATE,
      *              RETIRE, LIST or EXPIRING -- and the key label.
      *              ADD creates version 1 of a new label; ROTATE
      *              adds the next version and caps the outgoing
      *              versions' expiry at the end of the rotation
      *              overlap, so KEYRES hands out the new key from
      *              its effective date while signatures under the
      *              old one still verify; RETIRE withdraws one
      *              version or the whole label, but not the last
      *              version in force today unless a FORCE card says
      *              so -- a successor not yet effective would leave
      *              KEYRES nothing to hand out.  EXPIRING reports
      *              every key in force that lapses within the
      *              warning window with no successor, with the
      *              partners whose profiles name it, and ends with
      *              RETURN-CODE 4 when there is any.  Updates run
      *              through the KEYWORK copy-and-rewrite pattern
      *              PRTMAINT uses on PARTNERS, and every change
      *              appends one audit line to KEYAUDIT.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-15  1.0      First release
      * 2026-10-15  1.1      RETIRE refuses to withdraw the last
      *                      version in force today without a FORCE
      *                      card
      *================================================================*

       PROCESS TRUNC(BIN)

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 KEYMAINT.

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

           SELECT KEY-FILE
               ASSIGN TO           'KEYSTORE'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-KEY-FILE-STATUS.

           SELECT WORK-FILE
               ASSIGN TO           'KEYWORK'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-WRK-FILE-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO           'KEYAUDIT'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-AUD-FILE-STATUS.

           SELECT PARTNER-FILE
               ASSIGN TO           'PARTNERS'
               ORGANIZATION        LINE SEQUENTIAL
               FILE STATUS IS      W-PRT-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  SYSIN-FILE.

       01  SYSIN-RECORD                PIC X(80).

       FD  KEY-FILE.

       01  KEY-RECORD.
           05  KEY-REC-LABEL           PIC X(16).
           05  KEY-REC-SEP-1           PIC X(01).
           05  KEY-REC-VERSION         PIC 9(04).
           05  KEY-REC-SEP-2           PIC X(01).
           05  KEY-REC-EFFECTIVE       PIC X(10).
           05  KEY-REC-SEP-3           PIC X(01).
           05  KEY-REC-EXPIRES         PIC X(10).
           05  KEY-REC-SEP-4           PIC X(01).
           05  KEY-REC-STATUS          PIC X(07).
               88  KEY-REC-ACTIVE                  VALUE 'ACTIVE'.
               88  KEY-REC-RETIRED                 VALUE 'RETIRED'.
           05  KEY-REC-SEP-5           PIC X(01).
           05  KEY-REC-LENGTH          PIC 9(03).
           05  KEY-REC-SEP-6           PIC X(01).
           05  KEY-REC-KEY-HEX         PIC X(128).

       FD  WORK-FILE.

       01  WORK-RECORD                 PIC X(184).

       FD  AUDIT-FILE.

       01  AUDIT-RECORD.
           05  AUD-REC-TIMESTAMP       PIC X(19).
           05  AUD-REC-SEP-1           PIC X(01).
           05  AUD-REC-ACTION          PIC X(08).
           05  AUD-REC-SEP-2           PIC X(01).
           05  AUD-REC-LABEL           PIC X(16).
           05  AUD-REC-SEP-3           PIC X(01).
           05  AUD-REC-VERSION         PIC 9(04).
           05  AUD-REC-SEP-4           PIC X(01).
           05  AUD-REC-JOB             PIC X(08).

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

       01  W-HEXPACK-PROG           PIC X(08)       VALUE 'HEXPACK'.
       01  W-HEXDUMP-PROG           PIC X(08)       VALUE 'HEXDUMP'.
       01  W-SHA256-PROG            PIC X(08)       VALUE 'SHA256'.

       01  W-SYSIN-FILE-STATUS      PIC X(02).
       01  W-KEY-FILE-STATUS        PIC X(02).
       01  W-WRK-FILE-STATUS        PIC X(02).
       01  W-AUD-FILE-STATUS        PIC X(02).
       01  W-PRT-FILE-STATUS        PIC X(02).

       01  W-FUNCTION               PIC X(10).
           88  W-FUNC-ADD                           VALUE 'ADD'.
           88  W-FUNC-ROTATE                        VALUE 'ROTATE'.
           88  W-FUNC-RETIRE                        VALUE 'RETIRE'.
           88  W-FUNC-LIST                          VALUE 'LIST'.
           88  W-FUNC-EXPIRING                      VALUE 'EXPIRING'.
           88  W-FUNC-VALID                         VALUES 'ADD'
                                                        'ROTATE'
                                                        'RETIRE'
                                                          'LIST'
                                                      'EXPIRING'.

       01  W-KEY-LABEL              PIC X(16).
       01  W-CARD-KEYWORD           PIC X(10).

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-SYSIN-EOF                          VALUE 'Y'.
           88  W-SYSIN-NOT-EOF                      VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-KEY-EOF                            VALUE 'Y'.
           88  W-KEY-NOT-EOF                        VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-WRK-EOF                            VALUE 'Y'.
           88  W-WRK-NOT-EOF                        VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-PRT-EOF                            VALUE 'Y'.
           88  W-PRT-NOT-EOF                        VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-KEYSTORE-ABSENT                    VALUE 'Y'.
           88  W-KEYSTORE-PRESENT                   VALUE 'N'.

      **** THE NEW KEY, FROM A KEY CARD (TEXT, UP TO 64 BYTES) OR
      **** ONE OR MORE KEY-HEX CARDS WHOSE DIGITS RUN ON FROM CARD
      **** TO CARD (UP TO 128 DIGITS).  EITHER WAY IT IS STORED AS
      **** UPPER-CASE HEX AND NEVER DISPLAYED.

       01  W-KEY-BYTES              PIC X(64)       VALUE SPACES.
       01  W-KEY-LEN                PIC 9(09)  COMP VALUE 0.
       01  W-KEY-HEX                PIC X(128)      VALUE SPACES.
       01  W-KEY-HEX-LEN            PIC 9(09)  COMP VALUE 0.
       01  W-CARD-LEN               PIC 9(04)  COMP.
       01  W-SCAN-DX                PIC 9(04)  COMP.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-KEY-TEXT-GIVEN                     VALUE 'Y'.
           88  W-KEY-TEXT-NOT-GIVEN                 VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-KEY-HEX-GIVEN                      VALUE 'Y'.
           88  W-KEY-HEX-NOT-GIVEN                  VALUE 'N'.

      **** OPTION CARD VALUES.  THE DEFAULTS ARE APPLIED ONCE THE
      **** DECK HAS BEEN READ: EFFECTIVE TODAY, EXPIRING A YEAR
      **** LATER, A SEVEN-DAY ROTATION OVERLAP AND A THIRTY-DAY
      **** EXPIRY WARNING.

       01  W-EFFECTIVE-DATE         PIC X(10)       VALUE SPACES.
       01  W-EXPIRY-DATE            PIC X(10)       VALUE SPACES.
       01  W-CAP-DATE               PIC X(10)       VALUE SPACES.
       01  W-TODAY                  PIC X(10).

       01  W-VALIDITY-DAYS          PIC 9(05)  COMP VALUE 365.
       01  W-OVERLAP-DAYS           PIC 9(05)  COMP VALUE 7.
       01  W-WARN-DAYS              PIC 9(05)  COMP VALUE 30.
       01  W-VERSION                PIC 9(04)       VALUE 0.
       01  W-NUMBER-TEXT            PIC X(05).
       01  W-NUMBER-DIGITS          PIC 9(05).

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-OVERLAP-GIVEN                      VALUE 'Y'.
           88  W-OVERLAP-NOT-GIVEN                  VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-WARN-GIVEN                         VALUE 'Y'.
           88  W-WARN-NOT-GIVEN                     VALUE 'N'.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-FORCE-GIVEN                        VALUE 'Y'.
           88  W-FORCE-NOT-GIVEN                    VALUE 'N'.

      **** WHAT PASS 1 LEARNED ABOUT THE TARGET LABEL.

       01  W-LABEL-COUNT            PIC 9(09)  COMP VALUE 0.
       01  W-ACTIVE-COUNT           PIC 9(09)  COMP VALUE 0.
       01  W-MAX-VERSION            PIC 9(04)       VALUE 0.

      **** FOR A RETIRE: HOW MANY OF THE LABEL'S VERSIONS IN FORCE
      **** TODAY IT WOULD WITHDRAW, AND HOW MANY IT WOULD LEAVE.

       01  W-RETIRE-IN-FORCE        PIC 9(09)  COMP VALUE 0.
       01  W-KEEP-IN-FORCE          PIC 9(09)  COMP VALUE 0.

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-VERSION-FOUND                      VALUE 'Y'.
           88  W-VERSION-NOT-FOUND                  VALUE 'N'.

       01  W-READ-COUNT             PIC 9(09)  COMP VALUE 0.
       01  W-LISTED-COUNT           PIC 9(09)  COMP VALUE 0.
       01  W-CHANGED-COUNT          PIC 9(09)  COMP VALUE 0.
       01  W-WARNED-COUNT           PIC 9(09)  COMP VALUE 0.
       01  W-PARTNER-COUNT          PIC 9(09)  COMP VALUE 0.

      **** THE EXPIRING REPORT WORKS FROM THE ACTIVE ENTRIES HELD
      **** IN A TABLE, SO EACH KEY IN FORCE CAN BE CHECKED FOR A
      **** LATER-EXPIRING SUCCESSOR UNDER THE SAME LABEL.

       01  W-ENTRY-MAX              PIC 9(04)  COMP VALUE 500.
       01  W-ENTRY-COUNT            PIC 9(04)  COMP VALUE 0.
       01  W-ENTRY-TABLE.
           05  W-ENTRY              OCCURS 500      INDEXED W-E-DX
                                                            W-S-DX.
               10  ENT-LABEL        PIC X(16).
               10  ENT-VERSION      PIC 9(04).
               10  ENT-EFFECTIVE    PIC X(10).
               10  ENT-EXPIRES      PIC X(10).

       01  FILLER                   PIC X(01)       VALUE 'N'.
           88  W-SUCCESSOR-FOUND                    VALUE 'Y'.
           88  W-SUCCESSOR-NOT-FOUND                VALUE 'N'.

       01  W-DAYS-LEFT              PIC S9(09) COMP.
       01  W-DAYS-LEFT-X            PIC ZZZZ9.
       01  W-TODAY-INT              PIC 9(09)  COMP.
       01  W-KCV                    PIC X(08).

      **** DATE HANDLING: YYYY-MM-DD TEXT IN W-DATE-TEXT, ITS DAY
      **** NUMBER IN W-DATE-INT.

       01  W-DATE-TEXT              PIC X(10).
       01  W-DATE-INT               PIC 9(09)  COMP.

       01  W-DATE-YYYYMMDD.
           05  W-DATE-YYYY          PIC X(04).
           05  W-DATE-MM            PIC X(02).
           05  W-DATE-DD            PIC X(02).
       01  W-DATE-NUM REDEFINES W-DATE-YYYYMMDD
                                    PIC 9(08).

       01  FILLER                   PIC X(01)       VALUE 'Y'.
           88  W-DATE-VALID                         VALUE 'Y'.
           88  W-DATE-NOT-VALID                     VALUE 'N'.

      **** THE AUDIT APPEND IS SERIALIZED BY BOUNDED RETRY: A BUSY
      **** EXTEND OPEN IS RETRIED AFTER A SHORT SPIN, AND AN OUTPUT
      **** OPEN -- WHICH WOULD TRUNCATE THE AUDIT HISTORY -- IS
      **** TAKEN ONLY WHEN THE DATASET DOES NOT EXIST YET (STATUS
      **** 35), SO A CONCURRENT MAINTENANCE JOB CANNOT WIPE IT.

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

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                    PIC X(04).
           05  W-COMPILED-DATE-MM   PIC X(02).
           05  W-COMPILED-DATE-DD   PIC X(02).
           05  W-COMPILED-TIME-HH   PIC X(02).
           05  W-COMPILED-TIME-MM   PIC X(02).
           05  W-COMPILED-TIME-SS   PIC X(02).
           05  FILLER               PIC X(07).

       01  W-HEXPACK-PARAMETER.     COPY HEXPACKL.

       01  W-HEXDUMP-PARAMETER.     COPY HEXDUMPL.

       01  W-SHA256-PARAMETER.      COPY SHA256L.
      /
       PROCEDURE DIVISION.
      *===================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      RETURN-CODE = 0
               EVALUATE TRUE
                   WHEN W-FUNC-LIST
                       PERFORM SUB-2000-LIST THRU SUB-2000-EXIT
                   WHEN W-FUNC-EXPIRING
                       PERFORM SUB-2500-EXPIRING THRU SUB-2500-EXIT
                   WHEN OTHER
                       PERFORM SUB-3000-UPDATE THRU SUB-3000-EXIT
               END-EVALUATE
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

           DISPLAY 'KEYMAINT compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           MOVE FUNCTION CURRENT-DATE
                                    TO W-CURRENT-DATE

           STRING W-CURRENT-DATE-YYYY   '-'
                  W-CURRENT-DATE-MM     '-'
                  W-CURRENT-DATE-DD
               DELIMITED BY SIZE INTO W-TODAY
           END-STRING

           MOVE W-TODAY             TO W-DATE-TEXT
           PERFORM SUB-7100-DATE-TO-INTEGER THRU SUB-7100-EXIT
           MOVE W-DATE-INT          TO W-TODAY-INT

           PERFORM SUB-1100-READ-SYSIN THRU SUB-1100-EXIT

           IF      RETURN-CODE = 0
               PERFORM SUB-1300-CHECK-DECK THRU SUB-1300-EXIT
           END-IF
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-READ-SYSIN.
      *----------------------

      **** THE FIRST CARD GIVES THE FUNCTION IN COLUMNS 1-10 (ADD,
      **** ROTATE, RETIRE, LIST OR EXPIRING) AND THE KEY LABEL IN
      **** COLUMNS 12-27.  LIST AND EXPIRING WITH A BLANK LABEL
      **** COVER EVERY LABEL.  THE REMAINING CARDS CARRY A KEYWORD
      **** IN COLUMNS 1-10 AND ITS VALUE FROM COLUMN 12 -- KEY OR
      **** KEY-HEX, EFFECTIVE AND EXPIRES (YYYY-MM-DD), OVERLAP
      **** (DAYS, ROTATE), VERSION AND FORCE (RETIRE) AND WARN-DAYS
      **** (EXPIRING).

           OPEN INPUT SYSIN-FILE

           READ SYSIN-FILE
               AT END
                   DISPLAY 'KEYMAINT SYSIN is empty - no function '
                       'card'
                   MOVE 16          TO RETURN-CODE
           END-READ

           IF      RETURN-CODE NOT = 0
               CLOSE SYSIN-FILE
               GO TO SUB-1100-EXIT
           END-IF

           MOVE SYSIN-RECORD(1:10)  TO W-FUNCTION
           MOVE SYSIN-RECORD(12:16) TO W-KEY-LABEL

           IF      NOT W-FUNC-VALID
               DISPLAY 'KEYMAINT function must be ADD, ROTATE, '
                   'RETIRE, LIST or EXPIRING: ' W-FUNCTION
               MOVE 16              TO RETURN-CODE
               CLOSE SYSIN-FILE
               GO TO SUB-1100-EXIT
           END-IF

           IF      NOT W-FUNC-LIST
           AND     NOT W-FUNC-EXPIRING
           AND     W-KEY-LABEL = SPACES
               DISPLAY 'KEYMAINT ' W-FUNCTION ' needs a key label'
               MOVE 16              TO RETURN-CODE
               CLOSE SYSIN-FILE
               GO TO SUB-1100-EXIT
           END-IF

           PERFORM SUB-1150-READ-OPTION-CARD THRU SUB-1150-EXIT
               UNTIL W-SYSIN-EOF OR RETURN-CODE NOT = 0

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

           MOVE SYSIN-RECORD(1:10)  TO W-CARD-KEYWORD

           EVALUATE W-CARD-KEYWORD
               WHEN 'KEY'
                   PERFORM SUB-1160-TAKE-KEY-TEXT THRU SUB-1160-EXIT

               WHEN 'KEY-HEX'
                   PERFORM SUB-1170-TAKE-KEY-HEX THRU SUB-1170-EXIT

               WHEN 'EFFECTIVE'
                   MOVE SYSIN-RECORD(12:10)
                                    TO W-EFFECTIVE-DATE
                   MOVE W-EFFECTIVE-DATE
                                    TO W-DATE-TEXT
                   PERFORM SUB-7100-DATE-TO-INTEGER THRU SUB-7100-EXIT
                   IF      W-DATE-NOT-VALID
                       DISPLAY 'KEYMAINT EFFECTIVE is not a valid '
                           'YYYY-MM-DD date: ' W-EFFECTIVE-DATE
                       MOVE 16      TO RETURN-CODE
                   END-IF

               WHEN 'EXPIRES'
                   MOVE SYSIN-RECORD(12:10)
                                    TO W-EXPIRY-DATE
                   MOVE W-EXPIRY-DATE
                                    TO W-DATE-TEXT
                   PERFORM SUB-7100-DATE-TO-INTEGER THRU SUB-7100-EXIT
                   IF      W-DATE-NOT-VALID
                       DISPLAY 'KEYMAINT EXPIRES is not a valid '
                           'YYYY-MM-DD date: ' W-EXPIRY-DATE
                       MOVE 16      TO RETURN-CODE
                   END-IF

               WHEN 'OVERLAP'
                   PERFORM SUB-1180-TAKE-NUMBER THRU SUB-1180-EXIT
                   MOVE W-NUMBER-DIGITS
                                    TO W-OVERLAP-DAYS
                   SET  W-OVERLAP-GIVEN
                                    TO TRUE

               WHEN 'VERSION'
                   PERFORM SUB-1180-TAKE-NUMBER THRU SUB-1180-EXIT
                   IF      W-NUMBER-DIGITS = 0
                   OR      W-NUMBER-DIGITS > 9999
                       DISPLAY 'KEYMAINT VERSION must be 1-9999'
                       MOVE 16      TO RETURN-CODE
                   ELSE
                       MOVE W-NUMBER-DIGITS
                                    TO W-VERSION
                   END-IF

               WHEN 'WARN-DAYS'
                   PERFORM SUB-1180-TAKE-NUMBER THRU SUB-1180-EXIT
                   MOVE W-NUMBER-DIGITS
                                    TO W-WARN-DAYS
                   SET  W-WARN-GIVEN
                                    TO TRUE

               WHEN 'FORCE'
                   SET  W-FORCE-GIVEN
                                    TO TRUE

               WHEN SPACES
                   CONTINUE

               WHEN OTHER
                   DISPLAY 'KEYMAINT unknown SYSIN card: '
                       W-CARD-KEYWORD
                   MOVE 16          TO RETURN-CODE
           END-EVALUATE
           .
       SUB-1150-EXIT.
           EXIT.
      /
       SUB-1160-TAKE-KEY-TEXT.
      *--------------------------

      **** THE KEY TEXT RUNS FROM COLUMN 12 TO THE LAST NON-BLANK
      **** COLUMN.

           IF      W-KEY-TEXT-GIVEN OR W-KEY-HEX-GIVEN
               DISPLAY 'KEYMAINT only one key may be given'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1160-EXIT
           END-IF

           PERFORM SUB-1190-FIND-CARD-END THRU SUB-1190-EXIT

           IF      W-CARD-LEN = 0
           OR      W-CARD-LEN > 64
               DISPLAY 'KEYMAINT KEY card must carry 1-64 bytes of '
                   'key text'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1160-EXIT
           END-IF

           MOVE SPACES              TO W-KEY-BYTES
           MOVE SYSIN-RECORD(12:W-CARD-LEN)
                                    TO W-KEY-BYTES(1:W-CARD-LEN)
           MOVE W-CARD-LEN          TO W-KEY-LEN
           SET  W-KEY-TEXT-GIVEN    TO TRUE
           .
       SUB-1160-EXIT.
           EXIT.
      /
       SUB-1170-TAKE-KEY-HEX.
      *-------------------------

      **** KEY-HEX CARDS MAY REPEAT -- THE DIGITS RUN ON FROM ONE
      **** CARD TO THE NEXT, SO A 64-BYTE KEY FITS ON TWO CARDS.

           IF      W-KEY-TEXT-GIVEN
               DISPLAY 'KEYMAINT only one key may be given'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1170-EXIT
           END-IF

           PERFORM SUB-1190-FIND-CARD-END THRU SUB-1190-EXIT

           IF      W-CARD-LEN = 0
               DISPLAY 'KEYMAINT KEY-HEX card has no hex digits'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1170-EXIT
           END-IF

           IF      W-KEY-HEX-LEN + W-CARD-LEN > 128
               DISPLAY 'KEYMAINT KEY-HEX runs past 128 hex digits'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1170-EXIT
           END-IF

           MOVE SYSIN-RECORD(12:W-CARD-LEN)
               TO W-KEY-HEX(W-KEY-HEX-LEN + 1:W-CARD-LEN)
           ADD  W-CARD-LEN          TO W-KEY-HEX-LEN
           SET  W-KEY-HEX-GIVEN     TO TRUE
           .
       SUB-1170-EXIT.
           EXIT.
      /
       SUB-1180-TAKE-NUMBER.
      *------------------------

           MOVE SYSIN-RECORD(12:5)  TO W-NUMBER-TEXT
           MOVE 0                   TO W-NUMBER-DIGITS

           IF      FUNCTION TEST-NUMVAL(W-NUMBER-TEXT) NOT = 0
           OR      W-NUMBER-TEXT = SPACES
               DISPLAY 'KEYMAINT ' W-CARD-KEYWORD ' must be a '
                   'number: ' W-NUMBER-TEXT
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1180-EXIT
           END-IF

           COMPUTE W-NUMBER-DIGITS =
               FUNCTION NUMVAL(W-NUMBER-TEXT)
           .
       SUB-1180-EXIT.
           EXIT.
      /
       SUB-1190-FIND-CARD-END.
      *--------------------------

           MOVE 0                   TO W-CARD-LEN

           PERFORM SUB-1195-TEST-COLUMN THRU SUB-1195-EXIT
               VARYING W-SCAN-DX FROM 80 BY -1
                 UNTIL W-SCAN-DX < 12
                    OR W-CARD-LEN > 0
           .
       SUB-1190-EXIT.
           EXIT.
      /
       SUB-1195-TEST-COLUMN.
      *------------------------

           IF      SYSIN-RECORD(W-SCAN-DX:1) NOT = SPACE
               COMPUTE W-CARD-LEN = W-SCAN-DX - 11
           END-IF
           .
       SUB-1195-EXIT.
           EXIT.
      /
       SUB-1300-CHECK-DECK.
      *----------------------

      **** CROSS-CHECK THE CARDS AGAINST THE FUNCTION AND APPLY THE
      **** DEFAULTS.

           IF      W-VERSION NOT = 0
           AND     NOT W-FUNC-RETIRE
               DISPLAY 'KEYMAINT VERSION applies only to RETIRE'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1300-EXIT
           END-IF

           IF      W-FORCE-GIVEN
           AND     NOT W-FUNC-RETIRE
               DISPLAY 'KEYMAINT FORCE applies only to RETIRE'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1300-EXIT
           END-IF

           IF      W-OVERLAP-GIVEN
           AND     NOT W-FUNC-ROTATE
               DISPLAY 'KEYMAINT OVERLAP applies only to ROTATE'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1300-EXIT
           END-IF

           IF      W-WARN-GIVEN
           AND     NOT W-FUNC-EXPIRING
               DISPLAY 'KEYMAINT WARN-DAYS applies only to EXPIRING'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1300-EXIT
           END-IF

           IF      NOT W-FUNC-ADD
           AND     NOT W-FUNC-ROTATE
               IF      W-KEY-TEXT-GIVEN OR W-KEY-HEX-GIVEN
               OR      W-EFFECTIVE-DATE NOT = SPACES
               OR      W-EXPIRY-DATE NOT = SPACES
                   DISPLAY 'KEYMAINT ' W-FUNCTION ' takes no key '
                       'or dates'
                   MOVE 16          TO RETURN-CODE
               END-IF
               GO TO SUB-1300-EXIT
           END-IF

           IF      W-KEY-TEXT-NOT-GIVEN
           AND     W-KEY-HEX-NOT-GIVEN
               DISPLAY 'KEYMAINT ' W-FUNCTION ' needs a KEY or '
                   'KEY-HEX card'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1300-EXIT
           END-IF

           IF      W-KEY-HEX-GIVEN
               PERFORM SUB-1350-PACK-KEY-HEX THRU SUB-1350-EXIT
               IF      RETURN-CODE NOT = 0
                   GO TO SUB-1300-EXIT
               END-IF
           END-IF

      **** THE STORED IMAGE IS ALWAYS THE UPPER-CASE HEX OF THE KEY
      **** BYTES, HOWEVER THE KEY WAS GIVEN.

           MOVE SPACES              TO W-KEY-HEX
           SET  HD-INPUT-PTR        TO ADDRESS OF W-KEY-BYTES
           MOVE W-KEY-LEN           TO HD-INPUT-LEN
           SET  HD-OUTPUT-PTR       TO ADDRESS OF W-KEY-HEX
           SET  HD-CHAR-PTR         TO NULL

           CALL W-HEXDUMP-PROG   USING W-HEXDUMP-PARAMETER

           IF      W-EFFECTIVE-DATE = SPACES
               MOVE W-TODAY         TO W-EFFECTIVE-DATE
           END-IF

           IF      W-EXPIRY-DATE = SPACES
               MOVE W-EFFECTIVE-DATE
                                    TO W-DATE-TEXT
               PERFORM SUB-7100-DATE-TO-INTEGER THRU SUB-7100-EXIT
               ADD  W-VALIDITY-DAYS TO W-DATE-INT
               PERFORM SUB-7200-INTEGER-TO-DATE THRU SUB-7200-EXIT
               MOVE W-DATE-TEXT     TO W-EXPIRY-DATE
           END-IF

           IF      W-EXPIRY-DATE NOT > W-EFFECTIVE-DATE
               DISPLAY 'KEYMAINT EXPIRES ' W-EXPIRY-DATE
                   ' is not after EFFECTIVE ' W-EFFECTIVE-DATE
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1300-EXIT
           END-IF

      **** ON A ROTATION THE OUTGOING VERSIONS STAY IN FORCE UNTIL
      **** THE END OF THE OVERLAP AND NO LONGER.

           IF      W-FUNC-ROTATE
               MOVE W-EFFECTIVE-DATE
                                    TO W-DATE-TEXT
               PERFORM SUB-7100-DATE-TO-INTEGER THRU SUB-7100-EXIT
               ADD  W-OVERLAP-DAYS  TO W-DATE-INT
               PERFORM SUB-7200-INTEGER-TO-DATE THRU SUB-7200-EXIT
               MOVE W-DATE-TEXT     TO W-CAP-DATE
           END-IF
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-1350-PACK-KEY-HEX.
      *-------------------------

           IF      FUNCTION MOD(W-KEY-HEX-LEN, 2) NOT = 0
               DISPLAY 'KEYMAINT KEY-HEX has an odd number of '
                   'digits'
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1350-EXIT
           END-IF

           MOVE SPACES              TO W-KEY-BYTES
           SET  HP-INPUT-PTR        TO ADDRESS OF W-KEY-HEX
           MOVE W-KEY-HEX-LEN       TO HP-INPUT-LEN
           SET  HP-OUTPUT-PTR       TO ADDRESS OF W-KEY-BYTES

           CALL W-HEXPACK-PROG   USING W-HEXPACK-PARAMETER

           IF      NOT UTIL-RC-OK OF W-HEXPACK-PARAMETER
               DISPLAY 'KEYMAINT KEY-HEX is not valid hex - '
                   UTIL-MESSAGE OF W-HEXPACK-PARAMETER
               MOVE 16              TO RETURN-CODE
               GO TO SUB-1350-EXIT
           END-IF

           COMPUTE W-KEY-LEN = W-KEY-HEX-LEN / 2
           .
       SUB-1350-EXIT.
           EXIT.
      /
       SUB-2000-LIST.
      *-----------------

           PERFORM SUB-2050-OPEN-KEYSTORE THRU SUB-2050-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-2000-EXIT
           END-IF

           IF      W-KEYSTORE-ABSENT
               DISPLAY 'KEYMAINT (registry is empty)'
               GO TO SUB-2000-EXIT
           END-IF

           DISPLAY 'KEYMAINT   LABEL            VERS EFFECTIVE  '
               'EXPIRES    STATUS  LEN KCV'

           PERFORM SUB-2100-READ-KEY THRU SUB-2100-EXIT

           PERFORM SUB-2200-LIST-RECORD THRU SUB-2200-EXIT
               UNTIL W-KEY-EOF

           CLOSE KEY-FILE

           IF      W-LISTED-COUNT = 0
           AND     W-KEY-LABEL NOT = SPACES
               DISPLAY 'KEYMAINT key label not found: ' W-KEY-LABEL
               MOVE 4               TO RETURN-CODE
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2050-OPEN-KEYSTORE.
      *---------------------------

      **** A REGISTRY THAT DOES NOT EXIST YET IS JUST EMPTY -- THE
      **** FIRST ADD CREATES IT.

           SET  W-KEYSTORE-PRESENT  TO TRUE

           OPEN INPUT KEY-FILE

           IF      W-KEY-FILE-STATUS = '35'
               SET  W-KEYSTORE-ABSENT
                                    TO TRUE
               GO TO SUB-2050-EXIT
           END-IF

           IF      W-KEY-FILE-STATUS NOT = '00'
               DISPLAY 'KEYMAINT unable to open KEYSTORE - status '
                   W-KEY-FILE-STATUS
               MOVE 16              TO RETURN-CODE
           END-IF
           .
       SUB-2050-EXIT.
           EXIT.
      /
       SUB-2100-READ-KEY.
      *---------------------

           READ KEY-FILE
               AT END
                   SET  W-KEY-EOF   TO TRUE
           END-READ
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-LIST-RECORD.
      *------------------------

           IF      W-KEY-LABEL NOT = SPACES
           AND     KEY-REC-LABEL NOT = W-KEY-LABEL
               GO TO SUB-2200-NEXT
           END-IF

           ADD  1                   TO W-LISTED-COUNT

           PERFORM SUB-2300-KEY-CHECK-VALUE THRU SUB-2300-EXIT

           DISPLAY 'KEYMAINT   ' KEY-REC-LABEL ' '
               KEY-REC-VERSION ' ' KEY-REC-EFFECTIVE ' '
               KEY-REC-EXPIRES ' ' KEY-REC-STATUS ' '
               KEY-REC-LENGTH ' ' W-KCV
           .
       SUB-2200-NEXT.

           PERFORM SUB-2100-READ-KEY THRU SUB-2100-EXIT
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-KEY-CHECK-VALUE.
      *----------------------------

      **** THE KEY CHECK VALUE -- THE FIRST EIGHT HEX DIGITS OF THE
      **** KEY'S SHA-256 DIGEST -- LETS TWO SITES CONFIRM THEY HOLD
      **** THE SAME KEY WITHOUT EITHER OF THEM PRINTING IT.  THE
      **** UNPACKED KEY IS CLEARED AS SOON AS IT HAS BEEN HASHED.

           MOVE '????????'          TO W-KCV

           IF      KEY-REC-LENGTH NOT NUMERIC
           OR      KEY-REC-LENGTH = 0
           OR      KEY-REC-LENGTH > 64
               GO TO SUB-2300-EXIT
           END-IF

           SET  HP-INPUT-PTR        TO ADDRESS OF KEY-REC-KEY-HEX
           COMPUTE HP-INPUT-LEN = KEY-REC-LENGTH * 2
           SET  HP-OUTPUT-PTR       TO ADDRESS OF W-KEY-BYTES

           CALL W-HEXPACK-PROG   USING W-HEXPACK-PARAMETER

           IF      NOT UTIL-RC-OK OF W-HEXPACK-PARAMETER
               MOVE SPACES          TO W-KEY-BYTES
               GO TO SUB-2300-EXIT
           END-IF

           SET  SHA-STAGE-START-END TO TRUE
           SET  SHA-BUFFER-PTR      TO ADDRESS OF W-KEY-BYTES
           MOVE KEY-REC-LENGTH      TO SHA-BUFFER-LEN

           CALL W-SHA256-PROG    USING W-SHA256-PARAMETER

           MOVE SPACES              TO W-KEY-BYTES

           IF      UTIL-RC-OK OF W-SHA256-PARAMETER
               MOVE SHA-DIGEST-HEX(1:8)
                                    TO W-KCV
           END-IF
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2500-EXPIRING.
      *---------------------

      **** LOAD THE ACTIVE ENTRIES, THEN WARN ON EVERY ONE IN FORCE
      **** TODAY THAT LAPSES WITHIN THE WARNING WINDOW WITH NO
      **** LATER-EXPIRING VERSION OF THE SAME LABEL TO TAKE OVER.

           PERFORM SUB-2050-OPEN-KEYSTORE THRU SUB-2050-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-2500-EXIT
           END-IF

           IF      W-KEYSTORE-ABSENT
               DISPLAY 'KEYMAINT (registry is empty)'
               GO TO SUB-2500-EXIT
           END-IF

           PERFORM SUB-2100-READ-KEY THRU SUB-2100-EXIT

           PERFORM SUB-2550-LOAD-ENTRY THRU SUB-2550-EXIT
               UNTIL W-KEY-EOF OR RETURN-CODE NOT = 0

           CLOSE KEY-FILE

           IF      RETURN-CODE NOT = 0
               GO TO SUB-2500-EXIT
           END-IF

           MOVE W-WARN-DAYS         TO W-DAYS-LEFT-X

           DISPLAY 'KEYMAINT keys in force lapsing within '
               W-DAYS-LEFT-X ' days of ' W-TODAY ':'

           PERFORM SUB-2600-CHECK-ENTRY THRU SUB-2600-EXIT
               VARYING W-E-DX FROM 1 BY 1
                 UNTIL W-E-DX > W-ENTRY-COUNT

           IF      W-WARNED-COUNT = 0
               DISPLAY 'KEYMAINT   (none)'
           ELSE
               MOVE 4               TO RETURN-CODE
           END-IF
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2550-LOAD-ENTRY.
      *-----------------------

           IF      NOT KEY-REC-ACTIVE
           OR     (W-KEY-LABEL NOT = SPACES
           AND     KEY-REC-LABEL NOT = W-KEY-LABEL)
               GO TO SUB-2550-NEXT
           END-IF

           IF      W-ENTRY-COUNT >= W-ENTRY-MAX
               DISPLAY 'KEYMAINT too many active keys - limit '
                   W-ENTRY-MAX
               MOVE 16              TO RETURN-CODE
               GO TO SUB-2550-EXIT
           END-IF

           ADD  1                   TO W-ENTRY-COUNT
           SET  W-E-DX              TO W-ENTRY-COUNT
           MOVE KEY-REC-LABEL       TO ENT-LABEL(W-E-DX)
           MOVE KEY-REC-VERSION     TO ENT-VERSION(W-E-DX)
           MOVE KEY-REC-EFFECTIVE   TO ENT-EFFECTIVE(W-E-DX)
           MOVE KEY-REC-EXPIRES     TO ENT-EXPIRES(W-E-DX)
           .
       SUB-2550-NEXT.

           PERFORM SUB-2100-READ-KEY THRU SUB-2100-EXIT
           .
       SUB-2550-EXIT.
           EXIT.
      /
       SUB-2600-CHECK-ENTRY.
      *------------------------

           IF      ENT-EFFECTIVE(W-E-DX) > W-TODAY
           OR      ENT-EXPIRES(W-E-DX) < W-TODAY
               GO TO SUB-2600-EXIT
           END-IF

           MOVE ENT-EXPIRES(W-E-DX) TO W-DATE-TEXT
           PERFORM SUB-7100-DATE-TO-INTEGER THRU SUB-7100-EXIT

           IF      W-DATE-NOT-VALID
               GO TO SUB-2600-EXIT
           END-IF

           COMPUTE W-DAYS-LEFT = W-DATE-INT - W-TODAY-INT

           IF      W-DAYS-LEFT > W-WARN-DAYS
               GO TO SUB-2600-EXIT
           END-IF

           SET  W-SUCCESSOR-NOT-FOUND
                                    TO TRUE

           PERFORM SUB-2650-FIND-SUCCESSOR THRU SUB-2650-EXIT
               VARYING W-S-DX FROM 1 BY 1
                 UNTIL W-S-DX > W-ENTRY-COUNT
                    OR W-SUCCESSOR-FOUND

           IF      W-SUCCESSOR-FOUND
               GO TO SUB-2600-EXIT
           END-IF

           ADD  1                   TO W-WARNED-COUNT
           MOVE W-DAYS-LEFT         TO W-DAYS-LEFT-X

           DISPLAY 'KEYMAINT ** ' ENT-LABEL(W-E-DX) ' version '
               ENT-VERSION(W-E-DX) ' expires '
               ENT-EXPIRES(W-E-DX) ' in ' W-DAYS-LEFT-X
               ' days with no successor **'

           PERFORM SUB-2700-LIST-PARTNERS THRU SUB-2700-EXIT
           .
       SUB-2600-EXIT.
           EXIT.
      /
       SUB-2650-FIND-SUCCESSOR.
      *---------------------------

           IF      ENT-LABEL(W-S-DX) = ENT-LABEL(W-E-DX)
           AND     ENT-EXPIRES(W-S-DX) > ENT-EXPIRES(W-E-DX)
               SET  W-SUCCESSOR-FOUND
                                    TO TRUE
           END-IF
           .
       SUB-2650-EXIT.
           EXIT.
      /
       SUB-2700-LIST-PARTNERS.
      *--------------------------

      **** NAME EVERY PARTNER WHOSE PROFILE CARRIES A KEY-LABEL CARD
      **** FOR THIS LABEL, SO THE WARNING SAYS WHO IS AFFECTED.

           MOVE 0                   TO W-PARTNER-COUNT
           SET  W-PRT-NOT-EOF       TO TRUE

           OPEN INPUT PARTNER-FILE

           IF      W-PRT-FILE-STATUS NOT = '00'
               DISPLAY 'KEYMAINT      (PARTNERS registry not '
                   'available - status ' W-PRT-FILE-STATUS ')'
               GO TO SUB-2700-EXIT
           END-IF

           PERFORM SUB-2750-CHECK-PARTNER THRU SUB-2750-EXIT
               UNTIL W-PRT-EOF

           CLOSE PARTNER-FILE

           IF      W-PARTNER-COUNT = 0
               DISPLAY 'KEYMAINT      (no partner profile names '
                   'this label)'
           END-IF
           .
       SUB-2700-EXIT.
           EXIT.
      /
       SUB-2750-CHECK-PARTNER.
      *--------------------------

           READ PARTNER-FILE
               AT END
                   SET  W-PRT-EOF   TO TRUE
                   GO TO SUB-2750-EXIT
           END-READ

           IF      PRT-REC-CARD(1:10) = 'KEY-LABEL'
           AND     PRT-REC-CARD(12:16) = ENT-LABEL(W-E-DX)
               ADD  1               TO W-PARTNER-COUNT
               DISPLAY 'KEYMAINT      partner ' PRT-REC-PARTNER
                   ' (' PRT-REC-PROGRAM ')'
           END-IF
           .
       SUB-2750-EXIT.
           EXIT.
      /
       SUB-3000-UPDATE.
      *-------------------

      **** PASS 1: COPY THE REGISTRY TO KEYWORK UNCHANGED, NOTING
      **** WHAT THE TARGET LABEL ALREADY HOLDS.

           PERFORM SUB-2050-OPEN-KEYSTORE THRU SUB-2050-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-3000-EXIT
           END-IF

           OPEN OUTPUT WORK-FILE

           IF      W-WRK-FILE-STATUS NOT = '00'
               DISPLAY 'KEYMAINT unable to open KEYWORK - status '
                   W-WRK-FILE-STATUS
               IF      W-KEYSTORE-PRESENT
                   CLOSE KEY-FILE
               END-IF
               MOVE 16              TO RETURN-CODE
               GO TO SUB-3000-EXIT
           END-IF

           IF      W-KEYSTORE-PRESENT
               PERFORM SUB-2100-READ-KEY THRU SUB-2100-EXIT
               PERFORM SUB-3100-COPY-RECORD THRU SUB-3100-EXIT
                   UNTIL W-KEY-EOF
               CLOSE KEY-FILE
           END-IF

           CLOSE WORK-FILE

           IF      W-FUNC-ADD
           AND     W-LABEL-COUNT > 0
               DISPLAY 'KEYMAINT key label already exists: '
                   W-KEY-LABEL ' - use ROTATE'
               MOVE 8               TO RETURN-CODE
               GO TO SUB-3000-EXIT
           END-IF

           IF      NOT W-FUNC-ADD
           AND     W-LABEL-COUNT = 0
               DISPLAY 'KEYMAINT key label not found: ' W-KEY-LABEL
               MOVE 4               TO RETURN-CODE
               GO TO SUB-3000-EXIT
           END-IF

           IF      W-FUNC-RETIRE
           AND     W-VERSION NOT = 0
           AND     W-VERSION-NOT-FOUND
               DISPLAY 'KEYMAINT no ACTIVE version ' W-VERSION
                   ' of ' W-KEY-LABEL
               MOVE 4               TO RETURN-CODE
               GO TO SUB-3000-EXIT
           END-IF

           IF      W-FUNC-RETIRE
           AND     W-ACTIVE-COUNT = 0
               DISPLAY 'KEYMAINT ' W-KEY-LABEL ' has no ACTIVE '
                   'version to retire'
               MOVE 4               TO RETURN-CODE
               GO TO SUB-3000-EXIT
           END-IF

      **** A RETIRE THAT WOULD LEAVE THE LABEL WITH NO VERSION IN
      **** FORCE TODAY -- A SUCCESSOR NOT YET EFFECTIVE, OR NONE --
      **** WOULD STOP EVERY KEYRES CALLER ON IT.  IT GOES AHEAD ONLY
      **** ON A FORCE CARD.

           IF      W-FUNC-RETIRE
           AND     W-RETIRE-IN-FORCE > 0
           AND     W-KEEP-IN-FORCE = 0
               IF      W-FORCE-NOT-GIVEN
                   DISPLAY 'KEYMAINT RETIRE refused - no other ACTIVE '
                       'version of ' W-KEY-LABEL ' is effective '
                       W-TODAY
                   DISPLAY 'KEYMAINT retiring it would leave KEYRES '
                       'no key to hand out; add a FORCE card to '
                       'retire it anyway'
                   MOVE 8           TO RETURN-CODE
                   GO TO SUB-3000-EXIT
               END-IF
               DISPLAY 'KEYMAINT ** FORCE given - ' W-KEY-LABEL
                   ' is left with no version in force ' W-TODAY ' **'
           END-IF

           IF      W-FUNC-ADD
               MOVE 1               TO W-VERSION
           END-IF

           IF      W-FUNC-ROTATE
               IF      W-MAX-VERSION >= 9999
                   DISPLAY 'KEYMAINT ' W-KEY-LABEL ' has run out of '
                       'version numbers'
                   MOVE 16          TO RETURN-CODE
                   GO TO SUB-3000-EXIT
               END-IF
               COMPUTE W-VERSION = W-MAX-VERSION + 1
           END-IF

           PERFORM SUB-3200-REWRITE-KEYSTORE THRU SUB-3200-EXIT

           IF      RETURN-CODE = 0
               PERFORM SUB-4000-WRITE-AUDIT THRU SUB-4000-EXIT
           END-IF
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-COPY-RECORD.
      *------------------------

           ADD  1                   TO W-READ-COUNT

           IF      KEY-REC-LABEL = W-KEY-LABEL
               ADD  1               TO W-LABEL-COUNT
               IF      KEY-REC-VERSION NUMERIC
               AND     KEY-REC-VERSION > W-MAX-VERSION
                   MOVE KEY-REC-VERSION
                                    TO W-MAX-VERSION
               END-IF
               IF      KEY-REC-ACTIVE
                   ADD  1           TO W-ACTIVE-COUNT
                   IF      KEY-REC-VERSION = W-VERSION
                       SET  W-VERSION-FOUND
                                    TO TRUE
                   END-IF
                   PERFORM SUB-3150-NOTE-IN-FORCE THRU SUB-3150-EXIT
               END-IF
           END-IF

           WRITE WORK-RECORD      FROM KEY-RECORD

           PERFORM SUB-2100-READ-KEY THRU SUB-2100-EXIT
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3150-NOTE-IN-FORCE.
      *--------------------------

      **** IN FORCE MEANS WHAT KEYRES AND THE EXPIRING REPORT MEAN:
      **** EFFECTIVE ON OR BEFORE TODAY AND NOT YET EXPIRED.  A RETIRE
      **** WITH NO VERSION CARD TAKES EVERY VERSION.

           IF      KEY-REC-EFFECTIVE > W-TODAY
           OR      KEY-REC-EXPIRES < W-TODAY
               GO TO SUB-3150-EXIT
           END-IF

           IF      W-VERSION = 0
           OR      KEY-REC-VERSION = W-VERSION
               ADD  1               TO W-RETIRE-IN-FORCE
           ELSE
               ADD  1               TO W-KEEP-IN-FORCE
           END-IF
           .
       SUB-3150-EXIT.
           EXIT.
      /
       SUB-3200-REWRITE-KEYSTORE.
      *------------------------------

      **** PASS 2: WRITE EVERY RECORD BACK, RETIRING OR CAPPING THE
      **** TARGET LABEL'S VERSIONS ON THE WAY, THEN APPEND THE NEW
      **** VERSION FOR AN ADD OR A ROTATE.

           OPEN INPUT WORK-FILE

           IF      W-WRK-FILE-STATUS NOT = '00'
               DISPLAY 'KEYMAINT unable to reopen KEYWORK - status '
                   W-WRK-FILE-STATUS
               MOVE 16              TO RETURN-CODE
               GO TO SUB-3200-EXIT
           END-IF

           OPEN OUTPUT KEY-FILE

           IF      W-KEY-FILE-STATUS NOT = '00'
               DISPLAY 'KEYMAINT unable to rewrite KEYSTORE - '
                   'status ' W-KEY-FILE-STATUS
               CLOSE WORK-FILE
               MOVE 16              TO RETURN-CODE
               GO TO SUB-3200-EXIT
           END-IF

           PERFORM SUB-3210-READ-WORK THRU SUB-3210-EXIT

           PERFORM SUB-3220-COPY-BACK THRU SUB-3220-EXIT
               UNTIL W-WRK-EOF

           CLOSE WORK-FILE

           IF      W-FUNC-ADD OR W-FUNC-ROTATE
               PERFORM SUB-3300-APPEND-KEY THRU SUB-3300-EXIT
           END-IF

           CLOSE KEY-FILE
           .
       SUB-3200-EXIT.
           EXIT.
      /
       SUB-3210-READ-WORK.
      *----------------------

           READ WORK-FILE
               AT END
                   SET  W-WRK-EOF   TO TRUE
           END-READ
           .
       SUB-3210-EXIT.
           EXIT.
      /
       SUB-3220-COPY-BACK.
      *----------------------

           MOVE WORK-RECORD         TO KEY-RECORD

           IF      KEY-REC-LABEL = W-KEY-LABEL
           AND     KEY-REC-ACTIVE
               PERFORM SUB-3230-APPLY-CHANGE THRU SUB-3230-EXIT
           END-IF

           WRITE KEY-RECORD

           PERFORM SUB-3210-READ-WORK THRU SUB-3210-EXIT
           .
       SUB-3220-EXIT.
           EXIT.
      /
       SUB-3230-APPLY-CHANGE.
      *-------------------------

           IF      W-FUNC-RETIRE
               IF      W-VERSION = 0
               OR      KEY-REC-VERSION = W-VERSION
                   SET  KEY-REC-RETIRED
                                    TO TRUE
                   ADD  1           TO W-CHANGED-COUNT
                   DISPLAY 'KEYMAINT retired ' KEY-REC-LABEL
                       ' version ' KEY-REC-VERSION
               END-IF
               GO TO SUB-3230-EXIT
           END-IF

      **** ROTATE: AN OUTGOING VERSION STILL RUNNING PAST THE END OF
      **** THE OVERLAP IS CUT BACK TO IT.

           IF      W-FUNC-ROTATE
           AND     KEY-REC-EXPIRES > W-CAP-DATE
           AND     KEY-REC-EFFECTIVE NOT > W-CAP-DATE
               MOVE W-CAP-DATE      TO KEY-REC-EXPIRES
               ADD  1               TO W-CHANGED-COUNT
               DISPLAY 'KEYMAINT ' KEY-REC-LABEL ' version '
                   KEY-REC-VERSION ' now expires ' W-CAP-DATE
           END-IF
           .
       SUB-3230-EXIT.
           EXIT.
      /
       SUB-3300-APPEND-KEY.
      *-----------------------

           MOVE SPACES              TO KEY-RECORD
           MOVE W-KEY-LABEL         TO KEY-REC-LABEL
           MOVE W-VERSION           TO KEY-REC-VERSION
           MOVE W-EFFECTIVE-DATE    TO KEY-REC-EFFECTIVE
           MOVE W-EXPIRY-DATE       TO KEY-REC-EXPIRES
           SET  KEY-REC-ACTIVE      TO TRUE
           MOVE W-KEY-LEN           TO KEY-REC-LENGTH
           MOVE W-KEY-HEX           TO KEY-REC-KEY-HEX

           WRITE KEY-RECORD

           MOVE SPACES              TO KEY-REC-KEY-HEX W-KEY-HEX
                                       W-KEY-BYTES

           DISPLAY 'KEYMAINT stored ' W-KEY-LABEL ' version '
               W-VERSION ' effective ' W-EFFECTIVE-DATE
               ' expires ' W-EXPIRY-DATE
           .
       SUB-3300-EXIT.
           EXIT.
      /
       SUB-4000-WRITE-AUDIT.
      *------------------------

      **** ONE AUDIT LINE PER CHANGE, APPENDED THE SAME WAY STATWRT
      **** TREATS GCUSTAT, SO THE LINE SURVIVES WHATEVER THE JOB
      **** DOES NEXT.  THE VERSION IS THE ONE ADDED OR RETIRED --
      **** ZERO FOR A RETIRE OF THE WHOLE LABEL.

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
           MOVE W-FUNCTION          TO AUD-REC-ACTION
           MOVE W-KEY-LABEL         TO AUD-REC-LABEL
           MOVE W-VERSION           TO AUD-REC-VERSION
           MOVE 'KEYMAINT'          TO AUD-REC-JOB

           PERFORM SUB-4050-OPEN-FOR-APPEND THRU SUB-4050-EXIT

           IF      W-AUD-FILE-STATUS = '00'
               WRITE AUDIT-RECORD
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY 'KEYMAINT unable to append the audit line - '
                   'status ' W-AUD-FILE-STATUS
           END-IF
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-4050-OPEN-FOR-APPEND.
      *-----------------------------

      **** OPEN THE AUDIT DATASET FOR APPEND UNDER CONCURRENT
      **** WRITERS: RETRY A BUSY EXTEND, CREATE ONLY WHEN THE
      **** DATASET DOES NOT EXIST, NEVER TRUNCATE A LIVE FILE.

           MOVE 0                   TO W-OPEN-TRY

           OPEN EXTEND AUDIT-FILE

           PERFORM SUB-4060-RETRY-OPEN THRU SUB-4060-EXIT
               UNTIL W-AUD-FILE-STATUS = '00'
                  OR W-AUD-FILE-STATUS = '35'
                  OR W-OPEN-TRY >= W-OPEN-TRY-MAX

           IF      W-AUD-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF
           .
       SUB-4050-EXIT.
           EXIT.
      /
       SUB-4060-RETRY-OPEN.
      *-----------------------

           ADD  1                   TO W-OPEN-TRY

           PERFORM SUB-4070-SPIN THRU SUB-4070-EXIT
               VARYING W-SPIN-DX FROM 1 BY 1
                 UNTIL W-SPIN-DX > 10000

           OPEN EXTEND AUDIT-FILE
           .
       SUB-4060-EXIT.
           EXIT.
      /
       SUB-4070-SPIN.
      *-----------------

           COMPUTE W-SPIN-SINK = W-SPIN-DX + W-OPEN-TRY
           .
       SUB-4070-EXIT.
           EXIT.
      /
       SUB-5000-SHUT-DOWN.
      *-------------------

           IF      RETURN-CODE = 16
               DISPLAY 'KEYMAINT completed with errors'
               GO TO SUB-5000-EXIT
           END-IF

           DISPLAY 'KEYMAINT function   : ' W-FUNCTION
           DISPLAY 'KEYMAINT key label  : ' W-KEY-LABEL

           EVALUATE TRUE
               WHEN W-FUNC-LIST
                   DISPLAY 'KEYMAINT entries listed : ' W-LISTED-COUNT
               WHEN W-FUNC-EXPIRING
                   DISPLAY 'KEYMAINT keys lapsing   : ' W-WARNED-COUNT
               WHEN OTHER
                   DISPLAY 'KEYMAINT records read   : ' W-READ-COUNT
                   DISPLAY 'KEYMAINT versions changed: '
                       W-CHANGED-COUNT
           END-EVALUATE

           DISPLAY 'KEYMAINT completed'
           .
       SUB-5000-EXIT.
           EXIT.
      /
       SUB-7100-DATE-TO-INTEGER.
      *----------------------------

           SET  W-DATE-NOT-VALID    TO TRUE
           MOVE 0                   TO W-DATE-INT

           IF      W-DATE-TEXT(5:1) NOT = '-'
           OR      W-DATE-TEXT(8:1) NOT = '-'
               GO TO SUB-7100-EXIT
           END-IF

           MOVE W-DATE-TEXT(1:4)    TO W-DATE-YYYY
           MOVE W-DATE-TEXT(6:2)    TO W-DATE-MM
           MOVE W-DATE-TEXT(9:2)    TO W-DATE-DD

           IF      W-DATE-YYYYMMDD NOT NUMERIC
               GO TO SUB-7100-EXIT
           END-IF

           IF      FUNCTION TEST-DATE-YYYYMMDD(W-DATE-NUM) NOT = 0
               GO TO SUB-7100-EXIT
           END-IF

           COMPUTE W-DATE-INT =
               FUNCTION INTEGER-OF-DATE(W-DATE-NUM)

           SET  W-DATE-VALID        TO TRUE
           .
       SUB-7100-EXIT.
           EXIT.
      /
       SUB-7200-INTEGER-TO-DATE.
      *----------------------------

           MOVE FUNCTION DATE-OF-INTEGER(W-DATE-INT)
                                    TO W-DATE-NUM

           STRING W-DATE-YYYY '-' W-DATE-MM '-' W-DATE-DD
               DELIMITED BY SIZE INTO W-DATE-TEXT
           END-STRING
           .
       SUB-7200-EXIT.
           EXIT.
